       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEINFO.

           *> Informe de resultado de las remesas de adeudos con
           *> actividad en el dia: por cada remesa, un resumen por
           *> pantalla de lo cobrado, rechazado, devuelto, pendiente
           *> y no admitido, y en aderesultado.dat una linea por
           *> adeudo con su estado y motivo para devolver al acreedor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUM
           FILE STATUS IS FSN.

           SELECT F-ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADE-CLAVE
           FILE STATUS IS FSO.

           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSA.

           SELECT F-RESULTADO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD F-REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesasade.ubd".
           COPY REMESAADE.

       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD F-RESULTADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "aderesultado.dat".
       01 RESULTADO-REG.
           02 RES-REMESA              PIC   9(8).
           02 RES-LINEA               PIC   9(5).
           02 RES-ACREEDOR            PIC   9(4).
           02 RES-REFERENCIA          PIC  X(15).
           02 RES-IMPORTE-ENT         PIC  S9(7).
           02 RES-IMPORTE-DEC         PIC   9(2).
           *> Mismos valores que ADE-ESTADO.
           02 RES-ESTADO              PIC   9(1).
           02 RES-MOTIVO              PIC   X(2).

       WORKING-STORAGE SECTION.
       77 FSN                       PIC   X(2).
       77 FSO                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSR                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       77 FECHA-HOY-NUM              PIC   9(8).
       77 CENT-IMPORTE               PIC  S9(11).

       77 CONTADOR-REMESAS           PIC   9(5) VALUE 0.
       77 CONTADOR-LINEAS            PIC   9(7) VALUE 0.

           *> Resumen de la remesa en curso.
       01 RESUMEN-REMESA.
           05 RSM-PENDIENTES         PIC   9(5).
           05 RSM-COBRADOS           PIC   9(5).
           05 RSM-RECHAZADOS         PIC   9(5).
           05 RSM-DEVUELTOS          PIC   9(5).
           05 RSM-NO-ADMITIDOS       PIC   9(5).
           05 RSM-PENDIENTE-CENT     PIC  S9(11).
           05 RSM-COBRADO-CENT       PIC  S9(11).
           05 RSM-RECHAZADO-CENT     PIC  S9(11).
           05 RSM-DEVUELTO-CENT      PIC  S9(11).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ADEINFO - resultado de remesas de "
               "adeudos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM 1000-INFORMAR-REMESAS
               THRU 1000-INFORMAR-REMESAS-EXIT.

           DISPLAY " ".
           DISPLAY "Remesas informadas    : " CONTADOR-REMESAS.
           DISPLAY "Lineas de resultado   : " CONTADOR-LINEAS.

           STOP RUN.

       1000-INFORMAR-REMESAS.
           OPEN INPUT F-REMESAS.
           IF FSN = 35
               DISPLAY "No hay remesasade.ubd que informar."
               GO TO 1000-INFORMAR-REMESAS-EXIT.
           IF FSN <> 00
               DISPLAY "Error abriendo remesasade.ubd"
               GO TO 1000-INFORMAR-REMESAS-EXIT.

           OPEN INPUT F-ADEUDOS.
           IF FSO <> 00
               DISPLAY "Error abriendo adeudos.ubd"
               CLOSE F-REMESAS
               GO TO 1000-INFORMAR-REMESAS-EXIT.

           OPEN INPUT F-ACREEDORES.
           IF FSA <> 00
               DISPLAY "Error abriendo acreedores.ubd"
               CLOSE F-REMESAS
               CLOSE F-ADEUDOS
               GO TO 1000-INFORMAR-REMESAS-EXIT.

           OPEN OUTPUT F-RESULTADO.
           IF FSR <> 00
               DISPLAY "Error abriendo aderesultado.dat"
               CLOSE F-REMESAS
               CLOSE F-ADEUDOS
               CLOSE F-ACREEDORES
               GO TO 1000-INFORMAR-REMESAS-EXIT.

       1100-LEER-REMESA.
           READ F-REMESAS NEXT RECORD AT END GO TO 1900-FIN-REMESAS.

           IF RMA-FECHA-ACTIVIDAD NOT = FECHA-HOY-NUM
               GO TO 1100-LEER-REMESA.

           ADD 1 TO CONTADOR-REMESAS.
           INITIALIZE RESUMEN-REMESA.

           MOVE RMA-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               MOVE SPACES TO ACR-NOMBRE.

           PERFORM 1200-RECORRER-ADEUDOS
               THRU 1200-RECORRER-ADEUDOS-EXIT.
           PERFORM 1400-MOSTRAR-RESUMEN
               THRU 1400-MOSTRAR-RESUMEN-EXIT.

           GO TO 1100-LEER-REMESA.

       1900-FIN-REMESAS.
           CLOSE F-REMESAS.
           CLOSE F-ADEUDOS.
           CLOSE F-ACREEDORES.
           CLOSE F-RESULTADO.

       1000-INFORMAR-REMESAS-EXIT.
           EXIT.

           *> Todas las lineas de la remesa, admitidas o no, por
           *> orden de linea.
       1200-RECORRER-ADEUDOS.
           MOVE RMA-NUM TO ADE-REMESA.
           MOVE 0 TO ADE-LINEA.
           START F-ADEUDOS KEY IS NOT LESS THAN ADE-CLAVE
               INVALID KEY GO TO 1200-RECORRER-ADEUDOS-EXIT.

       1210-LEER-ADEUDO.
           READ F-ADEUDOS NEXT RECORD
               AT END GO TO 1200-RECORRER-ADEUDOS-EXIT.

           IF ADE-REMESA NOT = RMA-NUM
               GO TO 1200-RECORRER-ADEUDOS-EXIT.

           COMPUTE CENT-IMPORTE =
               (ADE-IMPORTE-ENT * 100) + ADE-IMPORTE-DEC.

           IF ADE-PENDIENTE
               ADD 1 TO RSM-PENDIENTES
               ADD CENT-IMPORTE TO RSM-PENDIENTE-CENT.
           IF ADE-COBRADO
               ADD 1 TO RSM-COBRADOS
               ADD CENT-IMPORTE TO RSM-COBRADO-CENT.
           IF ADE-RECHAZADO
               ADD 1 TO RSM-RECHAZADOS
               ADD CENT-IMPORTE TO RSM-RECHAZADO-CENT.
           IF ADE-DEVUELTO
               ADD 1 TO RSM-DEVUELTOS
               ADD CENT-IMPORTE TO RSM-DEVUELTO-CENT.
           IF ADE-NO-ADMITIDO
               ADD 1 TO RSM-NO-ADMITIDOS.

           MOVE ADE-REMESA      TO RES-REMESA.
           MOVE ADE-LINEA       TO RES-LINEA.
           MOVE ADE-ACREEDOR    TO RES-ACREEDOR.
           MOVE ADE-REFERENCIA  TO RES-REFERENCIA.
           MOVE ADE-IMPORTE-ENT TO RES-IMPORTE-ENT.
           MOVE ADE-IMPORTE-DEC TO RES-IMPORTE-DEC.
           MOVE ADE-ESTADO      TO RES-ESTADO.
           MOVE ADE-MOTIVO      TO RES-MOTIVO.

           WRITE RESULTADO-REG.
           ADD 1 TO CONTADOR-LINEAS.

           GO TO 1210-LEER-ADEUDO.

       1200-RECORRER-ADEUDOS-EXIT.
           EXIT.

       1400-MOSTRAR-RESUMEN.
           DISPLAY "Remesa " RMA-NUM " acreedor " RMA-ACREEDOR
               " " ACR-NOMBRE.
           DISPLAY "  Entrada el " RMA-FECHA-ENTRADA
               "  lineas " RMA-LINEAS.
           DISPLAY "  Cobrados     : " RSM-COBRADOS
               "  importe " RSM-COBRADO-CENT " centimos".
           DISPLAY "  Rechazados   : " RSM-RECHAZADOS
               "  importe " RSM-RECHAZADO-CENT " centimos".
           DISPLAY "  Devueltos    : " RSM-DEVUELTOS
               "  importe " RSM-DEVUELTO-CENT " centimos".
           DISPLAY "  Pendientes   : " RSM-PENDIENTES
               "  importe " RSM-PENDIENTE-CENT " centimos".
           DISPLAY "  No admitidos : " RSM-NO-ADMITIDOS.

       1400-MOSTRAR-RESUMEN-EXIT.
           EXIT.
