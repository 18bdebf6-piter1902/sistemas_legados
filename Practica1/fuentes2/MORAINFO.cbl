       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORAINFO.

           *> Informe mensual de morosidad de prestamos para el
           *> calculo de provisiones: agrupa los prestamos vigentes
           *> por sucursal de la tarjeta titular y por tramo de
           *> antiguedad del impago (segun los dias que mantiene el
           *> seguimiento nocturno de impagados), con el numero de
           *> prestamos, el principal pendiente, lo vencido y los
           *> dudosos de cada tramo. Resumen por pantalla y una linea
           *> por sucursal y tramo en morosidad.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "morosidad.dat".
       01 INFORME-REG.
           02 INF-FECHA               PIC   9(8).
           02 INF-SUCURSAL            PIC   9(4).
           *> 1 al dia, 2 de 1 a 29 dias, 3 de 30 a 59, 4 de 60 a
           *> 89 y 5 de 90 o mas.
           02 INF-TRAMO               PIC   9(1).
           02 INF-PRESTAMOS           PIC   9(5).
           02 INF-DUDOSOS             PIC   9(5).
           02 INF-PENDIENTE-CENT      PIC  S9(13).
           02 INF-VENCIDO-CENT        PIC  S9(13).

       WORKING-STORAGE SECTION.
       77 FSZ                       PIC   X(2).
       77 FST                       PIC   X(2).
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

       78 NUMERO-TRAMOS              VALUE 5.
       01 TABLA-NOMBRES-TRAMO.
           05 FILLER                 PIC X(12) VALUE "Al dia".
           05 FILLER                 PIC X(12) VALUE "1-29 dias".
           05 FILLER                 PIC X(12) VALUE "30-59 dias".
           05 FILLER                 PIC X(12) VALUE "60-89 dias".
           05 FILLER                 PIC X(12) VALUE "90 o mas".
       01 FILLER REDEFINES TABLA-NOMBRES-TRAMO.
           05 NOMBRE-TRAMO           PIC X(12) OCCURS 5 TIMES.

           *> Acumulados por sucursal y tramo; la sucursal 0 agrupa
           *> las tarjetas sin sucursal asignada o ya inexistentes.
       77 NUM-SUCURSALES              PIC  9(3) VALUE 0.
       01 TABLA-SUCURSALES.
           05 SUCURSAL-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON NUM-SUCURSALES.
               10 SUC-TAB-CODIGO      PIC  9(4).
               10 SUC-TRAMO OCCURS 5 TIMES.
                   15 SUC-PRESTAMOS       PIC  9(5).
                   15 SUC-DUDOSOS         PIC  9(5).
                   15 SUC-PENDIENTE-CENT  PIC S9(13).
                   15 SUC-VENCIDO-CENT    PIC S9(13).

       01 TOTALES-TRAMO.
           05 TOT-TRAMO OCCURS 5 TIMES.
               10 TOT-PRESTAMOS       PIC  9(5).
               10 TOT-DUDOSOS         PIC  9(5).
               10 TOT-PENDIENTE-CENT  PIC S9(13).
               10 TOT-VENCIDO-CENT    PIC S9(13).

       77 IDX-SUCURSAL                PIC  9(3).
       77 IDX-TRAMO                   PIC  9(1).
       77 SUCURSAL-PRESTAMO           PIC  9(4).
       77 TRAMO-PRESTAMO              PIC  9(1).

       77 CENT-PRINCIPAL              PIC S9(13).
       77 CENT-CUOTA-PRINCIPAL        PIC S9(11).
       77 CENT-PENDIENTE              PIC S9(13).

       77 CONTADOR-PRESTAMOS          PIC  9(7) VALUE 0.
       77 CONTADOR-LINEAS             PIC  9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - MORAINFO - morosidad de prestamos por "
               "sucursal y antiguedad".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE 0 TO NUM-SUCURSALES.
           MOVE 0 TO IDX-TRAMO.
           PERFORM 0100-INICIAR-TOTALES THRU 0100-INICIAR-TOTALES-EXIT.

           PERFORM 1000-RECORRER-PRESTAMOS
               THRU 1000-RECORRER-PRESTAMOS-EXIT.

           PERFORM 9000-IMPRIMIR-INFORME
               THRU 9000-IMPRIMIR-INFORME-EXIT.

           DISPLAY " ".
           DISPLAY "Prestamos vigentes   : " CONTADOR-PRESTAMOS.
           DISPLAY "Lineas de informe    : " CONTADOR-LINEAS.

           STOP RUN.

       0100-INICIAR-TOTALES.
           ADD 1 TO IDX-TRAMO.
           IF IDX-TRAMO > NUMERO-TRAMOS
               GO TO 0100-INICIAR-TOTALES-EXIT.

           MOVE 0 TO TOT-PRESTAMOS(IDX-TRAMO).
           MOVE 0 TO TOT-DUDOSOS(IDX-TRAMO).
           MOVE 0 TO TOT-PENDIENTE-CENT(IDX-TRAMO).
           MOVE 0 TO TOT-VENCIDO-CENT(IDX-TRAMO).

           GO TO 0100-INICIAR-TOTALES.

       0100-INICIAR-TOTALES-EXIT.
           EXIT.

       1000-RECORRER-PRESTAMOS.
           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               DISPLAY "No hay prestamos.ubd que informar."
               CLOSE F-PRESTAMOS
               GO TO 1000-RECORRER-PRESTAMOS-EXIT.
           IF FSZ <> 00
               DISPLAY "Error abriendo prestamos.ubd"
               GO TO 1000-RECORRER-PRESTAMOS-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-PRESTAMOS
               GO TO 1000-RECORRER-PRESTAMOS-EXIT.

       1100-LEER-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO 1900-FIN-PRESTAMOS.

           IF NOT PRE-VIGENTE
               GO TO 1100-LEER-PRESTAMO.

           ADD 1 TO CONTADOR-PRESTAMOS.

           MOVE 0 TO SUCURSAL-PRESTAMO.
           MOVE PRE-TARJETA TO TNUM.
           READ TARJETAS
               NOT INVALID KEY
                   MOVE TARJETA-SUCURSAL TO SUCURSAL-PRESTAMO
           END-READ.

           IF PRE-DIAS-IMPAGO = 0
               MOVE 1 TO TRAMO-PRESTAMO
           ELSE
               IF PRE-DIAS-IMPAGO < 30
                   MOVE 2 TO TRAMO-PRESTAMO
               ELSE
                   IF PRE-DIAS-IMPAGO < 60
                       MOVE 3 TO TRAMO-PRESTAMO
                   ELSE
                       IF PRE-DIAS-IMPAGO < 90
                           MOVE 4 TO TRAMO-PRESTAMO
                       ELSE
                           MOVE 5 TO TRAMO-PRESTAMO.

           PERFORM 2000-PRINCIPAL-PENDIENTE
               THRU 2000-PRINCIPAL-PENDIENTE-EXIT.

           PERFORM 3000-ACUMULAR THRU 3000-ACUMULAR-EXIT.

           GO TO 1100-LEER-PRESTAMO.

       1900-FIN-PRESTAMOS.
           CLOSE TARJETAS.
           CLOSE F-PRESTAMOS.

       1000-RECORRER-PRESTAMOS-EXIT.
           EXIT.

           *> Principal aun no amortizado, con el mismo reparto a
           *> partes iguales que la cancelacion anticipada.
       2000-PRINCIPAL-PENDIENTE.
           COMPUTE CENT-PRINCIPAL = (PRE-PRINCIPAL-ENT * 100)
               + PRE-PRINCIPAL-DEC.
           MOVE CENT-PRINCIPAL TO CENT-PENDIENTE.

           IF PRE-MESES = 0
               GO TO 2000-PRINCIPAL-PENDIENTE-EXIT.

           COMPUTE CENT-CUOTA-PRINCIPAL ROUNDED =
               CENT-PRINCIPAL / PRE-MESES.
           COMPUTE CENT-PENDIENTE = CENT-PRINCIPAL
               - (CENT-CUOTA-PRINCIPAL * PRE-CUOTAS-PAGADAS).
           IF CENT-PENDIENTE < 0
               MOVE 0 TO CENT-PENDIENTE.

       2000-PRINCIPAL-PENDIENTE-EXIT.
           EXIT.

       3000-ACUMULAR.
           MOVE 0 TO IDX-SUCURSAL.

       3010-BUSCAR-SUCURSAL.
           ADD 1 TO IDX-SUCURSAL.
           IF IDX-SUCURSAL > NUM-SUCURSALES
               ADD 1 TO NUM-SUCURSALES
               MOVE NUM-SUCURSALES TO IDX-SUCURSAL
               MOVE SUCURSAL-PRESTAMO TO SUC-TAB-CODIGO(IDX-SUCURSAL)
               MOVE 0 TO IDX-TRAMO
               PERFORM 3090-INICIAR-SUCURSAL
                   THRU 3090-INICIAR-SUCURSAL-EXIT
               GO TO 3020-ACUMULAR-TRAMO.

           IF SUC-TAB-CODIGO(IDX-SUCURSAL) NOT = SUCURSAL-PRESTAMO
               GO TO 3010-BUSCAR-SUCURSAL.

       3020-ACUMULAR-TRAMO.
           MOVE TRAMO-PRESTAMO TO IDX-TRAMO.

           ADD 1 TO SUC-PRESTAMOS(IDX-SUCURSAL, IDX-TRAMO).
           ADD CENT-PENDIENTE
               TO SUC-PENDIENTE-CENT(IDX-SUCURSAL, IDX-TRAMO).
           ADD PRE-VENCIDO-CENT
               TO SUC-VENCIDO-CENT(IDX-SUCURSAL, IDX-TRAMO).

           ADD 1 TO TOT-PRESTAMOS(IDX-TRAMO).
           ADD CENT-PENDIENTE TO TOT-PENDIENTE-CENT(IDX-TRAMO).
           ADD PRE-VENCIDO-CENT TO TOT-VENCIDO-CENT(IDX-TRAMO).

           IF PRE-DUDOSO
               ADD 1 TO SUC-DUDOSOS(IDX-SUCURSAL, IDX-TRAMO)
               ADD 1 TO TOT-DUDOSOS(IDX-TRAMO).

       3000-ACUMULAR-EXIT.
           EXIT.

           *> Pone a cero los tramos de la fila IDX-SUCURSAL recien
           *> anadida.
       3090-INICIAR-SUCURSAL.
           ADD 1 TO IDX-TRAMO.
           IF IDX-TRAMO > NUMERO-TRAMOS
               GO TO 3090-INICIAR-SUCURSAL-EXIT.

           MOVE 0 TO SUC-PRESTAMOS(IDX-SUCURSAL, IDX-TRAMO).
           MOVE 0 TO SUC-DUDOSOS(IDX-SUCURSAL, IDX-TRAMO).
           MOVE 0 TO SUC-PENDIENTE-CENT(IDX-SUCURSAL, IDX-TRAMO).
           MOVE 0 TO SUC-VENCIDO-CENT(IDX-SUCURSAL, IDX-TRAMO).

           GO TO 3090-INICIAR-SUCURSAL.

       3090-INICIAR-SUCURSAL-EXIT.
           EXIT.

       9000-IMPRIMIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSR <> 00
               DISPLAY "Error abriendo morosidad.dat"
               GO TO 9000-IMPRIMIR-INFORME-EXIT.

           DISPLAY "Desglose por sucursal (0 = sin sucursal):".

           MOVE 0 TO IDX-SUCURSAL.

       9100-SUCURSAL.
           ADD 1 TO IDX-SUCURSAL.
           IF IDX-SUCURSAL > NUM-SUCURSALES
               GO TO 9500-TOTALES.

           DISPLAY "   Sucursal " SUC-TAB-CODIGO(IDX-SUCURSAL) ":".

           MOVE 0 TO IDX-TRAMO.

       9200-TRAMO-SUCURSAL.
           ADD 1 TO IDX-TRAMO.
           IF IDX-TRAMO > NUMERO-TRAMOS
               GO TO 9100-SUCURSAL.

           IF SUC-PRESTAMOS(IDX-SUCURSAL, IDX-TRAMO) = 0
               GO TO 9200-TRAMO-SUCURSAL.

           DISPLAY "      " NOMBRE-TRAMO(IDX-TRAMO)
               SUC-PRESTAMOS(IDX-SUCURSAL, IDX-TRAMO) " prestamos, "
               SUC-DUDOSOS(IDX-SUCURSAL, IDX-TRAMO) " dudosos, "
               "pendiente "
               SUC-PENDIENTE-CENT(IDX-SUCURSAL, IDX-TRAMO)
               " vencido "
               SUC-VENCIDO-CENT(IDX-SUCURSAL, IDX-TRAMO).

           MOVE FECHA-HOY-NUM TO INF-FECHA.
           MOVE SUC-TAB-CODIGO(IDX-SUCURSAL) TO INF-SUCURSAL.
           MOVE IDX-TRAMO TO INF-TRAMO.
           MOVE SUC-PRESTAMOS(IDX-SUCURSAL, IDX-TRAMO)
               TO INF-PRESTAMOS.
           MOVE SUC-DUDOSOS(IDX-SUCURSAL, IDX-TRAMO) TO INF-DUDOSOS.
           MOVE SUC-PENDIENTE-CENT(IDX-SUCURSAL, IDX-TRAMO)
               TO INF-PENDIENTE-CENT.
           MOVE SUC-VENCIDO-CENT(IDX-SUCURSAL, IDX-TRAMO)
               TO INF-VENCIDO-CENT.
           WRITE INFORME-REG.
           ADD 1 TO CONTADOR-LINEAS.

           GO TO 9200-TRAMO-SUCURSAL.

       9500-TOTALES.
           CLOSE F-INFORME.

           DISPLAY " ".
           DISPLAY "Total del banco por tramo (importes en centimos):".

           MOVE 0 TO IDX-TRAMO.

       9600-TRAMO-TOTAL.
           ADD 1 TO IDX-TRAMO.
           IF IDX-TRAMO > NUMERO-TRAMOS
               GO TO 9000-IMPRIMIR-INFORME-EXIT.

           DISPLAY "   " NOMBRE-TRAMO(IDX-TRAMO)
               TOT-PRESTAMOS(IDX-TRAMO) " prestamos, "
               TOT-DUDOSOS(IDX-TRAMO) " dudosos, "
               "pendiente " TOT-PENDIENTE-CENT(IDX-TRAMO)
               " vencido " TOT-VENCIDO-CENT(IDX-TRAMO).

           GO TO 9600-TRAMO-TOTAL.

       9000-IMPRIMIR-INFORME-EXIT.
           EXIT.
