       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEENTRA.

           *> Entrada de las remesas de adeudos que presentan nuestros
           *> acreedores para cobrar a sus clientes de otros bancos
           *> (adeudosemisor.dat, en el patron de la remesa de
           *> nominas: cada linea lleva el codigo del acreedor). Las
           *> lineas de cada acreedor forman una remesa nueva en
           *> remesasade.ubd y sus adeudos quedan en adeudos.ubd,
           *> pendientes de enviar a la red; los que no pasan la
           *> validacion quedan en la remesa como no admitidos, con su
           *> motivo, para el informe de resultado. Las lineas de un
           *> acreedor desconocido o de baja no forman remesa y
           *> vuelven por el fichero de devoluciones.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSA.

           SELECT F-REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUM
           FILE STATUS IS FSR.

           SELECT F-ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADE-CLAVE
           FILE STATUS IS FSO.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudosemisor.dat".
       01 ENTRADA-REG.
           02 AEN-ACREEDOR           PIC   9(4).
           02 AEN-BANCO-DEUDOR       PIC   9(4).
           02 AEN-CUENTA-DEUDOR      PIC  9(16).
           02 AEN-IMPORTE-ENT        PIC  S9(7).
           02 AEN-IMPORTE-DEC        PIC   9(2).
           02 AEN-MANDATO            PIC  X(15).
           02 AEN-REFERENCIA         PIC  X(15).
           02 AEN-FECHA-COBRO        PIC   9(8).

       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudosdevueltos.dat".
       01 DEVOLUCION-REG.
           02 DEV-ACREEDOR           PIC   9(4).
           02 DEV-BANCO-DEUDOR       PIC   9(4).
           02 DEV-CUENTA-DEUDOR      PIC  9(16).
           02 DEV-IMPORTE-ENT        PIC  S9(7).
           02 DEV-IMPORTE-DEC        PIC   9(2).
           02 DEV-REFERENCIA         PIC  X(15).
           02 DEV-MOTIVO             PIC   X(2).

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD F-REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesasade.ubd".
           COPY REMESAADE.

       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSO                       PIC   X(2).
       77 FSU                       PIC   X(2).

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

           *> Motivos de devolucion o de no admision de una linea.
       78 MOTIVO-ACREEDOR-INVALIDO   VALUE "01".
       78 MOTIVO-IMPORTE-NO-VALIDO   VALUE "02".
       78 MOTIVO-CUENTA-DEUDOR       VALUE "03".
       78 MOTIVO-SIN-MANDATO         VALUE "04".
       78 MOTIVO-CUENTA-CERRADA      VALUE "05".

       77 FECHA-HOY-NUM              PIC   9(8).
       77 ULTIMO-RMA-NUM             PIC   9(8).
       77 MOTIVO-LINEA               PIC   X(2).
       77 CENT-IMPORTE               PIC  S9(11).
       77 CTA-ID-ACREEDOR            PIC  9(16).
       77 CTA-CERRADA-SW             PIC   9(1).
           88 CTA-CERRADA            VALUE 1.

       77 CONTADOR-LEIDAS            PIC   9(5) VALUE 0.
       77 CONTADOR-ADMITIDAS         PIC   9(5) VALUE 0.
       77 CONTADOR-NO-ADMITIDAS      PIC   9(5) VALUE 0.
       77 CONTADOR-DEVUELTAS         PIC   9(5) VALUE 0.
       77 TOTAL-ADMITIDO-CENT        PIC  S9(13) VALUE 0.

           *> Remesas abiertas en esta pasada, una por acreedor. La
           *> cuenta de abono cerrada se anota al abrir la remesa y
           *> deja no admitidas todas sus lineas.
       77 NUM-REMESAS                PIC   9(3) VALUE 0.
       01 TABLA-REMESAS.
           05 REMESA-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON NUM-REMESAS.
               10 TAB-ACREEDOR       PIC   9(4).
               10 TAB-REMESA         PIC   9(8).
               10 TAB-LINEAS         PIC   9(5).
               10 TAB-NO-ADMITIDAS   PIC   9(5).
               10 TAB-TOTAL-CENT     PIC  S9(11).
               10 TAB-CERRADA-SW     PIC   9(1).

       77 IDX-REMESA                 PIC   9(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ADEENTRA - entrada de remesas de "
               "adeudos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM 1000-PROCESAR-ENTRADA
               THRU 1000-PROCESAR-ENTRADA-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       1000-PROCESAR-ENTRADA.
           OPEN INPUT F-ENTRADA.
           IF FSE = 35
               DISPLAY "No hay adeudosemisor.dat que procesar."
               GO TO 1000-PROCESAR-ENTRADA-EXIT.
           IF FSE <> 00
               DISPLAY "Error abriendo adeudosemisor.dat"
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

           PERFORM 1050-ULTIMA-REMESA THRU 1050-ULTIMA-REMESA-EXIT.

           OPEN OUTPUT F-DEVOLUCIONES.
           IF FSD <> 00
               DISPLAY "Error abriendo adeudosdevueltos.dat"
               CLOSE F-ENTRADA
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

           OPEN I-O F-ADEUDOS.
           IF FSO = 35
               OPEN OUTPUT F-ADEUDOS
               CLOSE F-ADEUDOS
               OPEN I-O F-ADEUDOS
           END-IF.
           IF FSO <> 00
               DISPLAY "Error abriendo adeudos.ubd"
               CLOSE F-ENTRADA
               CLOSE F-DEVOLUCIONES
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

       1100-LEER-ENTRADA.
           READ F-ENTRADA NEXT RECORD AT END GO TO 1900-FIN-ENTRADA.

           ADD 1 TO CONTADOR-LEIDAS.

           PERFORM 1200-BUSCAR-REMESA THRU 1200-BUSCAR-REMESA-EXIT.
           IF IDX-REMESA = 0
               PERFORM 1300-ABRIR-REMESA THRU 1300-ABRIR-REMESA-EXIT.
           IF IDX-REMESA = 0
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1400-VALIDAR-LINEA THRU 1400-VALIDAR-LINEA-EXIT.

           ADD 1 TO TAB-LINEAS(IDX-REMESA).

           INITIALIZE ADEUDO-REG.
           MOVE TAB-REMESA(IDX-REMESA) TO ADE-REMESA.
           MOVE TAB-LINEAS(IDX-REMESA) TO ADE-LINEA.
           MOVE AEN-ACREEDOR           TO ADE-ACREEDOR.
           MOVE AEN-BANCO-DEUDOR       TO ADE-BANCO-DEUDOR.
           MOVE AEN-CUENTA-DEUDOR      TO ADE-CUENTA-DEUDOR.
           MOVE AEN-IMPORTE-ENT        TO ADE-IMPORTE-ENT.
           MOVE AEN-IMPORTE-DEC        TO ADE-IMPORTE-DEC.
           MOVE AEN-MANDATO            TO ADE-MANDATO.
           MOVE AEN-REFERENCIA         TO ADE-REFERENCIA.
           MOVE AEN-FECHA-COBRO        TO ADE-FECHA-COBRO.
           IF ADE-FECHA-COBRO = 0
               MOVE FECHA-HOY-NUM TO ADE-FECHA-COBRO.
           MOVE MOTIVO-LINEA           TO ADE-MOTIVO.

           IF MOTIVO-LINEA = SPACES
               SET ADE-PENDIENTE TO TRUE
               ADD 1 TO CONTADOR-ADMITIDAS
               ADD CENT-IMPORTE TO TOTAL-ADMITIDO-CENT
               ADD CENT-IMPORTE TO TAB-TOTAL-CENT(IDX-REMESA)
           ELSE
               SET ADE-NO-ADMITIDO TO TRUE
               ADD 1 TO CONTADOR-NO-ADMITIDAS
               ADD 1 TO TAB-NO-ADMITIDAS(IDX-REMESA)
               DISPLAY "No admitido acreedor " AEN-ACREEDOR
                   " ref " AEN-REFERENCIA " motivo " MOTIVO-LINEA
           END-IF.

           WRITE ADEUDO-REG INVALID KEY
               DISPLAY "Error escribiendo adeudos.ubd".

           GO TO 1100-LEER-ENTRADA.

       1900-FIN-ENTRADA.
           CLOSE F-ENTRADA.
           CLOSE F-DEVOLUCIONES.
           CLOSE F-ADEUDOS.

           PERFORM 1500-GRABAR-REMESAS THRU 1500-GRABAR-REMESAS-EXIT.

       1000-PROCESAR-ENTRADA-EXIT.
           EXIT.

           *> Numero de remesa siguiente al mayor ya asignado.
       1050-ULTIMA-REMESA.
           MOVE 0 TO ULTIMO-RMA-NUM.

           OPEN INPUT F-REMESAS.
           IF FSR <> 00
               GO TO 1050-ULTIMA-REMESA-EXIT.

       1060-LEER-REMESA.
           READ F-REMESAS NEXT RECORD
               AT END GO TO 1070-FIN-REMESAS.
           IF ULTIMO-RMA-NUM < RMA-NUM
               MOVE RMA-NUM TO ULTIMO-RMA-NUM.
           GO TO 1060-LEER-REMESA.

       1070-FIN-REMESAS.
           CLOSE F-REMESAS.

       1050-ULTIMA-REMESA-EXIT.
           EXIT.

       1200-BUSCAR-REMESA.
           MOVE 0 TO IDX-REMESA.

       1210-COMPARAR-REMESA.
           ADD 1 TO IDX-REMESA.
           IF IDX-REMESA > NUM-REMESAS
               MOVE 0 TO IDX-REMESA
               GO TO 1200-BUSCAR-REMESA-EXIT.
           IF TAB-ACREEDOR(IDX-REMESA) NOT = AEN-ACREEDOR
               GO TO 1210-COMPARAR-REMESA.

       1200-BUSCAR-REMESA-EXIT.
           EXIT.

           *> Primera linea de un acreedor en la pasada: tiene que
           *> estar activo en el maestro. Su remesa se numera y se
           *> anota si la cuenta de abono esta cerrada.
       1300-ABRIR-REMESA.
           MOVE 0 TO IDX-REMESA.

           IF NUM-REMESAS >= 999
               DISPLAY "Tabla de remesas llena; acreedor "
                   AEN-ACREEDOR " devuelto"
               GO TO 1300-ABRIR-REMESA-EXIT.

           OPEN INPUT F-ACREEDORES.
           IF FSA <> 00
               GO TO 1300-ABRIR-REMESA-EXIT.

           MOVE AEN-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES
               INVALID KEY
                   CLOSE F-ACREEDORES
                   GO TO 1300-ABRIR-REMESA-EXIT.

           CLOSE F-ACREEDORES.

           IF NOT ACR-ACTIVO
               GO TO 1300-ABRIR-REMESA-EXIT.

           MOVE ACR-TARJETA TO CTA-ID-ACREEDOR.
           OPEN INPUT F-CUENTAS.
           IF FSU = 00
               MOVE ACR-TARJETA TO CTA-TARJETA
               READ F-CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-ID TO CTA-ID-ACREEDOR
               END-READ
               CLOSE F-CUENTAS
           END-IF.

           ADD 1 TO NUM-REMESAS.
           MOVE NUM-REMESAS TO IDX-REMESA.
           ADD 1 TO ULTIMO-RMA-NUM.

           MOVE AEN-ACREEDOR   TO TAB-ACREEDOR(IDX-REMESA).
           MOVE ULTIMO-RMA-NUM TO TAB-REMESA(IDX-REMESA).
           MOVE 0              TO TAB-LINEAS(IDX-REMESA).
           MOVE 0              TO TAB-NO-ADMITIDAS(IDX-REMESA).
           MOVE 0              TO TAB-TOTAL-CENT(IDX-REMESA).
           MOVE 0              TO TAB-CERRADA-SW(IDX-REMESA).

           CALL "CTACERR" USING CTA-ID-ACREEDOR CTA-CERRADA-SW.
           IF CTA-CERRADA
               MOVE 1 TO TAB-CERRADA-SW(IDX-REMESA).

       1300-ABRIR-REMESA-EXIT.
           EXIT.

       1400-VALIDAR-LINEA.
           MOVE SPACES TO MOTIVO-LINEA.

           COMPUTE CENT-IMPORTE =
               (AEN-IMPORTE-ENT * 100) + AEN-IMPORTE-DEC.

           IF TAB-CERRADA-SW(IDX-REMESA) = 1
               MOVE MOTIVO-CUENTA-CERRADA TO MOTIVO-LINEA
               GO TO 1400-VALIDAR-LINEA-EXIT.

           IF CENT-IMPORTE <= 0
               MOVE MOTIVO-IMPORTE-NO-VALIDO TO MOTIVO-LINEA
               GO TO 1400-VALIDAR-LINEA-EXIT.

           IF AEN-BANCO-DEUDOR = 0 OR AEN-CUENTA-DEUDOR = 0
               MOVE MOTIVO-CUENTA-DEUDOR TO MOTIVO-LINEA
               GO TO 1400-VALIDAR-LINEA-EXIT.

           *> Sin referencia del mandato firmado por el deudor el
           *> adeudo no puede presentarse a la red.
           IF AEN-MANDATO = SPACES
               MOVE MOTIVO-SIN-MANDATO TO MOTIVO-LINEA
               GO TO 1400-VALIDAR-LINEA-EXIT.

       1400-VALIDAR-LINEA-EXIT.
           EXIT.

       1500-GRABAR-REMESAS.
           IF NUM-REMESAS = 0
               GO TO 1500-GRABAR-REMESAS-EXIT.

           OPEN I-O F-REMESAS.
           IF FSR = 35
               OPEN OUTPUT F-REMESAS
               CLOSE F-REMESAS
               OPEN I-O F-REMESAS
           END-IF.
           IF FSR <> 00
               DISPLAY "Error abriendo remesasade.ubd"
               GO TO 1500-GRABAR-REMESAS-EXIT.

           MOVE 0 TO IDX-REMESA.

       1510-GRABAR-UNA.
           ADD 1 TO IDX-REMESA.
           IF IDX-REMESA > NUM-REMESAS
               GO TO 1590-FIN-REMESAS.

           INITIALIZE REMESAADE-REG.
           MOVE TAB-REMESA(IDX-REMESA)       TO RMA-NUM.
           MOVE TAB-ACREEDOR(IDX-REMESA)     TO RMA-ACREEDOR.
           MOVE FECHA-HOY-NUM                TO RMA-FECHA-ENTRADA.
           MOVE TAB-LINEAS(IDX-REMESA)       TO RMA-LINEAS.
           MOVE TAB-NO-ADMITIDAS(IDX-REMESA) TO RMA-NO-ADMITIDAS.
           MOVE TAB-TOTAL-CENT(IDX-REMESA)   TO RMA-TOTAL-CENT.
           MOVE FECHA-HOY-NUM                TO RMA-FECHA-ACTIVIDAD.

           WRITE REMESAADE-REG INVALID KEY
               DISPLAY "Error escribiendo remesasade.ubd".

           DISPLAY "Remesa " RMA-NUM " acreedor " RMA-ACREEDOR
               " lineas " RMA-LINEAS " no admitidas "
               RMA-NO-ADMITIDAS.

           GO TO 1510-GRABAR-UNA.

       1590-FIN-REMESAS.
           CLOSE F-REMESAS.

       1500-GRABAR-REMESAS-EXIT.
           EXIT.

       1600-DEVOLVER.
           MOVE AEN-ACREEDOR      TO DEV-ACREEDOR.
           MOVE AEN-BANCO-DEUDOR  TO DEV-BANCO-DEUDOR.
           MOVE AEN-CUENTA-DEUDOR TO DEV-CUENTA-DEUDOR.
           MOVE AEN-IMPORTE-ENT   TO DEV-IMPORTE-ENT.
           MOVE AEN-IMPORTE-DEC   TO DEV-IMPORTE-DEC.
           MOVE AEN-REFERENCIA    TO DEV-REFERENCIA.
           MOVE MOTIVO-ACREEDOR-INVALIDO TO DEV-MOTIVO.

           WRITE DEVOLUCION-REG.

           ADD 1 TO CONTADOR-DEVUELTAS.

           DISPLAY "Devuelta ref " AEN-REFERENCIA
               " acreedor " AEN-ACREEDOR
               " motivo " DEV-MOTIVO.

       1600-DEVOLVER-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Lineas leidas         : " CONTADOR-LEIDAS.
           DISPLAY "Adeudos admitidos     : " CONTADOR-ADMITIDAS.
           DISPLAY "Adeudos no admitidos  : " CONTADOR-NO-ADMITIDAS.
           DISPLAY "Lineas devueltas      : " CONTADOR-DEVUELTAS.
           DISPLAY "Remesas abiertas      : " NUM-REMESAS.
           DISPLAY "Importe admitido      : " TOTAL-ADMITIDO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
