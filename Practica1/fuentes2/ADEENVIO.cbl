       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADEENVIO.

           *> Transmision nocturna de los adeudos que emiten nuestros
           *> acreedores contra cuentas de otros bancos, en el patron
           *> del envio de ordenes interbancarias: extrae los adeudos
           *> pendientes y aun no transmitidos de adeudos.ubd al
           *> formato de la red (adeenvioAAAAMMDD.dat, detalle mas
           *> cola de control con recuento y total) y, solo con el
           *> fichero completo en disco, los marca transmitidos con la
           *> fecha, de modo que cada respuesta de la red casa con una
           *> unica transmision.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-ENVIO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD F-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENVIO.
       01 ENVIO-REG.
           *> "D" = linea de detalle, "T" = cola de control.
           02 ENV-TIPO                PIC   X(1).
           02 ENV-DETALLE.
               03 ENV-ADE-CLAVE       PIC  9(13).
               03 ENV-BANCO-DEUDOR    PIC   9(4).
               03 ENV-CUENTA-DEUDOR   PIC  9(16).
               03 ENV-IMPORTE-ENT     PIC  S9(7).
               03 ENV-IMPORTE-DEC     PIC   9(2).
               03 ENV-MANDATO         PIC  X(15).
               03 ENV-REFERENCIA      PIC  X(15).
               03 ENV-FECHA-COBRO     PIC   9(8).
               03 ENV-ACREEDOR        PIC   9(4).
               03 ENV-ACREEDOR-NOMBRE PIC  X(30).
           02 ENV-COLA REDEFINES ENV-DETALLE.
               03 ENV-LINEAS          PIC   9(7).
               03 ENV-TOTAL-CENT      PIC  S9(13).
               03 FILLER              PIC  X(94).

       WORKING-STORAGE SECTION.
       77 FSO                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSE                       PIC   X(2).

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
       77 NOMBRE-ENVIO               PIC  X(24).

       77 CONTADOR-LEIDAS            PIC   9(7) VALUE 0.
       77 CONTADOR-TRANSMITIDAS      PIC   9(7) VALUE 0.
       77 TOTAL-TRANSMITIDO-CENT     PIC  S9(13) VALUE 0.

           *> Adeudos extraidos en esta pasada, aun sin marcar: la
           *> fecha de transmision se estampa solo cuando el fichero
           *> de envio esta completo, cola incluida. Si se llena la
           *> tabla, los adeudos restantes quedan pendientes y salen
           *> en la transmision siguiente.
       77 NUM-ADEUDOS-ENVIO          PIC   9(4) VALUE 0.
       01 TABLA-ENVIO.
           05 ENVIO-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON NUM-ADEUDOS-ENVIO.
               10 ENV-TAB-CLAVE      PIC  9(13).

       77 IDX-ENVIO                  PIC   9(4).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO NUM-ADEUDOS-ENVIO.
           MOVE 0 TO CONTADOR-TRANSMITIDAS.
           MOVE 0 TO TOTAL-TRANSMITIDO-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ADEENVIO - transmision de adeudos "
               "emitidos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE SPACES TO NOMBRE-ENVIO.
           STRING "adeenvio"     DELIMITED BY SIZE
                  FECHA-HOY-NUM  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
               INTO NOMBRE-ENVIO.

           PERFORM 1000-EXTRAER THRU 1000-EXTRAER-EXIT.

           DISPLAY " ".
           DISPLAY "Adeudos revisados     : " CONTADOR-LEIDAS.
           DISPLAY "Adeudos transmitidos  : " CONTADOR-TRANSMITIDAS.
           DISPLAY "Importe transmitido   : " TOTAL-TRANSMITIDO-CENT
               " centimos".
           IF CONTADOR-TRANSMITIDAS > 0
               DISPLAY "Fichero de envio en " NOMBRE-ENVIO.

           GOBACK.

       1000-EXTRAER.
           OPEN I-O F-ADEUDOS.
           IF FSO = 35
               DISPLAY "No hay adeudos.ubd que transmitir."
               CLOSE F-ADEUDOS
               GO TO 1000-EXTRAER-EXIT.
           IF FSO <> 00
               DISPLAY "Error abriendo adeudos.ubd"
               GO TO 1000-EXTRAER-EXIT.

           OPEN INPUT F-ACREEDORES.
           IF FSA <> 00
               DISPLAY "Error abriendo acreedores.ubd"
               CLOSE F-ADEUDOS
               GO TO 1000-EXTRAER-EXIT.

           OPEN OUTPUT F-ENVIO.
           IF FSE <> 00
               DISPLAY "Error abriendo " NOMBRE-ENVIO
               CLOSE F-ADEUDOS
               CLOSE F-ACREEDORES
               GO TO 1000-EXTRAER-EXIT.

       1100-LEER-ADEUDO.
           READ F-ADEUDOS NEXT RECORD
               AT END GO TO 1900-FIN-ADEUDOS.

           ADD 1 TO CONTADOR-LEIDAS.

           IF NOT ADE-PENDIENTE
               GO TO 1100-LEER-ADEUDO.

           *> Un adeudo con fecha de transmision ya viajo a la red;
           *> la respuesta llegara por su transmision original.
           IF ADE-TRANS-FECHA NOT = 0
               GO TO 1100-LEER-ADEUDO.

           IF NUM-ADEUDOS-ENVIO >= 9999
               GO TO 1900-FIN-ADEUDOS.

           *> El adeudo viaja con la identificacion del acreedor que
           *> cobra, que el banco del deudor contrasta con el mandato.
           MOVE ADE-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES
               INVALID KEY
                   MOVE SPACES TO ACR-NOMBRE
           END-READ.

           MOVE "D" TO ENV-TIPO.
           MOVE ADE-CLAVE          TO ENV-ADE-CLAVE.
           MOVE ADE-BANCO-DEUDOR   TO ENV-BANCO-DEUDOR.
           MOVE ADE-CUENTA-DEUDOR  TO ENV-CUENTA-DEUDOR.
           MOVE ADE-IMPORTE-ENT    TO ENV-IMPORTE-ENT.
           MOVE ADE-IMPORTE-DEC    TO ENV-IMPORTE-DEC.
           MOVE ADE-MANDATO        TO ENV-MANDATO.
           MOVE ADE-REFERENCIA     TO ENV-REFERENCIA.
           MOVE ADE-FECHA-COBRO    TO ENV-FECHA-COBRO.
           MOVE ADE-ACREEDOR       TO ENV-ACREEDOR.
           MOVE ACR-NOMBRE         TO ENV-ACREEDOR-NOMBRE.

           WRITE ENVIO-REG.

           ADD 1 TO NUM-ADEUDOS-ENVIO.
           MOVE ADE-CLAVE TO ENV-TAB-CLAVE(NUM-ADEUDOS-ENVIO).

           ADD 1 TO CONTADOR-TRANSMITIDAS.
           COMPUTE TOTAL-TRANSMITIDO-CENT = TOTAL-TRANSMITIDO-CENT
               + (ADE-IMPORTE-ENT * 100) + ADE-IMPORTE-DEC.

           GO TO 1100-LEER-ADEUDO.

       1900-FIN-ADEUDOS.
           *> Cola de control: la red contrasta recuento y total
           *> contra las lineas de detalle.
           MOVE "T" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE CONTADOR-TRANSMITIDAS  TO ENV-LINEAS.
           MOVE TOTAL-TRANSMITIDO-CENT TO ENV-TOTAL-CENT.
           WRITE ENVIO-REG.

           CLOSE F-ENVIO.
           CLOSE F-ACREEDORES.

           PERFORM 1950-MARCAR-TRANSMITIDAS
               THRU 1950-MARCAR-TRANSMITIDAS-EXIT.

           CLOSE F-ADEUDOS.

       1000-EXTRAER-EXIT.
           EXIT.

           *> Con el fichero de envio ya completo en disco (detalle
           *> mas cola), estampa la fecha de transmision en los
           *> adeudos extraidos. Un fallo anterior a este punto deja
           *> los adeudos sin marcar y el relanzamiento del paso los
           *> vuelve a extraer sobre el fichero del dia.
       1950-MARCAR-TRANSMITIDAS.
           MOVE 0 TO IDX-ENVIO.

       1960-MARCAR-UNA.
           ADD 1 TO IDX-ENVIO.
           IF IDX-ENVIO > NUM-ADEUDOS-ENVIO
               GO TO 1950-MARCAR-TRANSMITIDAS-EXIT.

           MOVE ENV-TAB-CLAVE(IDX-ENVIO) TO ADE-CLAVE.
           READ F-ADEUDOS
               INVALID KEY GO TO 1960-MARCAR-UNA.

           MOVE FECHA-HOY-NUM TO ADE-TRANS-FECHA.

           REWRITE ADEUDO-REG INVALID KEY
               DISPLAY "Error reescribiendo adeudos.ubd".

           GO TO 1960-MARCAR-UNA.

       1950-MARCAR-TRANSMITIDAS-EXIT.
           EXIT.
