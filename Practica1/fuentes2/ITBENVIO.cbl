           *> respuesta de la red casa con exactamente una transmision
           *> y queda constancia de lo enviado; y un relanzamiento
           *> tras un fallo a mitad rehace el fichero entero en lugar
           *> de dejar ordenes marcadas sin enviar. En el mismo
           *> fichero salen las peticiones de retirada abiertas en la
           *> oficina (retiradas.ubd) sobre ordenes ya transmitidas,
           *> que se marcan transmitidas igual que las ordenes. La
           *> red identifica la cuenta destino solo por su IBAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSI.

           SELECT F-RETIRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTD-ITB-NUM
           FILE STATUS IS FSD.

           SELECT F-ENVIO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

       FD F-RETIRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retiradas.ubd".
           COPY RETIRADA.

       FD F-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENVIO.
       01 ENVIO-REG.
           *> "D" = linea de detalle, "R" = peticion de retirada de
           *> una orden transmitida antes, "T" = cola de control.
           02 ENV-TIPO                PIC   X(1).
           02 ENV-DETALLE.
               03 ENV-ITB-NUM         PIC  9(35).
               03 ENV-IBAN-DESTINO    PIC  X(34).
               03 ENV-IMPORTE-ENT     PIC  S9(7).
               03 ENV-IMPORTE-DEC     PIC   9(2).
               03 ENV-REFERENCIA      PIC  X(15).
           02 ENV-RETIRADA REDEFINES ENV-DETALLE.
               03 ENV-RTD-ITB-NUM     PIC  9(35).
               03 ENV-RTD-IBAN        PIC  X(34).
               03 ENV-RTD-IMPORTE-ENT PIC  S9(7).
               03 ENV-RTD-IMPORTE-DEC PIC   9(2).
               03 ENV-RTD-MOTIVO      PIC   9(2).
               03 FILLER              PIC  X(13).
           *> Recuento y total de las ordenes; las retiradas no mueven
           *> importe y se cuentan aparte.
           02 ENV-COLA REDEFINES ENV-DETALLE.
               03 ENV-LINEAS          PIC   9(7).
               03 ENV-TOTAL-CENT      PIC  S9(13).
               03 ENV-RETIRADAS       PIC   9(7).
               03 FILLER              PIC  X(66).

       WORKING-STORAGE SECTION.
       77 FSI                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSD                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 IDX-ENVIO                  PIC   9(4).

           *> Retiradas extraidas en esta pasada, con la misma regla:
           *> se marcan transmitidas con el fichero ya completo.
       77 NUM-RETIRADAS-ENVIO        PIC   9(4) VALUE 0.
       01 TABLA-RETIRADAS-ENVIO.
           05 RETIRADA-ENVIO-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON NUM-RETIRADAS-ENVIO.
               10 RTD-TAB-NUM        PIC  9(35).

       77 RETIRADAS-ABIERTO-SW       PIC   9(1).
           88 RETIRADAS-ABIERTO      VALUE 1.
       77 CONTADOR-RETIRADAS         PIC   9(7) VALUE 0.
       77 CONTADOR-RETIRADAS-CERRADAS PIC  9(7) VALUE 0.

       COPY IBAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO NUM-ORDENES-ENVIO.
           MOVE 0 TO CONTADOR-TRANSMITIDAS.
           MOVE 0 TO TOTAL-TRANSMITIDO-CENT.
           MOVE 0 TO NUM-RETIRADAS-ENVIO.
           MOVE 0 TO CONTADOR-RETIRADAS.
           MOVE 0 TO CONTADOR-RETIRADAS-CERRADAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY "Ordenes transmitidas  : " CONTADOR-TRANSMITIDAS.
           DISPLAY "Importe transmitido   : " TOTAL-TRANSMITIDO-CENT
               " centimos".
           DISPLAY "Retiradas transmitidas: " CONTADOR-RETIRADAS.
           IF CONTADOR-RETIRADAS-CERRADAS > 0
               DISPLAY "Retiradas de ordenes ya devueltas: "
                   CONTADOR-RETIRADAS-CERRADAS.
           IF CONTADOR-TRANSMITIDAS > 0 OR CONTADOR-RETIRADAS > 0
               DISPLAY "Fichero de envio en " NOMBRE-ENVIO.

           GOBACK.
           IF NUM-ORDENES-ENVIO >= 9999
               GO TO 1900-FIN-ORDENES.

           PERFORM 1800-IBAN-ORDEN THRU 1800-IBAN-ORDEN-EXIT.

           MOVE "D" TO ENV-TIPO.
           MOVE ITB-NUM            TO ENV-ITB-NUM.
           MOVE IBN-IBAN           TO ENV-IBAN-DESTINO.
           MOVE ITB-IMPORTE-ENT    TO ENV-IMPORTE-ENT.
           MOVE ITB-IMPORTE-DEC    TO ENV-IMPORTE-DEC.
           MOVE ITB-REFERENCIA     TO ENV-REFERENCIA.
           GO TO 1100-LEER-ORDEN.

       1900-FIN-ORDENES.
           PERFORM 1500-EXTRAER-RETIRADAS
               THRU 1500-EXTRAER-RETIRADAS-EXIT.

           *> Cola de control: la red contrasta recuento y total
           *> contra las lineas de detalle.
           MOVE "T" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE CONTADOR-TRANSMITIDAS  TO ENV-LINEAS.
           MOVE TOTAL-TRANSMITIDO-CENT TO ENV-TOTAL-CENT.
           MOVE CONTADOR-RETIRADAS     TO ENV-RETIRADAS.
           WRITE ENVIO-REG.

           CLOSE F-ENVIO.

           PERFORM 1950-MARCAR-TRANSMITIDAS
               THRU 1950-MARCAR-TRANSMITIDAS-EXIT.
           PERFORM 1970-MARCAR-RETIRADAS
               THRU 1970-MARCAR-RETIRADAS-EXIT.

           IF RETIRADAS-ABIERTO
               CLOSE F-RETIRADAS.
           CLOSE F-INTERBANCO.

       1000-EXTRAER-EXIT.
           EXIT.

           *> Peticiones de retirada aun sin transmitir, con los datos
           *> de su orden para que la red la localice. La retirada de
           *> una orden que el otro banco ya devolvio no tiene objeto:
           *> se cierra aqui como rechazada por ya devuelta.
       1500-EXTRAER-RETIRADAS.
           MOVE 0 TO RETIRADAS-ABIERTO-SW.

           OPEN I-O F-RETIRADAS.
           IF FSD = 35
               CLOSE F-RETIRADAS
               GO TO 1500-EXTRAER-RETIRADAS-EXIT.
           IF FSD <> 00
               DISPLAY "Error abriendo retiradas.ubd"
               GO TO 1500-EXTRAER-RETIRADAS-EXIT.

           MOVE 1 TO RETIRADAS-ABIERTO-SW.

       1510-LEER-RETIRADA.
           READ F-RETIRADAS NEXT RECORD
               AT END GO TO 1500-EXTRAER-RETIRADAS-EXIT.

           IF NOT RTD-SOLICITADA
               GO TO 1510-LEER-RETIRADA.

           MOVE RTD-ITB-NUM TO ITB-NUM.
           READ F-INTERBANCO
               INVALID KEY
                   DISPLAY "Retirada sin orden: ITB " RTD-ITB-NUM
                   GO TO 1510-LEER-RETIRADA
           END-READ.

           IF NOT ITB-PENDIENTE AND NOT ITB-LIQUIDADA
               SET RTD-RECHAZADA TO TRUE
               MOVE FECHA-HOY-NUM TO RTD-RESPUESTA-FECHA
               MOVE 5 TO RTD-MOTIVO-RESPUESTA
               REWRITE RETIRADA-REG INVALID KEY
                   DISPLAY "Error reescribiendo retiradas.ubd"
               END-REWRITE
               ADD 1 TO CONTADOR-RETIRADAS-CERRADAS
               GO TO 1510-LEER-RETIRADA.

           IF NUM-RETIRADAS-ENVIO >= 9999
               GO TO 1500-EXTRAER-RETIRADAS-EXIT.

           PERFORM 1800-IBAN-ORDEN THRU 1800-IBAN-ORDEN-EXIT.

           MOVE "R" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE ITB-NUM            TO ENV-RTD-ITB-NUM.
           MOVE IBN-IBAN           TO ENV-RTD-IBAN.
           MOVE ITB-IMPORTE-ENT    TO ENV-RTD-IMPORTE-ENT.
           MOVE ITB-IMPORTE-DEC    TO ENV-RTD-IMPORTE-DEC.
           MOVE RTD-MOTIVO         TO ENV-RTD-MOTIVO.

           WRITE ENVIO-REG.

           ADD 1 TO NUM-RETIRADAS-ENVIO.
           MOVE RTD-ITB-NUM TO RTD-TAB-NUM(NUM-RETIRADAS-ENVIO).

           ADD 1 TO CONTADOR-RETIRADAS.

           GO TO 1510-LEER-RETIRADA.

       1500-EXTRAER-RETIRADAS-EXIT.
           EXIT.

           *> IBAN con que viaja la orden. Una orden que no lo tenga
           *> guardado (anterior a la conversion) lo compone de banco
           *> y cuenta, que es el mismo IBAN que daria el cliente.
       1800-IBAN-ORDEN.
           IF ITB-IBAN-DESTINO NOT = SPACES
               MOVE ITB-IBAN-DESTINO TO IBN-IBAN
               GO TO 1800-IBAN-ORDEN-EXIT.

           SET IBN-COMPONER TO TRUE.
           MOVE ITB-BANCO-DESTINO  TO IBN-BANCO.
           MOVE ITB-CUENTA-DESTINO TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.

       1800-IBAN-ORDEN-EXIT.
           EXIT.

           *> Con el fichero de envio ya completo en disco (detalle
           *> mas cola), estampa la fecha de transmision en las
           *> ordenes extraidas. Un fallo anterior a este punto deja

       1950-MARCAR-TRANSMITIDAS-EXIT.
           EXIT.

       1970-MARCAR-RETIRADAS.
           MOVE 0 TO IDX-ENVIO.

       1980-MARCAR-UNA-RETIRADA.
           ADD 1 TO IDX-ENVIO.
           IF IDX-ENVIO > NUM-RETIRADAS-ENVIO
               GO TO 1970-MARCAR-RETIRADAS-EXIT.

           MOVE RTD-TAB-NUM(IDX-ENVIO) TO RTD-ITB-NUM.
           READ F-RETIRADAS
               INVALID KEY GO TO 1980-MARCAR-UNA-RETIRADA.

           SET RTD-TRANSMITIDA TO TRUE.
           MOVE FECHA-HOY-NUM TO RTD-TRANSMISION.

           REWRITE RETIRADA-REG INVALID KEY
               DISPLAY "Error reescribiendo retiradas.ubd".

           GO TO 1980-MARCAR-UNA-RETIRADA.

       1970-MARCAR-RETIRADAS-EXIT.
           EXIT.
