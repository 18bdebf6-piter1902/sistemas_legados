           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Cola de cumplimiento normativo: una orden cuyo titular
           *> destino da posible coincidencia con la lista de
           *> vigilancia pasa ahi en vez de firmarse.
           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

           *> Registro de acciones de las herramientas de oficina;
           *> solo se anade al final.
           SELECT F-AUDITORIA ASSIGN TO DISK
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.dat".
       77 FSV                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSK                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-ITB-NUM             PIC  9(35).

           *> Destino de cada orden de la lista: IBAN si se dio con el,
           *> tarjeta si es interna y se tecleo la tarjeta.
       77 DESTINO-FILA             PIC X(24).
       COPY IBAN.
       77 CTA-ID-DESTINO           PIC  9(16).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.
       77 CTA-ID-ACTUAL            PIC  9(16).
       77 TARJETA-ACTUAL           PIC  9(16).

       77 TARJETA-AVISO            PIC 9(16).
       77 TEXTO-AVISO              PIC X(35).

       77 NOMBRE-CRIBADO           PIC X(35).
       77 DOCUMENTO-CRIBADO        PIC X(12).
       77 CRIBADO-RESULTADO        PIC 9(1).
           88 CRIBADO-COINCIDE     VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA      PIC X(10).
           05 COINC-VIG-NOMBRE     PIC X(35).
           05 COINC-VIG-DOCUMENTO  PIC X(12).
           05 COINC-VIG-VERSION    PIC 9(8).
       77 ULTIMO-CMP-NUM           PIC 9(35).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
       01 FILA-PENDIENTE.
           05 FILLER COL 07 PIC 9(7)       FROM TRF-NUM.
           05 FILLER COL 16 PIC 9(16)      FROM TRF-TARJETA-ORIGEN.
           05 FILLER COL 33 PIC X(24)      FROM DESTINO-FILA.
           05 FILLER SIGN IS LEADING SEPARATE
               COL 58 PIC -9(7) FROM TRF-IMPORTE-ENT.
           05 FILLER COL 66 VALUE ".".

           DISPLAY "Transferencias a la espera de firma" AT LINE 6
               COL 22.
           DISPLAY "Num.   Tarjeta origen    IBAN o tarjeta destino"
               AT LINE 7 COL 7
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Importe" AT LINE 7 COL 58
           IF NOT TRF-PENDIENTE
               GO TO LISTAR-BUCLE.

           IF TRF-BANCO-DESTINO = 0 AND TRF-IBAN-DESTINO = SPACES
               MOVE TRF-CUENTA-DESTINO TO DESTINO-FILA
           ELSE
               PERFORM IBAN-PENDIENTE THRU IBAN-PENDIENTE-EXIT
               MOVE IBN-IBAN TO DESTINO-FILA.

           DISPLAY FILA-PENDIENTE AT LINE LINEA-ACTUAL.

           ADD 1 TO LINEA-ACTUAL.
           *> origen y abono local, o cargo al origen y orden
           *> interbancaria pendiente).
       APROBAR-ORDEN.
           *> La lista de vigilancia puede haber cambiado desde que
           *> el cajero capturo la orden: se vuelve a cribar el
           *> titular destino y, si coincide, la orden pasa a la
           *> cola de cumplimiento con la misma reserva en vez de
           *> apuntarse.
           MOVE TRF-TITULAR-DESTINO TO NOMBRE-CRIBADO.
           MOVE SPACES TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.
           IF CRIBADO-COINCIDE
               GO TO PASAR-CUMPLIMIENTO.

           *> Si la cuenta destino se cerro mientras la orden
           *> esperaba la firma, no se puede aprobar: solo rechazar.
           IF TRF-BANCO-DESTINO = 0
               PERFORM RESOLVER-CTA-DESTINO
                   THRU RESOLVER-CTA-DESTINO-EXIT
               CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW
               IF CTA-CERRADA
                   CLOSE F-TRFPEND
                   GO TO DESTINO-CERRADO-ERR
               END-IF
           END-IF.

           SET TRF-APROBADA TO TRUE.
           REWRITE TRFPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TRFPEND.
           GO TO VOLVER-ENTER-LISTA.


           *> La orden queda fuera de la cola de firma (estado de
           *> cumplimiento) y su reserva pasa a la fila nueva de
           *> cumplimiento.ubd; la herramienta de cumplimiento la
           *> apuntara o la rechazara.
       PASAR-CUMPLIMIENTO.
           SET TRF-CUMPLIMIENTO TO TRUE.
           REWRITE TRFPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TRFPEND.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O F-CUMPLIMIENTO.
           IF FSK = 35
               OPEN OUTPUT F-CUMPLIMIENTO
               CLOSE F-CUMPLIMIENTO
               OPEN I-O F-CUMPLIMIENTO
           END-IF.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO ULTIMO-CMP-NUM.

       PASAR-CUMPLIMIENTO-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO PASAR-CUMPLIMIENTO-REG.
           IF ULTIMO-CMP-NUM < CMP-NUM
               MOVE CMP-NUM TO ULTIMO-CMP-NUM.
           GO TO PASAR-CUMPLIMIENTO-BUCLE.

       PASAR-CUMPLIMIENTO-REG.
           ADD 1 TO ULTIMO-CMP-NUM.

           INITIALIZE CUMPLIMIENTO-REG.
           MOVE ULTIMO-CMP-NUM       TO CMP-NUM.
           SET CMP-ORIGEN-DOBLE-FIRMA TO TRUE.
           MOVE TRF-TITULAR-DESTINO  TO CMP-NOMBRE.
           MOVE COINC-VIG-LISTA      TO CMP-VIG-LISTA.
           MOVE COINC-VIG-NOMBRE     TO CMP-VIG-NOMBRE.
           MOVE COINC-VIG-DOCUMENTO  TO CMP-VIG-DOCUMENTO.
           MOVE COINC-VIG-VERSION    TO CMP-VIG-VERSION.
           MOVE TRF-TARJETA-ORIGEN   TO CMP-TARJETA-ORIGEN.
           MOVE TRF-CTA-ORIGEN       TO CMP-CTA-ORIGEN.
           MOVE TRF-BANCO-DESTINO    TO CMP-BANCO.
           MOVE TRF-CUENTA-DESTINO   TO CMP-CUENTA-DESTINO.
           MOVE TRF-IBAN-DESTINO     TO CMP-IBAN.
           MOVE TRF-IMPORTE-ENT      TO CMP-IMPORTE-ENT.
           MOVE TRF-IMPORTE-DEC      TO CMP-IMPORTE-DEC.
           MOVE TRF-REFERENCIA       TO CMP-REFERENCIA.
           MOVE TRF-RET-NUM          TO CMP-RET-NUM.
           MOVE TRF-NUM              TO CMP-TRF-NUM.
           MOVE ANO                  TO CMP-ANO.
           MOVE MES                  TO CMP-MES.
           MOVE DIA                  TO CMP-DIA.
           SET CMP-PENDIENTE         TO TRUE.

           WRITE CUMPLIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CUMPLIMIENTO.

           MOVE "TRF-CUMPLIM" TO AUD-FUNCION-ACTUAL.
           MOVE TRF-TARJETA-ORIGEN TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El titular destino coincide con la lista de"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "vigilancia: la orden pasa a cumplimiento normativo"
               AT LINE 10 COL 15
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "El importe sigue reservado" AT LINE 12 COL 27.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


       FIJAR-UMBRAL.
           INITIALIZE UMBRAL-USUARIO.


           CLOSE F-CUENTAS.

           *> Con el IBAN de una cuenta de la casa se abona esa
           *> cuenta, aunque la tarjeta alcance otras.
           IF TRF-IBAN-DESTINO NOT = SPACES
               SET IBN-VALIDAR TO TRUE
               MOVE TRF-IBAN-DESTINO TO IBN-IBAN
               CALL "IBANCTA" USING DATOS-IBAN
               IF IBN-CORRECTO AND IBN-PROPIO
                   MOVE IBN-CUENTA TO CTA-ID-DESTINO
               END-IF
           END-IF.

       RESOLVER-CTA-DESTINO-EXIT.
           EXIT.

           MOVE TRF-IMPORTE-ENT    TO ITB-IMPORTE-ENT.
           MOVE TRF-IMPORTE-DEC    TO ITB-IMPORTE-DEC.
           MOVE TRF-REFERENCIA     TO ITB-REFERENCIA.
           PERFORM IBAN-PENDIENTE THRU IBAN-PENDIENTE-EXIT.
           MOVE IBN-IBAN           TO ITB-IBAN-DESTINO.
           SET ITB-PENDIENTE       TO TRUE.
           MOVE 0                  TO ITB-LIQ-ANO.
           MOVE 0                  TO ITB-LIQ-MES.
       ESCRIBIR-INTERBANCO-EXIT.
           EXIT.

           *> IBAN con que el cliente dio la orden; las capturadas
           *> antes de guardarse el IBAN lo componen de banco y cuenta.
       IBAN-PENDIENTE.
           IF TRF-IBAN-DESTINO NOT = SPACES
               MOVE TRF-IBAN-DESTINO TO IBN-IBAN
               GO TO IBAN-PENDIENTE-EXIT.

           SET IBN-COMPONER TO TRUE.
           MOVE TRF-BANCO-DESTINO TO IBN-BANCO.
           MOVE TRF-CUENTA-DESTINO TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.

       IBAN-PENDIENTE-EXIT.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       DESTINO-CERRADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta destino esta cerrada; rechace la orden"
               AT LINE 9 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       NIVEL-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta herramienta exige nivel de supervisor"
           CLOSE F-CUENTAS.
           CLOSE F-INTERBANCO.
           CLOSE F-MOVIDX.
           CLOSE F-CUMPLIMIENTO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" AT LINE 9 COL 25
