           FILE STATUS IS FSE.

           *> Registros que no se han podido abonar, con su codigo de
           *> motivo, para devolver los fondos a la red. Se anade al
           *> final: tambien escriben aqui las devoluciones de la
           *> cuenta de suspenso.
           SELECT F-RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Cola de cumplimiento normativo: las entrantes cuyo
           *> ordenante da posible coincidencia con la lista de
           *> vigilancia esperan ahi sin abonarse.
           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

           *> Cuenta de suspenso: las entrantes sin tarjeta o con la
           *> cuenta cerrada esperan ahi a que la oficina las aplique
           *> o las devuelva.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           02 ENT-IMPORTE-ENT        PIC  S9(7).
           02 ENT-IMPORTE-DEC        PIC   9(2).
           02 ENT-REFERENCIA         PIC  X(15).
           02 ENT-ORDENANTE          PIC  X(35).

           *> IBAN de la cuenta abonada. La red lo envia en lugar de
           *> la tarjeta; mientras haya bancos que aun no lo informan,
           *> en blanco se sigue abonando la tarjeta.
           02 ENT-IBAN-DESTINO       PIC  X(34).
           COPY CABPIE.

       FD F-RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSU                       PIC   X(2).

       77 FSX                       PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FSP                       PIC   X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "ITBABONO".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.

       01 CAMPOS-FECHA.
           05 FECHA.
           *> Motivos de rechazo devueltos a la red de compensacion.
       78 MOTIVO-TARJETA-INEXISTENTE VALUE "01".
       78 MOTIVO-IMPORTE-NO-VALIDO   VALUE "02".
       78 MOTIVO-CUENTA-CERRADA      VALUE "03".
       78 MOTIVO-IBAN-ERRONEO        VALUE "04".

       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-ID-DESTINO             PIC  9(16).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       77 TARJETA-ENCONTRADA-SW      PIC  9(1).
           88 TARJETA-ENCONTRADA     VALUE 1.
       77 CONTADOR-LEIDAS            PIC  9(5) VALUE 0.
       77 CONTADOR-ABONADAS          PIC  9(5) VALUE 0.
       77 CONTADOR-RECHAZADAS        PIC  9(5) VALUE 0.
       77 CONTADOR-RETENIDAS         PIC  9(5) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC  9(5) VALUE 0.
       77 TOTAL-ABONADO-CENT         PIC S9(11) VALUE 0.
       77 TOTAL-RETENIDO-CENT        PIC S9(11) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC S9(11) VALUE 0.

       77 NOMBRE-CRIBADO             PIC X(35).
       77 DOCUMENTO-CRIBADO          PIC X(12).
       77 CRIBADO-RESULTADO          PIC 9(1).
           88 CRIBADO-COINCIDE       VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA        PIC X(10).
           05 COINC-VIG-NOMBRE       PIC X(35).
           05 COINC-VIG-DOCUMENTO    PIC X(12).
           05 COINC-VIG-VERSION      PIC 9(8).
       77 ULTIMO-CMP-NUM             PIC 9(35).
       77 ULTIMO-SPS-NUM             PIC 9(35).

           *> Cuenta que nombra el IBAN de la entrante, que es la que
           *> se abona aunque su tarjeta alcance otras.
       77 CTA-ID-IBAN                PIC 9(16).
       COPY IBAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-PROCESAR-ENTRADA.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "itbentrada.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

           OPEN INPUT F-ENTRADA.
           IF FSE = 35
               DISPLAY "No hay itbentrada.dat que procesar."
               DISPLAY "Error abriendo itbentrada.dat"
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

           OPEN EXTEND F-RECHAZOS.
           IF FSR = 35
               OPEN OUTPUT F-RECHAZOS
               CLOSE F-RECHAZOS
               OPEN EXTEND F-RECHAZOS
           END-IF.
           IF FSR <> 00
               DISPLAY "Error abriendo itbrechazos.dat"
               CLOSE F-ENTRADA

       1100-LEER-ENTRADA.
           READ F-ENTRADA NEXT RECORD AT END GO TO 1900-FIN-ENTRADA.
           IF CFI-CONTROL
               GO TO 1100-LEER-ENTRADA.

           ADD 1 TO CONTADOR-LEIDAS.

               PERFORM 1500-RECHAZAR THRU 1500-RECHAZAR-EXIT
               GO TO 1100-LEER-ENTRADA.

           *> Un IBAN con los digitos de control mal, o que no es de
           *> una cuenta nuestra, se devuelve a la red en el acto.
           PERFORM 1250-RESOLVER-IBAN THRU 1250-RESOLVER-IBAN-EXIT.
           IF NOT IBN-CORRECTO
               MOVE MOTIVO-IBAN-ERRONEO TO RCH-MOTIVO
               PERFORM 1500-RECHAZAR THRU 1500-RECHAZAR-EXIT
               GO TO 1100-LEER-ENTRADA.

           *> Sin tarjeta (casi siempre un error de tecleo del
           *> ordenante) no se devuelve en el acto: queda en suspenso
           *> para que la oficina la investigue.
           PERFORM 1200-VALIDAR-TARJETA THRU 1200-VALIDAR-TARJETA-EXIT.
           IF TARJETA-NO-ENCONTRADA
               MOVE MOTIVO-TARJETA-INEXISTENTE TO RCH-MOTIVO
               PERFORM 1800-PASAR-A-SUSPENSO
                   THRU 1800-PASAR-A-SUSPENSO-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1300-RESOLVER-CTA-DESTINO
               THRU 1300-RESOLVER-CTA-DESTINO-EXIT.
           IF CTA-ID-IBAN NOT = 0
               MOVE CTA-ID-IBAN TO CTA-ID-DESTINO.

           *> Una cuenta cerrada en oficina no admite abonos: la
           *> transferencia queda en suspenso por si el titular tiene
           *> otra cuenta, y si no vuelve al banco ordenante.
           CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW.
           IF CTA-CERRADA
               MOVE MOTIVO-CUENTA-CERRADA TO RCH-MOTIVO
               PERFORM 1800-PASAR-A-SUSPENSO
                   THRU 1800-PASAR-A-SUSPENSO-EXIT
               GO TO 1100-LEER-ENTRADA.

           *> Con posible coincidencia del ordenante en la lista de
           *> vigilancia no se abona: la transferencia queda en la
           *> cola de cumplimiento hasta que un supervisor la libere.
           MOVE ENT-ORDENANTE TO NOMBRE-CRIBADO.
           MOVE SPACES TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.
           IF CRIBADO-COINCIDE
               PERFORM 1700-RETENER-CUMPLIMIENTO
                   THRU 1700-RETENER-CUMPLIMIENTO-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1400-ABONAR THRU 1400-ABONAR-EXIT.


       1900-FIN-ENTRADA.
           CLOSE F-ENTRADA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-RECHAZOS.

       1000-PROCESAR-ENTRADA-EXIT.
       1200-VALIDAR-TARJETA-EXIT.
           EXIT.

           *> Traduce el IBAN de la entrante a la tarjeta que alcanza
           *> la cuenta, que es con la que sigue el abono; el resto
           *> del proceso no cambia. Sin IBAN se abona la tarjeta.
       1250-RESOLVER-IBAN.
           MOVE 0 TO CTA-ID-IBAN.
           MOVE 0 TO IBN-RESULTADO.

           IF ENT-IBAN-DESTINO = SPACES
               GO TO 1250-RESOLVER-IBAN-EXIT.

           SET IBN-VALIDAR TO TRUE.
           MOVE ENT-IBAN-DESTINO TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF NOT IBN-CORRECTO
               GO TO 1250-RESOLVER-IBAN-EXIT.

           IF NOT IBN-PROPIO
               SET IBN-NO-NACIONAL TO TRUE
               GO TO 1250-RESOLVER-IBAN-EXIT.

           MOVE IBN-TARJETA TO ENT-TARJETA-DESTINO.
           MOVE IBN-CUENTA TO CTA-ID-IBAN.

       1250-RESOLVER-IBAN-EXIT.
           EXIT.

           *> Misma resolucion tarjeta -> cuenta compartida que hacen
           *> los cajeros, dando de alta la fila si aun no existia.
       1300-RESOLVER-CTA-DESTINO.

           ADD 1 TO CONTADOR-RECHAZADAS.

           IF ENT-IBAN-DESTINO NOT = SPACES
               DISPLAY "Rechazada ref " ENT-REFERENCIA
                   " IBAN " ENT-IBAN-DESTINO
                   " motivo " RCH-MOTIVO
           ELSE
               DISPLAY "Rechazada ref " ENT-REFERENCIA
                   " tarjeta " ENT-TARJETA-DESTINO
                   " motivo " RCH-MOTIVO.

       1500-RECHAZAR-EXIT.
           EXIT.
       1600-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Deja la entrante en cumplimiento.ubd con los datos que
           *> hacen falta para abonarla si se libera.
       1700-RETENER-CUMPLIMIENTO.
           OPEN I-O F-CUMPLIMIENTO.
           IF FSK = 35
               OPEN OUTPUT F-CUMPLIMIENTO
               CLOSE F-CUMPLIMIENTO
               OPEN I-O F-CUMPLIMIENTO
           END-IF.
           IF FSK <> 00
               DISPLAY "Error abriendo cumplimiento.ubd"
               GO TO 1700-RETENER-CUMPLIMIENTO-EXIT.

           MOVE 0 TO ULTIMO-CMP-NUM.

       1710-BUSCAR-ULTIMO.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO 1720-ESCRIBIR-CUMPLIMIENTO.
           IF ULTIMO-CMP-NUM < CMP-NUM
               MOVE CMP-NUM TO ULTIMO-CMP-NUM.
           GO TO 1710-BUSCAR-ULTIMO.

       1720-ESCRIBIR-CUMPLIMIENTO.
           ADD 1 TO ULTIMO-CMP-NUM.

           INITIALIZE CUMPLIMIENTO-REG.
           MOVE ULTIMO-CMP-NUM      TO CMP-NUM.
           SET CMP-ORIGEN-ENTRANTE  TO TRUE.
           MOVE ENT-ORDENANTE       TO CMP-NOMBRE.
           MOVE COINC-VIG-LISTA     TO CMP-VIG-LISTA.
           MOVE COINC-VIG-NOMBRE    TO CMP-VIG-NOMBRE.
           MOVE COINC-VIG-DOCUMENTO TO CMP-VIG-DOCUMENTO.
           MOVE COINC-VIG-VERSION   TO CMP-VIG-VERSION.
           MOVE ENT-BANCO-ORIGEN    TO CMP-BANCO.
           MOVE ENT-TARJETA-DESTINO TO CMP-CUENTA-DESTINO.
           MOVE ENT-IBAN-DESTINO    TO CMP-IBAN.
           MOVE ENT-IMPORTE-ENT     TO CMP-IMPORTE-ENT.
           MOVE ENT-IMPORTE-DEC     TO CMP-IMPORTE-DEC.
           MOVE ENT-REFERENCIA      TO CMP-REFERENCIA.
           MOVE ANO                 TO CMP-ANO.
           MOVE MES                 TO CMP-MES.
           MOVE DIA                 TO CMP-DIA.
           SET CMP-PENDIENTE        TO TRUE.

           WRITE CUMPLIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo cumplimiento.ubd"
               CLOSE F-CUMPLIMIENTO
               GO TO 1700-RETENER-CUMPLIMIENTO-EXIT.

           CLOSE F-CUMPLIMIENTO.

           ADD 1 TO CONTADOR-RETENIDAS.
           ADD CENT-IMPORTE TO TOTAL-RETENIDO-CENT.

           DISPLAY "Retenida ref " ENT-REFERENCIA
               " tarjeta " ENT-TARJETA-DESTINO
               " en cumplimiento " CMP-NUM.

       1700-RETENER-CUMPLIMIENTO-EXIT.
           EXIT.

           *> Deja la entrante en suspensos.ubd con el motivo que
           *> haya en RCH-MOTIVO, que es con el que se devolvera si
           *> nadie la aplica.
       1800-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd"
               PERFORM 1500-RECHAZAR THRU 1500-RECHAZAR-EXIT
               GO TO 1800-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       1810-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 1820-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 1810-BUSCAR-ULTIMO.

       1820-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-TRANSFERENCIA TO TRUE.
           MOVE ENT-BANCO-ORIGEN    TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE ENT-ORDENANTE       TO SPS-ORDENANTE.
           MOVE ENT-TARJETA-DESTINO TO SPS-TARJETA-DESTINO.
           MOVE ENT-IMPORTE-ENT     TO SPS-IMPORTE-ENT.
           MOVE ENT-IMPORTE-DEC     TO SPS-IMPORTE-DEC.
           MOVE ENT-REFERENCIA      TO SPS-REFERENCIA.
           MOVE RCH-MOTIVO          TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd"
               CLOSE F-SUSPENSOS
               PERFORM 1500-RECHAZAR THRU 1500-RECHAZAR-EXIT
               GO TO 1800-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.
           ADD CENT-IMPORTE TO TOTAL-SUSPENSO-CENT.

           DISPLAY "En suspenso ref " ENT-REFERENCIA
               " tarjeta " ENT-TARJETA-DESTINO
               " motivo " RCH-MOTIVO " num " SPS-NUM.

       1800-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> Mantiene el indice por tarjeta y fecha/hora al dia con
           *> el movimiento recien escrito.
       ESCRIBIR-MOVIDX.
           DISPLAY "Transferencias leidas    : " CONTADOR-LEIDAS.
           DISPLAY "Transferencias abonadas  : " CONTADOR-ABONADAS.
           DISPLAY "Transferencias rechazadas: " CONTADOR-RECHAZADAS.
           DISPLAY "Retenidas cumplimiento   : " CONTADOR-RETENIDAS.
           DISPLAY "Pasadas a suspenso       : " CONTADOR-SUSPENSO.
           DISPLAY "Total abonado            : " TOTAL-ABONADO-CENT
               " centimos".
           DISPLAY "Total retenido           : " TOTAL-RETENIDO-CENT
               " centimos".
           DISPLAY "Total en suspenso        : " TOTAL-SUSPENSO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
