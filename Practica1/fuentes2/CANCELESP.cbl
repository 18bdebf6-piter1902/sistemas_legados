           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Cuenta de suspenso: las devoluciones cuya cuenta ya esta
           *> cerrada esperan ahi a que la oficina las aplique.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-ESPECTACULOS
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSU                       PIC   X(2).

       77 FSX                       PIC   X(2).
       77 FSP                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.

       77 FSZ                        PIC   X(2).
       77 CONTADOR-ANULADAS          PIC   9(5) VALUE 0.
           *> Evento con filas en el registro de entradas, aunque
           *> todas se hayan devuelto ya en el cajero: entonces no
           *> se rastrea el historico por concepto.
       77 EVENTO-CON-ENTRADAS-SW     PIC   9(1) VALUE 0.
           88 EVENTO-CON-ENTRADAS    VALUE 1.

       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-ID-COMPRADOR           PIC  9(16).
       77 ULTIMO-SPS-NUM             PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       78 MOTIVO-CUENTA-CERRADA      VALUE "03".

       77 CENT-REEMBOLSO             PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CONTADOR-COMPRAS           PIC  9(5) VALUE 0.
       77 CONTADOR-REEMBOLSOS        PIC  9(5) VALUE 0.
       77 TOTAL-REEMBOLSADO-CENT     PIC S9(11) VALUE 0.
       77 CONTADOR-A-CREDITO         PIC  9(5) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC  9(5) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC S9(11) VALUE 0.

           *> Devolucion a la linea de credito de las entradas que se
           *> compraron a credito (CREDCARGO "D").
       77 CONCEPTO-CREDITO           PIC X(35)
               VALUE "Devolucion entrada cancelada".
       77 OPERACION-CREDITO          PIC  X(1) VALUE "D".
       77 RESULTADO-CREDITO          PIC  9(1).
           88 CREDITO-ADMITIDO       VALUE 0.

           *> Compras localizadas en la pasada de lectura; los abonos
           *> se hacen despues, para no escribir sobre movimientos.ubd
               DEPENDING ON NUM-COMPRAS.
               10 CMP-TARJETA        PIC  9(16).
               10 CMP-CENT           PIC S9(11).
               10 CMP-PAGO           PIC  X(1).
                   88 CMP-PAGO-CREDITO VALUE "C".

       77 IDX-COMPRA                 PIC  9(5).


           PERFORM 1800-LOCALIZAR-POR-ENTRADAS
               THRU 1800-LOCALIZAR-POR-ENTRADAS-EXIT.
           IF NUM-COMPRAS = 0 AND NOT EVENTO-CON-ENTRADAS
               PERFORM 2000-LOCALIZAR-COMPRAS
                   THRU 2000-LOCALIZAR-COMPRAS-EXIT.
           PERFORM 3000-REEMBOLSAR THRU 3000-REEMBOLSAR-EXIT.
           IF ETR-ESP-ID NOT = ESP-ID-CONSULTA
               GO TO 1810-LEER-ENTRADA.

           SET EVENTO-CON-ENTRADAS TO TRUE.

           *> Las devueltas en el cajero ya se abonaron al titular.
           IF ETR-ANULADA OR ETR-DEVUELTA
               GO TO 1810-LEER-ENTRADA.

           ADD 1 TO NUM-COMPRAS.
           MOVE ETR-TARJETA TO CMP-TARJETA(NUM-COMPRAS).
           COMPUTE CMP-CENT(NUM-COMPRAS) =
               (ETR-IMPORTE-ENT * 100) + ETR-IMPORTE-DEC.
           MOVE ETR-PAGO TO CMP-PAGO(NUM-COMPRAS).

           ADD 1 TO CONTADOR-COMPRAS.

           MOVE MOV-TARJETA TO CMP-TARJETA(NUM-COMPRAS).
           COMPUTE CMP-CENT(NUM-COMPRAS) =
               FUNCTION ABS((MOV-IMPORTE-ENT * 100) - MOV-IMPORTE-DEC).
           MOVE SPACE TO CMP-PAGO(NUM-COMPRAS).

           *> El texto de venta corta el nombre en su primera palabra,
           *> asi que dos eventos podrian compartir concepto; el cargo

           MOVE CMP-CENT(IDX-COMPRA) TO CENT-REEMBOLSO.

           *> Las compradas a credito vuelven a la linea de la
           *> tarjeta, no a la cuenta.
           IF CMP-PAGO-CREDITO(IDX-COMPRA)
               PERFORM 3500-DEVOLVER-A-CREDITO
                   THRU 3500-DEVOLVER-A-CREDITO-EXIT
               GO TO 3100-REEMBOLSAR-UNA.

           PERFORM 3200-RESOLVER-CTA THRU 3200-RESOLVER-CTA-EXIT.

           *> Si el comprador ya cerro su cuenta, la devolucion no se
           *> abona: queda en suspenso como reembolso al antiguo
           *> titular hasta que la oficina la aplique a otra tarjeta.
           IF CTA-CERRADA
               PERFORM 3600-PASAR-A-SUSPENSO
                   THRU 3600-PASAR-A-SUSPENSO-EXIT
               GO TO 3100-REEMBOLSAR-UNA.

           PERFORM 3300-ABONAR-REEMBOLSO
               THRU 3300-ABONAR-REEMBOLSO-EXIT.

           EXIT.

       3200-RESOLVER-CTA.
           MOVE 0 TO CTA-CERRADA-SW.

           OPEN I-O F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS

           CLOSE F-CUENTAS.

           CALL "CTACERR" USING CTA-ID-COMPRADOR CTA-CERRADA-SW.

       3200-RESOLVER-CTA-EXIT.
           EXIT.

       3400-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

       3500-DEVOLVER-A-CREDITO.
           CALL "CREDCARGO" USING CMP-TARJETA(IDX-COMPRA)
               CENT-REEMBOLSO CONCEPTO-CREDITO OPERACION-CREDITO
               RESULTADO-CREDITO.

           IF NOT CREDITO-ADMITIDO
               DISPLAY "Error devolviendo a la linea de credito de "
                   "la tarjeta " CMP-TARJETA(IDX-COMPRA) ": "
                   CENT-REEMBOLSO " centimos"
               GO TO 3500-DEVOLVER-A-CREDITO-EXIT.

           ADD 1 TO CONTADOR-REEMBOLSOS.
           ADD 1 TO CONTADOR-A-CREDITO.
           ADD CENT-REEMBOLSO TO TOTAL-REEMBOLSADO-CENT.

           DISPLAY "Devuelta a credito de la tarjeta "
               CMP-TARJETA(IDX-COMPRA) " por " CENT-REEMBOLSO
               " centimos".

       3500-DEVOLVER-A-CREDITO-EXIT.
           EXIT.

       3600-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd: la devolucion "
                   "a la tarjeta " CMP-TARJETA(IDX-COMPRA)
                   " queda sin abonar."
               GO TO 3600-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       3610-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 3620-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 3610-BUSCAR-ULTIMO.

       3620-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-REEMBOLSO TO TRUE.
           MOVE 0                   TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE "Devolucion entrada cancelada" TO SPS-ORDENANTE.
           MOVE CMP-TARJETA(IDX-COMPRA) TO SPS-TARJETA-DESTINO.
           COMPUTE SPS-IMPORTE-ENT = CENT-REEMBOLSO / 100.
           COMPUTE SPS-IMPORTE-DEC =
               CENT-REEMBOLSO - (SPS-IMPORTE-ENT * 100).
           MOVE SPACES              TO SPS-REFERENCIA.
           STRING "ESPECTACULO " ESP-ID-CONSULTA
               DELIMITED BY SIZE INTO SPS-REFERENCIA.
           MOVE MOTIVO-CUENTA-CERRADA TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd: la devolucion "
                   "a la tarjeta " CMP-TARJETA(IDX-COMPRA)
                   " queda sin abonar."
               CLOSE F-SUSPENSOS
               GO TO 3600-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.
           ADD CENT-REEMBOLSO TO TOTAL-SUSPENSO-CENT.

           DISPLAY "Devolucion a la tarjeta " CMP-TARJETA(IDX-COMPRA)
               ": cuenta cerrada; en suspenso num " SPS-NUM.

       3600-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> Informe de devoluciones con totales para el expediente
           *> del promotor.
           *> Mantiene el indice por tarjeta y fecha/hora al dia con
           IF ETR-ESP-ID NOT = ESP-ID-CONSULTA
               GO TO 6100-LEER-ENTRADA.

           IF ETR-ANULADA OR ETR-DEVUELTA
               GO TO 6100-LEER-ENTRADA.

           SET ETR-ANULADA TO TRUE.
               ESP-ID-CONSULTA.
           DISPLAY "Compras localizadas   : " CONTADOR-COMPRAS.
           DISPLAY "Devoluciones abonadas : " CONTADOR-REEMBOLSOS.
           DISPLAY "  de ellas a credito  : " CONTADOR-A-CREDITO.
           DISPLAY "Total devuelto        : " TOTAL-REEMBOLSADO-CENT
               " centimos".
           DISPLAY "Pasadas a suspenso    : " CONTADOR-SUSPENSO.
           DISPLAY "Importe en suspenso   : " TOTAL-SUSPENSO-CENT
               " centimos".
           IF ERA-NUMERADO
               DISPLAY "Butacas liberadas     : " CONTADOR-BUTACAS.
           DISPLAY "Entradas anuladas     : " CONTADOR-ANULADAS.
