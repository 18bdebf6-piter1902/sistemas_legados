           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Cuenta de suspenso: las devoluciones cuya cuenta origen
           *> ya esta cerrada esperan ahi a que la oficina las aplique.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-RESPUESTA
           *> (cuenta erronea, cuenta cancelada, ...).
           02 RSP-RESULTADO          PIC   X(1).

           *> IBAN de la cuenta ordenante a la que la red devuelve
           *> los fondos; en blanco en las aceptadas.
           02 RSP-IBAN-ORIGEN        PIC  X(34).
           COPY CABPIE.

       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSR                       PIC   X(2).
       77 FSI                       PIC   X(2).
       77 FSU                       PIC   X(2).

       77 FSX                       PIC   X(2).
       77 FSP                       PIC   X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "ITBLIQ".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.

       01 CAMPOS-FECHA.
           05 FECHA.

       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-ID-ORIGEN              PIC  9(16).
       77 ULTIMO-SPS-NUM             PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       78 MOTIVO-CUENTA-CERRADA      VALUE "03".

       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CONTADOR-SIN-ORDEN         PIC  9(5) VALUE 0.
       77 CONTADOR-ANTIGUAS          PIC  9(5) VALUE 0.
       77 TOTAL-DEVUELTO-CENT        PIC S9(11) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC  9(5) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC S9(11) VALUE 0.

       COPY IBAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           STOP RUN.

       1000-PROCESAR-RESPUESTAS.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "itbrespuesta.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN INPUT F-RESPUESTA.
           IF FSR = 35
               DISPLAY "No hay itbrespuesta.dat que procesar."

       1100-LEER-RESPUESTA.
           READ F-RESPUESTA AT END GO TO 1900-FIN-RESPUESTAS.
           IF CFI-CONTROL
               GO TO 1100-LEER-RESPUESTA.

           ADD 1 TO CONTADOR-RESPUESTAS.


       1900-FIN-RESPUESTAS.
           CLOSE F-RESPUESTA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-INTERBANCO.

       1000-PROCESAR-RESPUESTAS-EXIT.

           PERFORM 2100-RESOLVER-CTA-ORIGEN
               THRU 2100-RESOLVER-CTA-ORIGEN-EXIT.
           PERFORM 2150-RESOLVER-IBAN-ORIGEN
               THRU 2150-RESOLVER-IBAN-ORIGEN-EXIT.

           *> Una cuenta cerrada no admite abonos (la orden puede ser
           *> la liquidacion de un cierre o de una herencia): el
           *> importe queda en suspenso para que la oficina lo aplique.
           CALL "CTACERR" USING CTA-ID-ORIGEN CTA-CERRADA-SW.
           IF CTA-CERRADA
               PERFORM 2500-PASAR-A-SUSPENSO
                   THRU 2500-PASAR-A-SUSPENSO-EXIT
               GO TO 2000-DEVOLVER-ORDEN-EXIT.

           OPEN I-O F-SALDOS.
           IF FSS = 35
       2100-RESOLVER-CTA-ORIGEN-EXIT.
           EXIT.

           *> La devolucion nombra por su IBAN la cuenta ordenante,
           *> que puede no ser la principal de la tarjeta: si el IBAN
           *> es correcto y de una cuenta nuestra, se repone en ella.
           *> Si no, se avisa y se repone en la de la tarjeta.
       2150-RESOLVER-IBAN-ORIGEN.
           IF RSP-IBAN-ORIGEN = SPACES
               GO TO 2150-RESOLVER-IBAN-ORIGEN-EXIT.

           SET IBN-VALIDAR TO TRUE.
           MOVE RSP-IBAN-ORIGEN TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF IBN-CORRECTO AND IBN-PROPIO
               MOVE IBN-CUENTA TO CTA-ID-ORIGEN
               GO TO 2150-RESOLVER-IBAN-ORIGEN-EXIT.

           DISPLAY "Orden " ITB-NUM " devuelta a un IBAN que no es "
               "nuestro: " RSP-IBAN-ORIGEN.
           DISPLAY "    se repone en la cuenta " CTA-ID-ORIGEN
               " de la tarjeta ordenante.".

       2150-RESOLVER-IBAN-ORIGEN-EXIT.
           EXIT.

       2200-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
       2200-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Deja la devolucion en suspensos.ubd con el motivo de
           *> cuenta cerrada, como reembolso al antiguo titular (solo
           *> se aplica a otra tarjeta); el banco que devuelve los
           *> fondos queda como dato informativo.
       2500-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd: la orden "
                   ITB-NUM " queda sin reponer."
               GO TO 2500-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       2510-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 2520-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 2510-BUSCAR-ULTIMO.

       2520-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-REEMBOLSO TO TRUE.
           MOVE ITB-BANCO-DESTINO   TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE "Devolucion de orden a otro banco" TO SPS-ORDENANTE.
           MOVE ITB-TARJETA-ORIGEN  TO SPS-TARJETA-DESTINO.
           MOVE ITB-IMPORTE-ENT     TO SPS-IMPORTE-ENT.
           MOVE ITB-IMPORTE-DEC     TO SPS-IMPORTE-DEC.
           MOVE ITB-REFERENCIA      TO SPS-REFERENCIA.
           MOVE MOTIVO-CUENTA-CERRADA TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd: la orden "
                   ITB-NUM " queda sin reponer."
               CLOSE F-SUSPENSOS
               GO TO 2500-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.
           ADD CENT-IMPORTE TO TOTAL-SUSPENSO-CENT.

           DISPLAY "Orden " ITB-NUM " devuelta a una cuenta cerrada;"
               " en suspenso num " SPS-NUM.

       2500-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> Listado de ordenes sin respuesta de la red despues del
           *> numero de dias indicado por el operador.
       5000-INFORME-ANTIGUEDAD.
           DISPLAY "Respuestas sin orden  : " CONTADOR-SIN-ORDEN.
           DISPLAY "Importe repuesto      : " TOTAL-DEVUELTO-CENT
               " centimos".
           DISPLAY "Pasadas a suspenso    : " CONTADOR-SUSPENSO.
           DISPLAY "Importe en suspenso   : " TOTAL-SUSPENSO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
