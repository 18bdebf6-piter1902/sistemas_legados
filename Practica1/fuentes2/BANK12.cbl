       77 FSB                      PIC    X(2).
       77 CENT-RETENIDO-PDTE       PIC  S9(11).

           *> Con linea de credito activa el pago puede ir a la
           *> tarjeta de credito en lugar de a la cuenta.
       77 FORMA-PAGO               PIC    9(1).
           88 PAGO-EN-CUENTA       VALUE 1.
           88 PAGO-A-CREDITO       VALUE 2.
       77 CENT-CREDITO             PIC  S9(11).
       77 CONCEPTO-CREDITO         PIC   X(35).
       77 OPERACION-CREDITO        PIC    X(1).
       77 RESULTADO-CREDITO        PIC    9(1).
           88 CREDITO-ADMITIDO     VALUE 0.
           88 CREDITO-SIN-LIMITE   VALUE 3.

           *> Apunte para el diario electronico de sesion.
       77 EVENTO-DIARIO            PIC  X(4).
       77 DETALLE-DIARIO           PIC X(20).
       77 FSY                      PIC  X(2).
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.

       COPY IBAN.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA-SESION                     PIC   X(2).
                   > LIMITE-COMPRAS-TARJETA
               GO TO LIMITE-ERR.

           PERFORM ELEGIR-FORMA-PAGO THRU ELEGIR-FORMA-PAGO-EXIT.
           IF PAGO-A-CREDITO
               GO TO REALIZAR-PAGO-CREDITO.

           *> Se admite quedar en negativo hasta el descubierto
           *> autorizado (igual que en BANK6), pero los ingresos
           *> retenidos pendientes de recuento no son disponibles.
           GO TO P-EXITO.


           *> Pago cargado a la tarjeta de credito: no mueve la
           *> cuenta, queda en los apuntes del mes de la tarjeta y
           *> el emisor cobra igual por la remesa diaria.
       REALIZAR-PAGO-CREDITO SECTION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE CENT-IMPOR-USER TO CENT-CREDITO.
           MOVE SPACES TO CONCEPTO-CREDITO.
           STRING "Pago recibo "      DELIMITED BY SIZE
                  EMISOR-USUARIO      DELIMITED BY SIZE
                  ": "                DELIMITED BY SIZE
                  REFERENCIA-USUARIO  DELIMITED BY SIZE
               INTO CONCEPTO-CREDITO.
           MOVE "A" TO OPERACION-CREDITO.
           CALL "CREDCARGO" USING TNUM CENT-CREDITO CONCEPTO-CREDITO
               OPERACION-CREDITO RESULTADO-CREDITO.

           IF CREDITO-SIN-LIMITE
               GO TO CREDITO-ERR.
           IF NOT CREDITO-ADMITIDO
               GO TO PSYS-ERR.

           PERFORM ESCRIBIR-PAGO THRU ESCRIBIR-PAGO.

           GO TO P-EXITO-CREDITO.


       ACTUALIZAR-SALDO SECTION.
           OPEN I-O F-SALDOS.
           IF FSS = 35
           MOVE MOV-SALDOPOS-ENT TO JUS-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO JUS-SALDOPOS-DEC.
           MOVE MOV-CTA-ID       TO JUS-CTA-ID.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE MOV-CTA-ID       TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN         TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.

           GO TO EXIT-ENTER.

       P-EXITO-CREDITO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Pagar recibos" AT LINE 8 COL 33.
           DISPLAY "Pago cargado en su tarjeta de credito"
               AT LINE 11 COL 21.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

           GO TO EXIT-ENTER.

       EMISOR-BAD.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El emisor indicado no esta admitido"
           DISPLAY "Enter - Salir" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       CREDITO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Supera el disponible de su tarjeta de credito"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

           *> Si la tarjeta tiene linea de credito que admita compras
           *> el titular elige donde cargar; si no, va a la cuenta.
       ELEGIR-FORMA-PAGO.
           SET PAGO-EN-CUENTA TO TRUE.

           MOVE 0 TO CENT-CREDITO.
           MOVE SPACES TO CONCEPTO-CREDITO.
           MOVE "C" TO OPERACION-CREDITO.
           CALL "CREDCARGO" USING TNUM CENT-CREDITO CONCEPTO-CREDITO
               OPERACION-CREDITO RESULTADO-CREDITO.
           IF NOT CREDITO-ADMITIDO
               GO TO ELEGIR-FORMA-PAGO-EXIT.

           DISPLAY "Cargar en:  1 - Cuenta   2 - Tarjeta de credito"
               AT LINE 19 COL 19.
           MOVE 0 TO FORMA-PAGO.

       ELEGIR-FORMA-PAGO-ACCEPT.
           ACCEPT FORMA-PAGO AT LINE 19 COL 68 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-FORMA-PAGO-ACCEPT.

           IF NOT PAGO-EN-CUENTA AND NOT PAGO-A-CREDITO
               GO TO ELEGIR-FORMA-PAGO-ACCEPT.

       ELEGIR-FORMA-PAGO-EXIT.
           EXIT.

           *> Suma lo que la cuenta tiene retenido pendiente de
           *> recuento: ese dinero aun no esta disponible y ningun
           *> cargo puede gastarlo.
