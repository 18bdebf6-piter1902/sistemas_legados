       77 LAST-MOV-NUM-GLOBAL       PIC   9(35).
       77 CTA-ID-ORIGEN             PIC   9(16).
       77 CTA-ID-DESTINO            PIC   9(16).
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.
       77 CTA-ID-ACTUAL             PIC   9(16).
       77 SALDO-USUARIO-TOT         PIC   S9(9).
       77 SALDO-USUARIO-ENT         PIC   S9(9).
       77 CENT-IMPORTE-PROG         PIC S9(9).
       77 CENT-TRANSFERIDO-HOY      PIC S9(9).

       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
                    PERFORM RESOLVER-CTA-DESTINO
                        THRU RESOLVER-CTA-DESTINO.

                *> Un destino de la casa cerrado en oficina no admite
                *> abonos: la programada se aplaza y el titular recibe
                *> el aviso para que la cambie o la cancele.
                IF PROG-BANCO-DESTINO = 0
                    CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW
                    IF CTA-CERRADA
                        MOVE "APLAZADA"  TO EJEC-ESTADO-TMP
                        PERFORM REGISTRAR-EJECUCION
                            THRU REGISTRAR-EJECUCION-EXIT
                        MOVE 1 TO HUBO-APLAZADA-EN-LOTE
                        MOVE PROG-ORIGEN TO TARJETA-AVISO
                        MOVE "Transferencia: destino cerrado"
                            TO TEXTO-AVISO
                        PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT
                        GO TO LEER-PRIMEROS
                    END-IF
                END-IF.

                OPEN INPUT F-SALDOS.
                IF FSS = 35
                    MOVE 0 TO MOV-SALDOPOS-ENT

           CLOSE F-CUENTAS.

           *> Con el IBAN de una cuenta de la casa se abona esa
           *> cuenta, aunque la tarjeta alcance otras.
           IF PROG-IBAN-DESTINO NOT = SPACES
               SET IBN-VALIDAR TO TRUE
               MOVE PROG-IBAN-DESTINO TO IBN-IBAN
               CALL "IBANCTA" USING DATOS-IBAN
               IF IBN-CORRECTO AND IBN-PROPIO
                   MOVE IBN-CUENTA TO CTA-ID-DESTINO
               END-IF
           END-IF.

       ESCRIBIR-TRANSFERENCIA.

           *> Reservamos de golpe los dos numeros de movimiento que va
           MOVE PROG-ORIGEN        TO ITB-TARJETA-ORIGEN.
           MOVE PROG-BANCO-DESTINO TO ITB-BANCO-DESTINO.
           MOVE PROG-DESTINO       TO ITB-CUENTA-DESTINO.

           *> La orden viaja con el IBAN que dio el cliente; las
           *> programadas anteriores lo componen de banco y cuenta.
           IF PROG-IBAN-DESTINO NOT = SPACES
               MOVE PROG-IBAN-DESTINO TO ITB-IBAN-DESTINO
           ELSE
               SET IBN-COMPONER TO TRUE
               MOVE PROG-BANCO-DESTINO TO IBN-BANCO
               MOVE PROG-DESTINO TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN TO ITB-IBAN-DESTINO
           END-IF.

           MOVE ANO                TO ITB-ANO.
           MOVE MES                TO ITB-MES.
           MOVE DIA                TO ITB-DIA.
           ELSE
               MOVE 0 TO PROG-VALIDA.

           *> Las suspendidas (titular fallecido) no se ejecutan.
           IF PROG-SUSPENDIDA
               MOVE 0 TO PROG-VALIDA.

       FIN-PROGRAMADAS.
           *> El lote ha completado una pasada entera sin caerse; el
           *> checkpoint deja de hacer falta hasta la proxima caida.
