       77 CENT-INTERES               PIC S9(11).
       77 CENT-ABONO                 PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CONCEPTO-APUNTE            PIC  X(35).

           *> Retencion fiscal sobre los intereses del deposito: el
           *> tipo es la clase RET-INTERES de la tabla de tarifas.
       77 CLASE-TARIFA               PIC  X(12).
       77 FECHA-TARIFA               PIC   9(8).
       77 CENT-RETENCION             PIC S9(11).

       77 CONTADOR-VENCIDOS          PIC  9(5) VALUE 0.
       77 TOTAL-PRINCIPAL-CENT       PIC S9(11) VALUE 0.
       77 TOTAL-INTERESES-CENT       PIC S9(11) VALUE 0.
       77 TOTAL-RETENCIONES-CENT     PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           COMPUTE CENT-INTERES ROUNDED =
               CENT-PRINCIPAL * PLZ-TIPO-PCT * PLZ-MESES / 1200.

           *> Principal e intereses van en apuntes separados, y la
           *> retencion fiscal a continuacion del abono de intereses,
           *> para que el extracto muestre bruto, retencion y neto.
           MOVE CENT-PRINCIPAL TO CENT-ABONO.
           MOVE "Vencimiento plazo fijo" TO CONCEPTO-APUNTE.
           SET MOV-TIPO-PLAZO-FIJO TO TRUE.
           PERFORM 1200-ABONAR-VENCIMIENTO
               THRU 1200-ABONAR-VENCIMIENTO-EXIT.

           MOVE 0 TO CENT-RETENCION.
           IF CENT-INTERES > 0
               MOVE CENT-INTERES TO CENT-ABONO
               MOVE "Intereses plazo fijo" TO CONCEPTO-APUNTE
               SET MOV-TIPO-INTERES-PLAZO TO TRUE
               PERFORM 1200-ABONAR-VENCIMIENTO
                   THRU 1200-ABONAR-VENCIMIENTO-EXIT
               PERFORM 1400-RETENER-INTERESES
                   THRU 1400-RETENER-INTERESES-EXIT
           END-IF.

           SET PLZ-LIQUIDADO TO TRUE.
           REWRITE PLAZO-REG INVALID KEY
               DISPLAY "Error reescribiendo plazos.ubd".
           ADD 1 TO CONTADOR-VENCIDOS.
           ADD CENT-PRINCIPAL TO TOTAL-PRINCIPAL-CENT.
           ADD CENT-INTERES TO TOTAL-INTERESES-CENT.
           ADD CENT-RETENCION TO TOTAL-RETENCIONES-CENT.

           DISPLAY "Liquidado deposito " PLZ-NUM(19:17)
               " tarjeta " PLZ-TARJETA
               " interes " CENT-INTERES " centimos".
           IF CENT-RETENCION > 0
               DISPLAY "   retencion fiscal " CENT-RETENCION
                   " centimos".

           GO TO 1100-LEER-PLAZO.

       1000-LIQUIDAR-VENCIDOS-EXIT.
           EXIT.

           *> Anota CENT-ABONO (con signo) en la cuenta a la vista
           *> del deposito con el concepto CONCEPTO-APUNTE y el codigo
           *> de tipo que haya fijado el llamante.
       1200-ABONAR-VENCIMIENTO.
           MOVE 0 TO CENT-SALDO.

           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = CENT-SALDO / 100.
           COMPUTE MOV-SALDOPOS-DEC =
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           MOVE 0 TO MOV-TERMINAL.
           MOVE PLZ-CTA-ID TO MOV-CTA-ID.

       1300-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Retiene sobre CENT-INTERES el tipo vigente de la tabla
           *> de tarifas; sin tipo cargado no se retiene nada.
       1400-RETENER-INTERESES.
           MOVE "RET-INTERES" TO CLASE-TARIFA.
           MOVE FECHA-HOY-NUM TO FECHA-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-INTERES CENT-RETENCION.

           IF CENT-RETENCION <= 0
               MOVE 0 TO CENT-RETENCION
               GO TO 1400-RETENER-INTERESES-EXIT.
           IF CENT-RETENCION > CENT-INTERES
               MOVE CENT-INTERES TO CENT-RETENCION.

           COMPUTE CENT-ABONO = 0 - CENT-RETENCION.
           MOVE "Retencion fiscal s/intereses" TO CONCEPTO-APUNTE.
           SET MOV-TIPO-RETENCION-FISCAL TO TRUE.
           PERFORM 1200-ABONAR-VENCIMIENTO
               THRU 1200-ABONAR-VENCIMIENTO-EXIT.

       1400-RETENER-INTERESES-EXIT.
           EXIT.

           *> Mantiene el indice por tarjeta y fecha/hora al dia con
           *> el movimiento recien escrito.
       ESCRIBIR-MOVIDX.
               " centimos".
           DISPLAY "Intereses abonados   : " TOTAL-INTERESES-CENT
               " centimos".
           DISPLAY "Retenciones fiscales : " TOTAL-RETENCIONES-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
