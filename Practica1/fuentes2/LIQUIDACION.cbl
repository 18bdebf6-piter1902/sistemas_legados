               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       77 LAST-MOV-NUM               PIC  9(35).

       77 CTA-ID-ACTUAL              PIC  9(16).
       77 TARJETA-ENCONTRADA-SW      PIC  9(1).
           88 TARJETA-ENCONTRADA     VALUE 1.
           88 TARJETA-NO-ENCONTRADA  VALUE 0.
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       77 SALDO-CENT                 PIC S9(11).
       77 SALDO-CORRIENTE-CENT       PIC S9(11).
       77 IMPORTE-CENT               PIC S9(11).
       77 COMISION-CENT              PIC S9(9).
       77 INTERES-CENT               PIC S9(9).
       77 DEUDOR-CENT                PIC S9(11).
       77 RETENCION-CENT             PIC S9(11).
       77 CONCEPTO-LIQUIDACION       PIC  X(35).

       77 CONTADOR-CUENTAS           PIC  9(5) VALUE 0.
       77 CONTADOR-SIN-TARJETA       PIC  9(5) VALUE 0.
       77 CONTADOR-CERRADAS          PIC  9(5) VALUE 0.
       77 CONTADOR-COMISIONES        PIC  9(5) VALUE 0.
       77 TOTAL-COMISIONES-CENT      PIC S9(11) VALUE 0.
       77 CONTADOR-INTERESES         PIC  9(5) VALUE 0.
       77 TOTAL-INTERESES-CENT       PIC S9(11) VALUE 0.
       77 CONTADOR-DEUDORES          PIC  9(5) VALUE 0.
       77 TOTAL-DEUDORES-CENT        PIC S9(11) VALUE 0.
       77 CONTADOR-RETENCIONES       PIC  9(5) VALUE 0.
       77 TOTAL-RETENCIONES-CENT     PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           ADD 1 TO CONTADOR-CUENTAS.

           MOVE SALDO-CTA-ID TO CTA-ID-ACTUAL.

           *> Las cuentas cerradas en oficina ya se liquidaron al
           *> cerrarse y no vuelven a moverse.
           CALL "CTACERR" USING CTA-ID-ACTUAL CTA-CERRADA-SW.
           IF CTA-CERRADA
               ADD 1 TO CONTADOR-CERRADAS
               GO TO 1100-LEER-SALDO.

           IF SALDO-ENT < 0
               COMPUTE SALDO-CENT = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               ADD 1 TO CONTADOR-SIN-TARJETA
               GO TO 1100-LEER-SALDO.

           *> Comision, intereses y retencion salen del modulo comun
           *> con las tarifas vigentes hoy, igual que en el ensayo de
           *> LIQSIMUL.
           CALL "LIQCUENTA" USING FECHA-HOY-NUM SALDO-CENT
               COMISION-CENT INTERES-CENT DEUDOR-CENT RETENCION-CENT.

           IF DEUDOR-CENT < 0
               MOVE DEUDOR-CENT TO IMPORTE-CENT
               MOVE "Intereses de descubierto" TO CONCEPTO-LIQUIDACION
               SET MOV-TIPO-INTERES TO TRUE
               PERFORM 1300-APLICAR-MOVIMIENTO
                   THRU 1300-APLICAR-MOVIMIENTO-EXIT
               ADD 1 TO CONTADOR-INTERESES
               ADD INTERES-CENT TO TOTAL-INTERESES-CENT
               PERFORM 1600-RETENER-INTERESES
                   THRU 1600-RETENER-INTERESES-EXIT
           END-IF.

           GO TO 1100-LEER-SALDO.
       1500-ESCRIBIR-AVISO-EXIT.
           EXIT.

           *> Anota la retencion fiscal del abono de intereses que se
           *> acaba de hacer, como movimiento propio a continuacion
           *> del abono. Sin tipo vigente en la tabla no se retiene.
       1600-RETENER-INTERESES.
           IF RETENCION-CENT <= 0
               GO TO 1600-RETENER-INTERESES-EXIT.

           COMPUTE IMPORTE-CENT = 0 - RETENCION-CENT.
           MOVE "Retencion fiscal s/intereses" TO CONCEPTO-LIQUIDACION.
           SET MOV-TIPO-RETENCION-FISCAL TO TRUE.
           PERFORM 1300-APLICAR-MOVIMIENTO
               THRU 1300-APLICAR-MOVIMIENTO-EXIT.
           ADD 1 TO CONTADOR-RETENCIONES.
           ADD RETENCION-CENT TO TOTAL-RETENCIONES-CENT.

       1600-RETENER-INTERESES-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY "Cuentas liquidadas: " CONTADOR-CUENTAS.
           DISPLAY "Cuentas sin tarjeta asociada (omitidas): "
               CONTADOR-SIN-TARJETA.
           DISPLAY "Cuentas cerradas (omitidas): " CONTADOR-CERRADAS.
           DISPLAY " ".
           DISPLAY "Comisiones aplicadas: " CONTADOR-COMISIONES
               " por un total de " TOTAL-COMISIONES-CENT " centimos".
           DISPLAY "Intereses abonados:   " CONTADOR-INTERESES
               " por un total de " TOTAL-INTERESES-CENT " centimos".
           DISPLAY "Retenciones fiscales: " CONTADOR-RETENCIONES
               " por un total de " TOTAL-RETENCIONES-CENT " centimos".
           DISPLAY "Intereses deudores:   " CONTADOR-DEUDORES
               " por un total de " TOTAL-DEUDORES-CENT " centimos".

