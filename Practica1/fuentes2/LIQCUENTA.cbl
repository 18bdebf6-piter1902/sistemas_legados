       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQCUENTA.

           *> Modulo comun de la liquidacion mensual de una cuenta:
           *> con el saldo y la fecha de tarifas pedidos devuelve la
           *> comision de mantenimiento, el abono de intereses, el
           *> interes deudor (ya con signo de cargo) y la retencion
           *> fiscal del abono. Lo llaman LIQUIDACION para apuntarlos
           *> y LIQSIMUL para ensayarlos sin apuntar nada, de modo que
           *> los dos calculan siempre igual.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           *> Comision fija de mantenimiento y tipos de interes
           *> mensuales de siempre; mandan las clases MANTEN-CTA,
           *> INT-ACREEDOR e INT-DEUDOR de tarifas.ubd cuando tienen
           *> fila vigente en la fecha pedida.
       78 COMISION-MANTENIMIENTO-CENT VALUE 200.
       77 TIPO-INTERES-DEFECTO       PIC 9V9(4) VALUE 0.0010.
       77 TIPO-DEUDOR-DEFECTO        PIC 9V9(4) VALUE 0.0050.

       77 TIPO-INTERES-MENSUAL       PIC 9V9(4).
       77 TIPO-INTERES-DEUDOR        PIC 9V9(4).

       77 CLASE-TARIFA               PIC  X(12).
       77 CENT-BASE-TARIFA           PIC S9(11).
       77 CENT-TARIFA                PIC S9(11).

       LINKAGE SECTION.
       77 FECHA-CALCULO              PIC  9(8).
       77 SALDO-CALCULO              PIC S9(11).
       77 COMISION-CALCULO           PIC S9(9).
       77 INTERES-CALCULO            PIC S9(9).
       77 DEUDOR-CALCULO             PIC S9(11).
       77 RETENCION-CALCULO          PIC S9(11).

       PROCEDURE DIVISION USING FECHA-CALCULO SALDO-CALCULO
           COMISION-CALCULO INTERES-CALCULO DEUDOR-CALCULO
           RETENCION-CALCULO.
       CALCULAR-LIQUIDACION.
           MOVE 0 TO COMISION-CALCULO.
           MOVE 0 TO INTERES-CALCULO.
           MOVE 0 TO DEUDOR-CALCULO.
           MOVE 0 TO RETENCION-CALCULO.

           PERFORM LEER-TARIFAS THRU LEER-TARIFAS-EXIT.

           IF SALDO-CALCULO > 0
               COMPUTE INTERES-CALCULO ROUNDED =
                   SALDO-CALCULO * TIPO-INTERES-MENSUAL.

           *> Los saldos en negativo (descubierto autorizado usado)
           *> devengan interes deudor en contra en vez de abono.
           IF SALDO-CALCULO < 0
               COMPUTE DEUDOR-CALCULO ROUNDED =
                   SALDO-CALCULO * TIPO-INTERES-DEUDOR.

           IF INTERES-CALCULO > 0
               PERFORM CALCULAR-RETENCION
                   THRU CALCULAR-RETENCION-EXIT.

       CALCULAR-LIQUIDACION-FIN.
           EXIT PROGRAM.

           *> Los tipos se piden sobre una base de 100,00 (como hace
           *> PRECONCEDE con su tipo ofertado), asi que sus clases son
           *> de solo porcentaje; la de mantenimiento es de solo
           *> importe fijo.
       LEER-TARIFAS.
           MOVE "MANTEN-CTA" TO CLASE-TARIFA.
           MOVE 0 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-CALCULO
               CENT-BASE-TARIFA CENT-TARIFA.
           IF CENT-TARIFA > 0
               MOVE CENT-TARIFA TO COMISION-CALCULO
           ELSE
               MOVE COMISION-MANTENIMIENTO-CENT TO COMISION-CALCULO.

           MOVE "INT-ACREEDOR" TO CLASE-TARIFA.
           MOVE 10000 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-CALCULO
               CENT-BASE-TARIFA CENT-TARIFA.
           IF CENT-TARIFA > 0
               COMPUTE TIPO-INTERES-MENSUAL = CENT-TARIFA / 10000
           ELSE
               MOVE TIPO-INTERES-DEFECTO TO TIPO-INTERES-MENSUAL.

           MOVE "INT-DEUDOR" TO CLASE-TARIFA.
           MOVE 10000 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-CALCULO
               CENT-BASE-TARIFA CENT-TARIFA.
           IF CENT-TARIFA > 0
               COMPUTE TIPO-INTERES-DEUDOR = CENT-TARIFA / 10000
           ELSE
               MOVE TIPO-DEUDOR-DEFECTO TO TIPO-INTERES-DEUDOR.

       LEER-TARIFAS-EXIT.
           EXIT.

           *> Retencion fiscal sobre el abono de intereses: el tipo
           *> es la clase RET-INTERES de la tabla de tarifas, de modo
           *> que un cambio de tipo es una carga de datos. Sin tipo
           *> vigente no se retiene.
       CALCULAR-RETENCION.
           MOVE "RET-INTERES" TO CLASE-TARIFA.
           MOVE INTERES-CALCULO TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-CALCULO
               CENT-BASE-TARIFA RETENCION-CALCULO.

           IF RETENCION-CALCULO < 0
               MOVE 0 TO RETENCION-CALCULO.
           IF RETENCION-CALCULO > INTERES-CALCULO
               MOVE INTERES-CALCULO TO RETENCION-CALCULO.

       CALCULAR-RETENCION-EXIT.
           EXIT.
