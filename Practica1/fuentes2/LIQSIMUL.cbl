       IDENTIFICATION DIVISION.
       PROGRAM-ID. LIQSIMUL.

           *> Ensayo de la liquidacion mensual: calcula con LIQCUENTA
           *> lo que LIQUIDACION cargaria o abonaria a cada cuenta con
           *> las tarifas vigentes hoy o en una fecha futura, sin
           *> apuntar nada (ni movimientos.ubd, ni saldos.ubd, ni
           *> avisos, ni liquidaciones.ubd), y lo compara cuenta a
           *> cuenta y en total con la ultima liquidacion real,
           *> senalando las cuentas cuyos cargos cambian mas del
           *> porcentaje pedido. Se lanza a mano antes de dar de alta
           *> un cambio de tarifas o de tipos.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-LIQUIDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIQ-PERIODO
           FILE STATUS IS FSL.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-LIQUIDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidaciones.ubd".
       01 LIQUIDACION-REG.
           02 LIQ-PERIODO              PIC  9(6).
           02 LIQ-ANO                  PIC  9(4).
           02 LIQ-MES                  PIC  9(2).
           02 LIQ-DIA                  PIC  9(2).
           02 LIQ-HOR                  PIC  9(2).
           02 LIQ-MIN                  PIC  9(2).
           02 LIQ-SEG                  PIC  9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       WORKING-STORAGE SECTION.
       77 FSS                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSX                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       77 FECHA-HOY-NUM             PIC   9(8).

           *> Fecha con la que se piden las tarifas al ensayar.
       01 FECHA-TARIFAS             PIC   9(8).
       01 FILLER REDEFINES FECHA-TARIFAS.
           05 FTA-ANO               PIC   9(4).
           05 FTA-MES               PIC   9(2).
           05 FTA-DIA               PIC   9(2).

           *> Variacion de cargos a partir de la cual se senala la
           *> cuenta, si no se teclea otra.
       78 UMBRAL-DEFECTO            VALUE 10.
       77 UMBRAL-PCT                PIC   9(3).

           *> Ultima liquidacion real registrada en liquidaciones.ubd.
       77 HAY-ANTERIOR-SW           PIC   9(1).
           88 HAY-ANTERIOR          VALUE 1.
       77 FECHA-ANTERIOR-NUM        PIC   9(8).
       77 DIA-ANTERIOR              PIC   9(2).
       77 MES-ANTERIOR              PIC   9(2).
       77 ANO-ANTERIOR              PIC   9(4).
       77 FECHA-MOV-NUM             PIC   9(8).

       77 CTA-ID-ACTUAL             PIC  9(16).
       77 TARJETA-ACTUAL            PIC  9(16).
       77 TARJETA-ENCONTRADA-SW     PIC   9(1).
           88 TARJETA-ENCONTRADA    VALUE 1.
           88 TARJETA-NO-ENCONTRADA VALUE 0.
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.

       77 SALDO-CENT                PIC  S9(11).
       77 COMISION-CENT             PIC   S9(9).
       77 INTERES-CENT              PIC   S9(9).
       77 DEUDOR-CENT               PIC  S9(11).
       77 RETENCION-CENT            PIC  S9(11).

           *> Importes del ensayo y de la liquidacion anterior de la
           *> cuenta en curso, todos en positivo salvo los netos.
       01 IMPORTES-CUENTA.
           05 SIM-COMISION          PIC  S9(11).
           05 SIM-DEUDOR            PIC  S9(11).
           05 SIM-INTERES           PIC  S9(11).
           05 SIM-RETENCION         PIC  S9(11).
           05 SIM-CARGOS            PIC  S9(11).
           05 SIM-NETO              PIC  S9(11).
           05 ANT-COMISION          PIC  S9(11).
           05 ANT-DEUDOR            PIC  S9(11).
           05 ANT-INTERES           PIC  S9(11).
           05 ANT-RETENCION         PIC  S9(11).
           05 ANT-CARGOS            PIC  S9(11).
           05 ANT-NETO              PIC  S9(11).

       01 TOTALES-BANCO.
           05 TOT-SIM-COMISION      PIC  S9(13).
           05 TOT-SIM-DEUDOR        PIC  S9(13).
           05 TOT-SIM-INTERES       PIC  S9(13).
           05 TOT-SIM-RETENCION     PIC  S9(13).
           05 TOT-SIM-CARGOS        PIC  S9(13).
           05 TOT-SIM-NETO          PIC  S9(13).
           05 TOT-ANT-COMISION      PIC  S9(13).
           05 TOT-ANT-DEUDOR        PIC  S9(13).
           05 TOT-ANT-INTERES       PIC  S9(13).
           05 TOT-ANT-RETENCION     PIC  S9(13).
           05 TOT-ANT-CARGOS        PIC  S9(13).
           05 TOT-ANT-NETO          PIC  S9(13).

       77 CENT-MOV                  PIC  S9(11).
       77 VARIACION-PCT             PIC   S9(7).
       77 MARCA-CUENTA              PIC   X(5).

       77 CONTADOR-CUENTAS          PIC   9(5) VALUE 0.
       77 CONTADOR-ENSAYADAS        PIC   9(5) VALUE 0.
       77 CONTADOR-SIN-TARJETA      PIC   9(5) VALUE 0.
       77 CONTADOR-CERRADAS         PIC   9(5) VALUE 0.
       77 CONTADOR-SENALADAS        PIC   9(5) VALUE 0.

       77 COMISION-ED               PIC  -ZZZZ9.99.
       77 DEUDOR-ED                 PIC  -ZZZZ9.99.
       77 INTERES-ED                PIC  -ZZZZ9.99.
       77 RETENCION-ED              PIC  -ZZZZ9.99.
       77 NETO-ED                   PIC  -ZZZZ9.99.
       77 VARIACION-ED              PIC  -ZZZ9.
       77 IMPORTE-EDITADO           PIC  -ZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-ANT       PIC  -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-CUENTAS.
           MOVE 0 TO CONTADOR-ENSAYADAS.
           MOVE 0 TO CONTADOR-SIN-TARJETA.
           MOVE 0 TO CONTADOR-CERRADAS.
           MOVE 0 TO CONTADOR-SENALADAS.
           INITIALIZE TOTALES-BANCO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY " ".
           DISPLAY "UnizarBank - LIQSIMUL - ensayo de la liquidacion "
               "mensual (no apunta nada)".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Fecha de las tarifas (AAAAMMDD, 0 = hoy): "
               WITH NO ADVANCING.
           ACCEPT FECHA-TARIFAS.
           IF FECHA-TARIFAS = 0
               MOVE FECHA-HOY-NUM TO FECHA-TARIFAS.
           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-TARIFAS) NOT = 0
               DISPLAY "Fecha de tarifas no valida."
               GO TO 0000-MAINLINE-EXIT.

           DISPLAY "Umbral de variacion de cargos en % (0 = "
               UMBRAL-DEFECTO "): " WITH NO ADVANCING.
           ACCEPT UMBRAL-PCT.
           IF UMBRAL-PCT = 0
               MOVE UMBRAL-DEFECTO TO UMBRAL-PCT.
           DISPLAY " ".

           PERFORM 0500-ULTIMA-LIQUIDACION
               THRU 0500-ULTIMA-LIQUIDACION-EXIT.
           PERFORM 1000-ENSAYAR-CUENTAS
               THRU 1000-ENSAYAR-CUENTAS-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

       0000-MAINLINE-EXIT.
           MOVE 0 TO RETURN-CODE.
           GOBACK.

           *> La clave es AAAAMM, asi que la ultima fila leida es la
           *> liquidacion real mas reciente.
       0500-ULTIMA-LIQUIDACION.
           MOVE 0 TO HAY-ANTERIOR-SW.
           MOVE 0 TO FECHA-ANTERIOR-NUM.

           OPEN INPUT F-LIQUIDACIONES.
           IF FSL = 35
               CLOSE F-LIQUIDACIONES
               GO TO 0590-SIN-ANTERIOR.
           IF FSL <> 00
               DISPLAY "Error abriendo liquidaciones.ubd"
               GO TO 0590-SIN-ANTERIOR.

       0510-LEER-LIQUIDACION.
           READ F-LIQUIDACIONES NEXT RECORD
               AT END GO TO 0520-FIN-LIQUIDACIONES.

           MOVE 1 TO HAY-ANTERIOR-SW.
           MOVE LIQ-DIA TO DIA-ANTERIOR.
           MOVE LIQ-MES TO MES-ANTERIOR.
           MOVE LIQ-ANO TO ANO-ANTERIOR.

           GO TO 0510-LEER-LIQUIDACION.

       0520-FIN-LIQUIDACIONES.
           CLOSE F-LIQUIDACIONES.

           IF NOT HAY-ANTERIOR
               GO TO 0590-SIN-ANTERIOR.

           COMPUTE FECHA-ANTERIOR-NUM = (ANO-ANTERIOR * 10000)
               + (MES-ANTERIOR * 100) + DIA-ANTERIOR.

           *> Lo apuntado aquel dia se lee por tarjeta en movidx.ubd.
           OPEN INPUT F-MOVIDX.
           IF FSX <> 00
               DISPLAY "Error abriendo movidx.ubd"
               GO TO 0590-SIN-ANTERIOR.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               CLOSE F-MOVIDX
               GO TO 0590-SIN-ANTERIOR.

           DISPLAY "E = ensayo con las tarifas del " FTA-DIA "-"
               FTA-MES "-" FTA-ANO.
           DISPLAY "A = liquidacion real del " DIA-ANTERIOR "-"
               MES-ANTERIOR "-" ANO-ANTERIOR.
           GO TO 0500-ULTIMA-LIQUIDACION-EXIT.

       0590-SIN-ANTERIOR.
           MOVE 0 TO HAY-ANTERIOR-SW.
           DISPLAY "E = ensayo con las tarifas del " FTA-DIA "-"
               FTA-MES "-" FTA-ANO.
           DISPLAY "No hay liquidacion real anterior con la que "
               "comparar.".

       0500-ULTIMA-LIQUIDACION-EXIT.
           EXIT.

           *> Mismo recorrido y mismas cuentas omitidas que la
           *> liquidacion real, pero solo lectura.
       1000-ENSAYAR-CUENTAS.
           DISPLAY " ".
           DISPLAY "   Cuenta            "
               "  Comision  Int.deud Int.abono Retencion      Neto"
               " Marca".

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               GO TO 1900-FIN-SALDOS.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 1900-FIN-SALDOS.

       1100-LEER-SALDO.
           READ F-SALDOS NEXT RECORD AT END GO TO 1800-CERRAR-SALDOS.

           ADD 1 TO CONTADOR-CUENTAS.

           MOVE SALDO-CTA-ID TO CTA-ID-ACTUAL.

           CALL "CTACERR" USING CTA-ID-ACTUAL CTA-CERRADA-SW.
           IF CTA-CERRADA
               ADD 1 TO CONTADOR-CERRADAS
               GO TO 1100-LEER-SALDO.

           IF SALDO-ENT < 0
               COMPUTE SALDO-CENT = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE SALDO-CENT = (SALDO-ENT * 100) + SALDO-DEC.

           PERFORM 1200-BUSCAR-TARJETA THRU 1200-BUSCAR-TARJETA-EXIT.
           IF TARJETA-NO-ENCONTRADA
               ADD 1 TO CONTADOR-SIN-TARJETA
               GO TO 1100-LEER-SALDO.

           ADD 1 TO CONTADOR-ENSAYADAS.

           CALL "LIQCUENTA" USING FECHA-TARIFAS SALDO-CENT
               COMISION-CENT INTERES-CENT DEUDOR-CENT RETENCION-CENT.

           INITIALIZE IMPORTES-CUENTA.
           MOVE COMISION-CENT TO SIM-COMISION.
           COMPUTE SIM-DEUDOR = 0 - DEUDOR-CENT.
           MOVE INTERES-CENT TO SIM-INTERES.
           MOVE RETENCION-CENT TO SIM-RETENCION.
           COMPUTE SIM-CARGOS = SIM-COMISION + SIM-DEUDOR.
           COMPUTE SIM-NETO = SIM-INTERES - SIM-RETENCION - SIM-CARGOS.

           IF HAY-ANTERIOR
               PERFORM 2000-LEER-ANTERIOR THRU 2000-LEER-ANTERIOR-EXIT.

           PERFORM 3000-COMPARAR THRU 3000-COMPARAR-EXIT.
           PERFORM 4000-IMPRIMIR-CUENTA THRU 4000-IMPRIMIR-CUENTA-EXIT.

           ADD SIM-COMISION  TO TOT-SIM-COMISION.
           ADD SIM-DEUDOR    TO TOT-SIM-DEUDOR.
           ADD SIM-INTERES   TO TOT-SIM-INTERES.
           ADD SIM-RETENCION TO TOT-SIM-RETENCION.
           ADD SIM-CARGOS    TO TOT-SIM-CARGOS.
           ADD SIM-NETO      TO TOT-SIM-NETO.
           ADD ANT-COMISION  TO TOT-ANT-COMISION.
           ADD ANT-DEUDOR    TO TOT-ANT-DEUDOR.
           ADD ANT-INTERES   TO TOT-ANT-INTERES.
           ADD ANT-RETENCION TO TOT-ANT-RETENCION.
           ADD ANT-CARGOS    TO TOT-ANT-CARGOS.
           ADD ANT-NETO      TO TOT-ANT-NETO.

           GO TO 1100-LEER-SALDO.

       1800-CERRAR-SALDOS.
           CLOSE F-SALDOS.

       1900-FIN-SALDOS.
           IF HAY-ANTERIOR
               CLOSE F-MOVIDX
               CLOSE F-MOVIMIENTOS.

           IF CONTADOR-ENSAYADAS = 0
               DISPLAY "   (ninguna)".

       1000-ENSAYAR-CUENTAS-EXIT.
           EXIT.

           *> Tarjeta de la cuenta, buscada igual que en LIQUIDACION
           *> para que el ensayo omita las mismas cuentas y lea los
           *> apuntes de la misma tarjeta.
       1200-BUSCAR-TARJETA.
           SET TARJETA-NO-ENCONTRADA TO TRUE.

           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               DISPLAY "Error abriendo cuentas.ubd"
               GO TO 1200-BUSCAR-TARJETA-EXIT.

       1210-LEER-CUENTA.
           READ F-CUENTAS NEXT RECORD AT END GO TO 1290-FIN-CUENTAS.

           IF CTA-ID NOT = CTA-ID-ACTUAL
               GO TO 1210-LEER-CUENTA.

           MOVE CTA-TARJETA TO TARJETA-ACTUAL.
           SET TARJETA-ENCONTRADA TO TRUE.

       1290-FIN-CUENTAS.
           CLOSE F-CUENTAS.

       1200-BUSCAR-TARJETA-EXIT.
           EXIT.

           *> Apuntes de la liquidacion real en la cuenta: los de la
           *> tarjeta el dia de la liquidacion, del lote (sin
           *> terminal) y con los conceptos que escribe LIQUIDACION.
       2000-LEER-ANTERIOR.
           MOVE TARJETA-ACTUAL TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = FECHA-ANTERIOR-NUM * 1000000.
           MOVE 0 TO MIX-MOV-NUM.

           START F-MOVIDX KEY IS NOT LESS THAN MIX-CLAVE
               INVALID KEY GO TO 2900-NETO-ANTERIOR.

       2100-LEER-APUNTE.
           READ F-MOVIDX NEXT RECORD AT END GO TO 2900-NETO-ANTERIOR.

           IF MIX-TARJETA NOT = TARJETA-ACTUAL
               GO TO 2900-NETO-ANTERIOR.

           COMPUTE FECHA-MOV-NUM = MIX-FECHA-HORA / 1000000.
           IF FECHA-MOV-NUM > FECHA-ANTERIOR-NUM
               GO TO 2900-NETO-ANTERIOR.

           MOVE MIX-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY GO TO 2100-LEER-APUNTE.

           IF MOV-CTA-ID NOT = CTA-ID-ACTUAL
               GO TO 2100-LEER-APUNTE.
           IF MOV-TERMINAL NOT = 0
               GO TO 2100-LEER-APUNTE.

           *> El signo va por el concepto: un cargo de menos de un
           *> euro lleva cero en la parte entera.
           COMPUTE CENT-MOV = (FUNCTION ABS(MOV-IMPORTE-ENT) * 100)
               + MOV-IMPORTE-DEC.

           IF MOV-TIPO-COMISION
               AND MOV-CONCEPTO = "Comision de mantenimiento"
               ADD CENT-MOV TO ANT-COMISION.
           IF MOV-TIPO-INTERES
               AND MOV-CONCEPTO = "Intereses de descubierto"
               ADD CENT-MOV TO ANT-DEUDOR.
           IF MOV-TIPO-INTERES
               AND MOV-CONCEPTO = "Abono de intereses"
               ADD CENT-MOV TO ANT-INTERES.
           IF MOV-TIPO-RETENCION-FISCAL
               AND MOV-CONCEPTO = "Retencion fiscal s/intereses"
               ADD CENT-MOV TO ANT-RETENCION.

           GO TO 2100-LEER-APUNTE.

       2900-NETO-ANTERIOR.
           COMPUTE ANT-CARGOS = ANT-COMISION + ANT-DEUDOR.
           COMPUTE ANT-NETO = ANT-INTERES - ANT-RETENCION - ANT-CARGOS.

       2000-LEER-ANTERIOR-EXIT.
           EXIT.

           *> Senala la cuenta si sus cargos (comision mas interes
           *> deudor) cambian mas del umbral, o si antes no pagaba
           *> nada y con el ensayo pagaria.
       3000-COMPARAR.
           MOVE SPACES TO MARCA-CUENTA.
           MOVE 0 TO VARIACION-PCT.

           IF NOT HAY-ANTERIOR
               GO TO 3000-COMPARAR-EXIT.

           IF ANT-CARGOS = 0
               IF SIM-CARGOS > 0
                   MOVE "NUEVO" TO MARCA-CUENTA
                   ADD 1 TO CONTADOR-SENALADAS
               END-IF
               GO TO 3000-COMPARAR-EXIT.

           COMPUTE VARIACION-PCT ROUNDED =
               ((SIM-CARGOS - ANT-CARGOS) * 100) / ANT-CARGOS.

           IF VARIACION-PCT > UMBRAL-PCT
               OR VARIACION-PCT < (0 - UMBRAL-PCT)
               MOVE "<<<" TO MARCA-CUENTA
               ADD 1 TO CONTADOR-SENALADAS.

       3000-COMPARAR-EXIT.
           EXIT.

       4000-IMPRIMIR-CUENTA.
           COMPUTE COMISION-ED  = SIM-COMISION / 100.
           COMPUTE DEUDOR-ED    = SIM-DEUDOR / 100.
           COMPUTE INTERES-ED   = SIM-INTERES / 100.
           COMPUTE RETENCION-ED = SIM-RETENCION / 100.
           COMPUTE NETO-ED      = SIM-NETO / 100.
           DISPLAY "   " CTA-ID-ACTUAL " E " COMISION-ED " "
               DEUDOR-ED " " INTERES-ED " " RETENCION-ED " " NETO-ED
               " " MARCA-CUENTA.

           IF NOT HAY-ANTERIOR
               GO TO 4000-IMPRIMIR-CUENTA-EXIT.

           COMPUTE COMISION-ED  = ANT-COMISION / 100.
           COMPUTE DEUDOR-ED    = ANT-DEUDOR / 100.
           COMPUTE INTERES-ED   = ANT-INTERES / 100.
           COMPUTE RETENCION-ED = ANT-RETENCION / 100.
           COMPUTE NETO-ED      = ANT-NETO / 100.
           MOVE VARIACION-PCT   TO VARIACION-ED.
           IF ANT-CARGOS = 0
               DISPLAY "                    A " COMISION-ED " "
                   DEUDOR-ED " " INTERES-ED " " RETENCION-ED " "
                   NETO-ED
           ELSE
               DISPLAY "                    A " COMISION-ED " "
                   DEUDOR-ED " " INTERES-ED " " RETENCION-ED " "
                   NETO-ED " " VARIACION-ED "%".

       4000-IMPRIMIR-CUENTA-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Cuentas leidas: " CONTADOR-CUENTAS.
           DISPLAY "Cuentas ensayadas: " CONTADOR-ENSAYADAS.
           DISPLAY "Cuentas sin tarjeta asociada (omitidas): "
               CONTADOR-SIN-TARJETA.
           DISPLAY "Cuentas cerradas (omitidas): " CONTADOR-CERRADAS.
           DISPLAY " ".

           IF NOT HAY-ANTERIOR
               GO TO 9500-TOTALES-ENSAYO.

           DISPLAY "Totales del banco           Ensayo           "
               "Anterior".
           COMPUTE IMPORTE-EDITADO = TOT-SIM-COMISION / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-COMISION / 100.
           DISPLAY "   Comisiones      " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-DEUDOR / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-DEUDOR / 100.
           DISPLAY "   Int. deudores   " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-INTERES / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-INTERES / 100.
           DISPLAY "   Int. abonados   " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-RETENCION / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-RETENCION / 100.
           DISPLAY "   Retenciones     " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-CARGOS / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-CARGOS / 100.
           DISPLAY "   Total cargos    " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-NETO / 100.
           COMPUTE IMPORTE-EDITADO-ANT = TOT-ANT-NETO / 100.
           DISPLAY "   Neto cuentas    " IMPORTE-EDITADO "   "
               IMPORTE-EDITADO-ANT.

           IF TOT-ANT-CARGOS NOT = 0
               COMPUTE VARIACION-PCT ROUNDED =
                   ((TOT-SIM-CARGOS - TOT-ANT-CARGOS) * 100)
                   / TOT-ANT-CARGOS
               MOVE VARIACION-PCT TO VARIACION-ED
               DISPLAY "   Variacion de cargos: " VARIACION-ED "%".

           DISPLAY "Cuentas senaladas (variacion de cargos > "
               UMBRAL-PCT "%): " CONTADOR-SENALADAS.
           GO TO 9000-IMPRIMIR-RESUMEN-EXIT.

       9500-TOTALES-ENSAYO.
           DISPLAY "Totales del ensayo:".
           COMPUTE IMPORTE-EDITADO = TOT-SIM-COMISION / 100.
           DISPLAY "   Comisiones      " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-DEUDOR / 100.
           DISPLAY "   Int. deudores   " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-INTERES / 100.
           DISPLAY "   Int. abonados   " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-RETENCION / 100.
           DISPLAY "   Retenciones     " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = TOT-SIM-NETO / 100.
           DISPLAY "   Neto cuentas    " IMPORTE-EDITADO.

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
