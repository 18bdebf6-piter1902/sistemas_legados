       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCICLO.

           *> Cierre mensual de las tarjetas de credito. Se lanza el
           *> primer dia del mes y liquida el mes anterior: por cada
           *> linea anota el recargo si el cobro del mes pasado quedo
           *> impagado y el interes del saldo aplazado (tarifa de la
           *> clase de la linea), cobra en la cuenta de la tarjeta el
           *> total o la cuota elegida y deja el extracto del mes en
           *> extractocredito.dat. Un cobro que la cuenta no puede
           *> atender deja la linea en mora, con aviso al titular.
           *> Una linea ya liquidada para el mes no se vuelve a tocar.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSK.

           SELECT F-MOVCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCR-CLAVE
           FILE STATUS IS FSC.

           *> Extracto del mes: cabecera, apuntes y total por tarjeta.
           SELECT F-EXTRACTO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-SECUENCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SEC-CLAVE
           FILE STATUS IS FSQ.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSB.

           SELECT F-DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CTA-ID
           FILE STATUS IS FSD.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

       DATA DIVISION.
       FILE SECTION.
       FD F-CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
           COPY CREDITO.

       FD F-MOVCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movcredito.ubd".
           COPY MOVCREDITO.

       FD F-EXTRACTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "extractocredito.dat".
       01 EXTRACTO-REG.
           *> "C" = cabecera, "D" = apunte del mes, "T" = total.
           02 EXT-TIPO                PIC   X(1).
           02 EXT-TARJETA             PIC  9(16).
           02 EXT-CICLO               PIC   9(6).
           02 EXT-DATOS               PIC  X(80).
           02 EXT-CABECERA REDEFINES EXT-DATOS.
               03 EXT-TITULAR         PIC  X(35).
               03 EXT-LIMITE-CENT     PIC  9(11).
               03 EXT-ANTERIOR-CENT   PIC S9(11).
               03 FILLER              PIC  X(23).
           02 EXT-APUNTE REDEFINES EXT-DATOS.
               03 EXT-FECHA           PIC   9(8).
               03 EXT-CONCEPTO        PIC  X(35).
               03 EXT-IMPORTE-CENT    PIC S9(11).
               03 FILLER              PIC  X(26).
           02 EXT-TOTAL REDEFINES EXT-DATOS.
               03 EXT-NUEVO-CENT      PIC S9(11).
               03 EXT-A-COBRAR-CENT   PIC S9(11).
               03 EXT-COBRADO-CENT    PIC S9(11).
               03 EXT-MODO            PIC   9(1).
               03 FILLER              PIC  X(46).

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

       FD F-SECUENCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "secuencia.ubd".
       01 SECUENCIA-REG.
           02 SEC-CLAVE               PIC  9(1).
           02 SEC-ULTIMO-MOV-NUM      PIC  9(35).

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DSC-CTA-ID              PIC  9(16).
           02 DSC-LIMITE-ENT          PIC   9(7).
           02 DSC-LIMITE-DEC          PIC   9(2).

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       WORKING-STORAGE SECTION.
       77 FSK                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSV                       PIC   X(2).

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

           *> Clase de tarifas.ubd del recargo por cobro impagado.
       78 CLASE-RECARGO-IMPAGO       VALUE "CREDITO-DEM".

       77 FECHA-HOY-NUM              PIC   9(8).
       77 CICLO-LIQUIDADO            PIC   9(6).

       77 LAST-MOV-NUM               PIC  9(35).
       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).
       77 ULTIMO-ORDEN               PIC  9(5).

       77 CTA-CERRADA-SW             PIC   9(1).
           88 CTA-CERRADA            VALUE 1.

           *> Tarifa pedida al modulo comun.
       77 CLASE-TARIFA               PIC  X(12).
       77 CENT-BASE-TARIFA           PIC S9(11).
       77 CENT-TARIFA                PIC S9(11).

           *> Apunte que anota 4000-ANOTAR-APUNTE en movcredito.ubd.
       77 CENT-APUNTE-CRD            PIC S9(11).
       77 CONCEPTO-APUNTE-CRD        PIC  X(35).
       77 TIPO-APUNTE-CRD            PIC  9(1).

           *> Cargo que anota 5000-CARGAR-CUENTA en la cuenta.
       77 CENT-APUNTE                PIC S9(11).
       77 CONCEPTO-APUNTE            PIC  X(35).

       77 CTA-ID-CREDITO             PIC  9(16).
       77 CENT-ANTERIOR              PIC S9(11).
       77 CENT-A-COBRAR              PIC S9(11).
       77 CENT-COBRADO               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO-PDTE         PIC S9(11).
       77 CENT-LIMITE-DESC           PIC S9(11).

       77 CONTADOR-LINEAS            PIC   9(5) VALUE 0.
       77 CONTADOR-YA-LIQUIDADAS     PIC   9(5) VALUE 0.
       77 CONTADOR-COBRADAS          PIC   9(5) VALUE 0.
       77 CONTADOR-IMPAGADAS         PIC   9(5) VALUE 0.
       77 TOTAL-COBRADO-CENT         PIC  S9(13) VALUE 0.
       77 TOTAL-IMPAGADO-CENT        PIC  S9(13) VALUE 0.
       77 TOTAL-INTERES-CENT         PIC  S9(13) VALUE 0.
       77 TOTAL-RECARGO-CENT         PIC  S9(13) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - CREDCICLO - cierre mensual de "
               "tarjetas de credito".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           IF MES = 1
               COMPUTE CICLO-LIQUIDADO = ((ANO - 1) * 100) + 12
           ELSE
               COMPUTE CICLO-LIQUIDADO = (ANO * 100) + MES - 1.

           DISPLAY "Ciclo liquidado: " CICLO-LIQUIDADO.
           DISPLAY " ".

           PERFORM 1000-LIQUIDAR-CREDITOS
               THRU 1000-LIQUIDAR-CREDITOS-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       1000-LIQUIDAR-CREDITOS.
           OPEN I-O F-CREDITOS.
           IF FSK = 35
               DISPLAY "No hay creditos.ubd que liquidar."
               GO TO 1000-LIQUIDAR-CREDITOS-EXIT.
           IF FSK <> 00
               DISPLAY "Error abriendo creditos.ubd"
               GO TO 1000-LIQUIDAR-CREDITOS-EXIT.

           OPEN I-O F-MOVCREDITO.
           IF FSC = 35
               OPEN OUTPUT F-MOVCREDITO
               CLOSE F-MOVCREDITO
               OPEN I-O F-MOVCREDITO
           END-IF.
           IF FSC <> 00
               DISPLAY "Error abriendo movcredito.ubd"
               CLOSE F-CREDITOS
               GO TO 1000-LIQUIDAR-CREDITOS-EXIT.

           OPEN OUTPUT F-EXTRACTO.
           IF FSE <> 00
               DISPLAY "Error abriendo extractocredito.dat"
               CLOSE F-CREDITOS
               CLOSE F-MOVCREDITO
               GO TO 1000-LIQUIDAR-CREDITOS-EXIT.

       1100-LEER-CREDITO.
           READ F-CREDITOS NEXT RECORD
               AT END GO TO 1900-FIN-CREDITOS.

           IF CRD-BAJA
               GO TO 1100-LEER-CREDITO.

           IF CRD-ULTIMO-CICLO NOT < CICLO-LIQUIDADO
               ADD 1 TO CONTADOR-YA-LIQUIDADAS
               GO TO 1100-LEER-CREDITO.

           ADD 1 TO CONTADOR-LINEAS.

           PERFORM 2000-LIQUIDAR-TARJETA
               THRU 2000-LIQUIDAR-TARJETA-EXIT.

           GO TO 1100-LEER-CREDITO.

       1900-FIN-CREDITOS.
           CLOSE F-CREDITOS.
           CLOSE F-MOVCREDITO.
           CLOSE F-EXTRACTO.

       1000-LIQUIDAR-CREDITOS-EXIT.
           EXIT.

       2000-LIQUIDAR-TARJETA.
           MOVE CRD-APLAZADO-CENT TO CENT-ANTERIOR.
           MOVE 0 TO CENT-A-COBRAR.
           MOVE 0 TO CENT-COBRADO.

           *> Recargo si el cobro del ciclo anterior quedo impagado.
           IF CRD-IMPAGADO-CENT > 0
               MOVE CLASE-RECARGO-IMPAGO TO CLASE-TARIFA
               MOVE CRD-IMPAGADO-CENT TO CENT-BASE-TARIFA
               CALL "TARIFARIO" USING CLASE-TARIFA FECHA-HOY-NUM
                   CENT-BASE-TARIFA CENT-TARIFA
               IF CENT-TARIFA > 0
                   MOVE CENT-TARIFA TO CENT-APUNTE-CRD
                   MOVE "Recargo por recibo impagado"
                       TO CONCEPTO-APUNTE-CRD
                   MOVE 3 TO TIPO-APUNTE-CRD
                   PERFORM 4000-ANOTAR-APUNTE
                       THRU 4000-ANOTAR-APUNTE-EXIT
                   ADD CENT-TARIFA TO TOTAL-RECARGO-CENT
               END-IF
           END-IF.

           *> Interes del mes sobre lo que quedo aplazado.
           IF CRD-APLAZADO-CENT > 0
               MOVE CRD-CLASE-TARIFA TO CLASE-TARIFA
               MOVE CRD-APLAZADO-CENT TO CENT-BASE-TARIFA
               CALL "TARIFARIO" USING CLASE-TARIFA FECHA-HOY-NUM
                   CENT-BASE-TARIFA CENT-TARIFA
               IF CENT-TARIFA > 0
                   MOVE CENT-TARIFA TO CENT-APUNTE-CRD
                   MOVE "Intereses saldo aplazado"
                       TO CONCEPTO-APUNTE-CRD
                   MOVE 2 TO TIPO-APUNTE-CRD
                   PERFORM 4000-ANOTAR-APUNTE
                       THRU 4000-ANOTAR-APUNTE-EXIT
                   ADD CENT-TARIFA TO TOTAL-INTERES-CENT
               END-IF
           END-IF.

           *> Importe a cobrar: todo lo dispuesto, o la cuota mas lo
           *> que quedo impagado sin pasar de lo dispuesto.
           IF CRD-PAGO-TOTAL
               MOVE CRD-DISPUESTO-CENT TO CENT-A-COBRAR
           ELSE
               COMPUTE CENT-A-COBRAR = CRD-CUOTA-CENT
                   + CRD-IMPAGADO-CENT
               IF CENT-A-COBRAR > CRD-DISPUESTO-CENT
                   MOVE CRD-DISPUESTO-CENT TO CENT-A-COBRAR
               END-IF
           END-IF.

           IF CENT-A-COBRAR > 0
               PERFORM 2300-COBRAR THRU 2300-COBRAR-EXIT
           ELSE
               MOVE 0 TO CENT-A-COBRAR.

           PERFORM 2500-EXTRACTO THRU 2500-EXTRACTO-EXIT.

           MOVE CRD-DISPUESTO-CENT TO CRD-APLAZADO-CENT.
           MOVE CICLO-LIQUIDADO TO CRD-ULTIMO-CICLO.
           MOVE FECHA-HOY-NUM TO CRD-MODIF-FECHA.

           REWRITE CREDITO-REG INVALID KEY
               DISPLAY "Error reescribiendo creditos.ubd: "
                   CRD-TARJETA.

       2000-LIQUIDAR-TARJETA-EXIT.
           EXIT.

       2300-COBRAR.
           PERFORM 5100-RESOLVER-CUENTA THRU 5100-RESOLVER-CUENTA-EXIT.

           CALL "CTACERR" USING CTA-ID-CREDITO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO 2400-IMPAGO.

           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-FIN.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           IF CENT-SALDO - CENT-RETENIDO-PDTE + CENT-LIMITE-DESC
                   < CENT-A-COBRAR
               GO TO 2400-IMPAGO.

           COMPUTE CENT-APUNTE = 0 - CENT-A-COBRAR.
           MOVE SPACES TO CONCEPTO-APUNTE.
           STRING "Pago tarjeta credito " DELIMITED BY SIZE
               CICLO-LIQUIDADO DELIMITED BY SIZE
               INTO CONCEPTO-APUNTE.
           PERFORM 5000-CARGAR-CUENTA THRU 5000-CARGAR-CUENTA-EXIT.

           COMPUTE CENT-APUNTE-CRD = 0 - CENT-A-COBRAR.
           MOVE "Cobro en cuenta" TO CONCEPTO-APUNTE-CRD.
           MOVE 4 TO TIPO-APUNTE-CRD.
           PERFORM 4000-ANOTAR-APUNTE THRU 4000-ANOTAR-APUNTE-EXIT.

           MOVE CENT-A-COBRAR TO CENT-COBRADO.
           MOVE 0 TO CRD-IMPAGADO-CENT.
           SET CRD-ACTIVA TO TRUE.

           ADD 1 TO CONTADOR-COBRADAS.
           ADD CENT-A-COBRAR TO TOTAL-COBRADO-CENT.

           GO TO 2300-COBRAR-EXIT.

       2400-IMPAGO.
           MOVE CENT-A-COBRAR TO CRD-IMPAGADO-CENT.
           SET CRD-MORA TO TRUE.

           MOVE CRD-TARJETA TO TARJETA-AVISO.
           MOVE "Recibo tarjeta credito impagado" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           ADD 1 TO CONTADOR-IMPAGADAS.
           ADD CENT-A-COBRAR TO TOTAL-IMPAGADO-CENT.

           DISPLAY "Cobro impagado, tarjeta " CRD-TARJETA ": "
               CENT-A-COBRAR " centimos".

       2300-COBRAR-EXIT.
           EXIT.

       2500-EXTRACTO.
           MOVE SPACES TO TITULAR.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE CRD-TARJETA TO TNUM
               READ TARJETAS
                   INVALID KEY MOVE SPACES TO TITULAR
               END-READ
               CLOSE TARJETAS
           END-IF.

           MOVE SPACES TO EXTRACTO-REG.
           MOVE "C" TO EXT-TIPO.
           MOVE CRD-TARJETA TO EXT-TARJETA.
           MOVE CICLO-LIQUIDADO TO EXT-CICLO.
           MOVE TITULAR TO EXT-TITULAR.
           MOVE CRD-LIMITE-CENT TO EXT-LIMITE-CENT.
           MOVE CENT-ANTERIOR TO EXT-ANTERIOR-CENT.
           WRITE EXTRACTO-REG.

           MOVE CRD-TARJETA TO MCR-TARJETA.
           MOVE CICLO-LIQUIDADO TO MCR-CICLO.
           MOVE 0 TO MCR-ORDEN.
           START F-MOVCREDITO KEY IS NOT LESS THAN MCR-CLAVE
               INVALID KEY GO TO 2590-TOTAL-EXTRACTO.

       2510-APUNTE-EXTRACTO.
           READ F-MOVCREDITO NEXT RECORD
               AT END GO TO 2590-TOTAL-EXTRACTO.

           IF MCR-TARJETA NOT = CRD-TARJETA
               GO TO 2590-TOTAL-EXTRACTO.
           IF MCR-CICLO NOT = CICLO-LIQUIDADO
               GO TO 2590-TOTAL-EXTRACTO.

           MOVE SPACES TO EXTRACTO-REG.
           MOVE "D" TO EXT-TIPO.
           MOVE CRD-TARJETA TO EXT-TARJETA.
           MOVE CICLO-LIQUIDADO TO EXT-CICLO.
           MOVE MCR-FECHA TO EXT-FECHA.
           MOVE MCR-CONCEPTO TO EXT-CONCEPTO.
           MOVE MCR-IMPORTE-CENT TO EXT-IMPORTE-CENT.
           WRITE EXTRACTO-REG.

           GO TO 2510-APUNTE-EXTRACTO.

       2590-TOTAL-EXTRACTO.
           MOVE SPACES TO EXTRACTO-REG.
           MOVE "T" TO EXT-TIPO.
           MOVE CRD-TARJETA TO EXT-TARJETA.
           MOVE CICLO-LIQUIDADO TO EXT-CICLO.
           MOVE CRD-DISPUESTO-CENT TO EXT-NUEVO-CENT.
           MOVE CENT-A-COBRAR TO EXT-A-COBRAR-CENT.
           MOVE CENT-COBRADO TO EXT-COBRADO-CENT.
           MOVE CRD-MODO TO EXT-MODO.
           WRITE EXTRACTO-REG.

       2500-EXTRACTO-EXIT.
           EXIT.

           *> Anota un apunte del ciclo en movcredito.ubd, a
           *> continuacion del ultimo de la tarjeta en ese ciclo, y lo
           *> lleva a lo dispuesto de la linea.
       4000-ANOTAR-APUNTE.
           MOVE 0 TO ULTIMO-ORDEN.
           MOVE CRD-TARJETA TO MCR-TARJETA.
           MOVE CICLO-LIQUIDADO TO MCR-CICLO.
           MOVE 0 TO MCR-ORDEN.
           START F-MOVCREDITO KEY IS NOT LESS THAN MCR-CLAVE
               INVALID KEY GO TO 4020-ESCRIBIR-APUNTE.

       4010-BUSCAR-ORDEN.
           READ F-MOVCREDITO NEXT RECORD
               AT END GO TO 4020-ESCRIBIR-APUNTE.

           IF MCR-TARJETA NOT = CRD-TARJETA
               GO TO 4020-ESCRIBIR-APUNTE.
           IF MCR-CICLO NOT = CICLO-LIQUIDADO
               GO TO 4020-ESCRIBIR-APUNTE.

           MOVE MCR-ORDEN TO ULTIMO-ORDEN.
           GO TO 4010-BUSCAR-ORDEN.

       4020-ESCRIBIR-APUNTE.
           MOVE CRD-TARJETA TO MCR-TARJETA.
           MOVE CICLO-LIQUIDADO TO MCR-CICLO.
           COMPUTE MCR-ORDEN = ULTIMO-ORDEN + 1.
           MOVE FECHA-HOY-NUM TO MCR-FECHA.
           COMPUTE MCR-HORA = (HORAS * 10000) + (MINUTOS * 100)
               + SEGUNDOS.
           MOVE CONCEPTO-APUNTE-CRD TO MCR-CONCEPTO.
           MOVE CENT-APUNTE-CRD TO MCR-IMPORTE-CENT.
           MOVE TIPO-APUNTE-CRD TO MCR-TIPO.

           WRITE MOVCREDITO-REG INVALID KEY
               DISPLAY "Error escribiendo movcredito.ubd: "
                   CRD-TARJETA
               GO TO 4000-ANOTAR-APUNTE-EXIT.

           ADD CENT-APUNTE-CRD TO CRD-DISPUESTO-CENT.

       4000-ANOTAR-APUNTE-EXIT.
           EXIT.

       5000-CARGAR-CUENTA.
           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 5000-CARGAR-CUENTA-EXIT.

           MOVE CTA-ID-CREDITO TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           ADD CENT-APUNTE TO CENT-SALDO.

           COMPUTE SALDO-ENT = CENT-SALDO / 100.
           COMPUTE SALDO-DEC =
               FUNCTION ABS(CENT-SALDO - (SALDO-ENT * 100)).

           MOVE CTA-ID-CREDITO TO SALDO-CTA-ID.
           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

           PERFORM 5600-SIGUIENTE-MOV-NUM
               THRU 5600-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 5000-CARGAR-CUENTA-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE CRD-TARJETA TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-APUNTE / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-APUNTE - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-APUNTE TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = CENT-SALDO / 100.
           COMPUTE MOV-SALDOPOS-DEC =
               FUNCTION ABS(CENT-SALDO - (MOV-SALDOPOS-ENT * 100)).

           MOVE ANO      TO MOV-ALTA-ANO.
           MOVE MES      TO MOV-ALTA-MES.
           MOVE DIA      TO MOV-ALTA-DIA.
           MOVE HORAS    TO MOV-ALTA-HOR.
           MOVE MINUTOS  TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           SET MOV-TIPO-CREDITO-PAGO TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-CREDITO TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

       5000-CARGAR-CUENTA-EXIT.
           EXIT.

           *> Misma resolucion tarjeta -> cuenta compartida que hacen
           *> los cajeros, dando de alta la fila si aun no existia.
       5100-RESOLVER-CUENTA.
           OPEN I-O F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN I-O F-CUENTAS
           END-IF.
           IF FSU <> 00
               DISPLAY "Error abriendo cuentas.ubd"
               MOVE CRD-TARJETA TO CTA-ID-CREDITO
               GO TO 5100-RESOLVER-CUENTA-EXIT.

           MOVE CRD-TARJETA TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE CRD-TARJETA TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY
                       DISPLAY "Error escribiendo cuentas.ubd"
                   END-WRITE
           END-READ.

           MOVE CTA-ID TO CTA-ID-CREDITO.

           CLOSE F-CUENTAS.

       5100-RESOLVER-CUENTA-EXIT.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-EXIT.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO LEER-SALDO-EXIT.

           MOVE CTA-ID-CREDITO TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           CLOSE F-SALDOS.

       LEER-SALDO-EXIT.
           EXIT.

       SUMAR-RETENIDO.
           MOVE 0 TO CENT-RETENIDO-PDTE.

           OPEN INPUT F-RETENCIONES.
           IF FSB = 35
               CLOSE F-RETENCIONES
               GO TO SUMAR-RETENIDO-FIN.
           IF FSB <> 00
               DISPLAY "Error abriendo retenciones.ubd"
               GO TO SUMAR-RETENIDO-FIN.

       SUMAR-RETENIDO-BUCLE.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO SUMAR-RETENIDO-CIERRE.

           IF RET-CTA-ID NOT = CTA-ID-CREDITO
               GO TO SUMAR-RETENIDO-BUCLE.

           IF NOT RET-RETENIDO
               GO TO SUMAR-RETENIDO-BUCLE.

           COMPUTE CENT-RETENIDO-PDTE = CENT-RETENIDO-PDTE
               + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.

           GO TO SUMAR-RETENIDO-BUCLE.

       SUMAR-RETENIDO-CIERRE.
           CLOSE F-RETENCIONES.

       SUMAR-RETENIDO-FIN.
           EXIT.

       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-LIMITE-DESC.

           OPEN INPUT F-DESCUBIERTOS.
           IF FSD = 35
               CLOSE F-DESCUBIERTOS
               GO TO LEER-DESCUBIERTO-EXIT.
           IF FSD <> 00
               DISPLAY "Error abriendo descubiertos.ubd"
               GO TO LEER-DESCUBIERTO-EXIT.

           MOVE CTA-ID-CREDITO TO DSC-CTA-ID.
           READ F-DESCUBIERTOS
               INVALID KEY
                   MOVE 0 TO DSC-LIMITE-ENT
                   MOVE 0 TO DSC-LIMITE-DEC
           END-READ.

           COMPUTE CENT-LIMITE-DESC = (DSC-LIMITE-ENT * 100)
                                      + DSC-LIMITE-DEC.

           CLOSE F-DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
           EXIT.

       5600-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 5600-SIGUIENTE-MOV-NUM-EXIT.

           MOVE 1 TO SEC-CLAVE.
           READ F-SECUENCIA
               INVALID KEY
                   MOVE 0 TO SEC-ULTIMO-MOV-NUM
                   WRITE SECUENCIA-REG
           END-READ.

           ADD 1 TO SEC-ULTIMO-MOV-NUM.
           MOVE SEC-ULTIMO-MOV-NUM TO LAST-MOV-NUM.

           REWRITE SECUENCIA-REG.

           CLOSE F-SECUENCIA.

       5600-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Mantiene el indice por tarjeta y fecha/hora al dia con
           *> el movimiento recien escrito.
       ESCRIBIR-MOVIDX.
           OPEN I-O F-MOVIDX.
           IF FSX = 35
               OPEN OUTPUT F-MOVIDX
               CLOSE F-MOVIDX
               OPEN I-O F-MOVIDX
           END-IF.
           IF FSX <> 00
               DISPLAY "Error abriendo movidx.ubd"
               GO TO ESCRIBIR-MOVIDX-FIN.

           MOVE MOV-TARJETA TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = (MOV-ANO * 10000000000)
               + (MOV-MES * 100000000) + (MOV-DIA * 1000000)
               + (MOV-HOR * 10000) + (MOV-MIN * 100) + MOV-SEG.
           MOVE MOV-NUM TO MIX-MOV-NUM.

           WRITE MOVIDX-REG INVALID KEY
               DISPLAY "Error escribiendo movidx.ubd".

           CLOSE F-MOVIDX.

       ESCRIBIR-MOVIDX-FIN.
           EXIT.

       ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               DISPLAY "Error abriendo avisos.ubd"
               GO TO ESCRIBIR-AVISO-EXIT.

           MOVE 0 TO ULTIMO-AVI-NUM.

       ESCRIBIR-AVISO-BUCLE.
           READ F-AVISOS NEXT RECORD
               AT END GO TO ESCRIBIR-AVISO-REG.
           IF ULTIMO-AVI-NUM < AVI-NUM
               MOVE AVI-NUM TO ULTIMO-AVI-NUM.
           GO TO ESCRIBIR-AVISO-BUCLE.

       ESCRIBIR-AVISO-REG.
           ADD 1 TO ULTIMO-AVI-NUM.

           MOVE ULTIMO-AVI-NUM TO AVI-NUM.
           MOVE TARJETA-AVISO  TO AVI-TARJETA.
           MOVE ANO            TO AVI-ANO.
           MOVE MES            TO AVI-MES.
           MOVE DIA            TO AVI-DIA.
           MOVE TEXTO-AVISO    TO AVI-TEXTO.
           SET AVI-PENDIENTE   TO TRUE.

           WRITE AVISO-REG INVALID KEY DISPLAY "Error en avisos.ubd".

           CLOSE F-AVISOS.

       ESCRIBIR-AVISO-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Lineas liquidadas     : " CONTADOR-LINEAS.
           DISPLAY "Lineas ya liquidadas  : " CONTADOR-YA-LIQUIDADAS.
           DISPLAY "Cobros atendidos      : " CONTADOR-COBRADAS.
           DISPLAY "Cobros impagados      : " CONTADOR-IMPAGADAS.
           DISPLAY "Importe cobrado       : " TOTAL-COBRADO-CENT
               " centimos".
           DISPLAY "Importe impagado      : " TOTAL-IMPAGADO-CENT
               " centimos".
           DISPLAY "Intereses anotados    : " TOTAL-INTERES-CENT
               " centimos".
           DISPLAY "Recargos anotados     : " TOTAL-RECARGO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
