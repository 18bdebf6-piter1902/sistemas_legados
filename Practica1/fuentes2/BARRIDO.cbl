       IDENTIFICATION DIVISION.
       PROGRAM-ID. BARRIDO.

           *> Paso de la consola que aplica las reglas de barrido de
           *> barridos.ubd (ALTABAR) despues de PROG y de la remesa de
           *> RECIBOS: el sobrante de la cuenta corriente por encima
           *> del techo pasa a la de ahorro, y si la corriente queda
           *> por debajo del suelo se recarga desde la de ahorro con
           *> lo que esta tenga disponible, antes de que LIQUIDACION
           *> cobre intereses de descubierto. Los disponibles se
           *> calculan sobre saldos.ubd descontando los ingresos
           *> retenidos. Cada traspaso son dos movimientos de
           *> transferencia con su entrada en movidx.ubd, y el titular
           *> recibe un aviso con lo movido.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-CLAVE
           FILE STATUS IS FSB.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSR.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

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

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD F-BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
           COPY REGLABAR.

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

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

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       WORKING-STORAGE SECTION.
       77 FSB                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSV                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
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

           *> Mayor importe que cabe en MOV-IMPORTE-ENT, en centimos;
           *> un sobrante mayor se barre en noches sucesivas.
       78 CENT-MAXIMO-BARRIDO       VALUE 999999999.

       77 LAST-MOV-NUM              PIC  9(35).
       77 CTA-ID-ACTUAL             PIC  9(16).
       77 TARJETA-ACTUAL            PIC  9(16).
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.
       77 CENT-IMPORTE              PIC S9(11).
       77 CENT-SALDO                PIC S9(11).
       77 CONCEPTO-TRABAJO          PIC  X(35).
       77 SENTIDO-APUNTE            PIC   9(1).
           88 APUNTE-SALIDA         VALUE 1.
           88 APUNTE-ENTRADA        VALUE 2.

       77 CTA-ID-RETENIDO           PIC  9(16).
       77 CENT-RETENIDO             PIC S9(11).
       77 CENT-DISP-CORRIENTE       PIC S9(11).
       77 CENT-DISP-AHORRO          PIC S9(11).
       77 CENT-TECHO                PIC S9(11).
       77 CENT-SUELO                PIC S9(11).
       77 CENT-BARRIDO              PIC S9(11).
       77 CTA-ID-ORIGEN             PIC  9(16).
       77 CTA-ID-DESTINO            PIC  9(16).

       77 ULTIMO-AVI-NUM            PIC  9(35).
       77 TARJETA-AVISO             PIC  9(16).
       77 TEXTO-AVISO               PIC  X(35).

       77 CONTADOR-REGLAS           PIC   9(5) VALUE 0.
       77 CONTADOR-AL-AHORRO        PIC   9(5) VALUE 0.
       77 CONTADOR-RECARGAS         PIC   9(5) VALUE 0.
       77 CONTADOR-SIN-FONDOS       PIC   9(5) VALUE 0.
       77 CONTADOR-CERRADAS         PIC   9(5) VALUE 0.
       77 TOTAL-AL-AHORRO-CENT      PIC  S9(13) VALUE 0.
       77 TOTAL-RECARGAS-CENT       PIC  S9(13) VALUE 0.

       77 IMPORTE-AVISO             PIC  ZZZZZZ9.99.
       77 IMPORTE-EDITADO           PIC  -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-REGLAS.
           MOVE 0 TO CONTADOR-AL-AHORRO.
           MOVE 0 TO CONTADOR-RECARGAS.
           MOVE 0 TO CONTADOR-SIN-FONDOS.
           MOVE 0 TO CONTADOR-CERRADAS.
           MOVE 0 TO TOTAL-AL-AHORRO-CENT.
           MOVE 0 TO TOTAL-RECARGAS-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - BARRIDO - barrido de saldo entre "
               "cuentas".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           PERFORM 1000-APLICAR-REGLAS THRU 1000-APLICAR-REGLAS-EXIT.
           PERFORM 8000-TOTALES THRU 8000-TOTALES-EXIT.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

       1000-APLICAR-REGLAS.
           OPEN INPUT F-BARRIDOS.
           IF FSB = 35
               DISPLAY "No hay barridos.ubd que aplicar."
               GO TO 1000-APLICAR-REGLAS-EXIT.
           IF FSB <> 00
               DISPLAY "Error abriendo barridos.ubd"
               GO TO 1000-APLICAR-REGLAS-EXIT.

           DISPLAY "Traspasos realizados:".

       1100-LEER-REGLA.
           READ F-BARRIDOS NEXT RECORD AT END GO TO 1900-FIN-REGLAS.

           IF NOT BAR-ACTIVA
               GO TO 1100-LEER-REGLA.

           ADD 1 TO CONTADOR-REGLAS.

           PERFORM 2000-APLICAR-REGLA THRU 2000-APLICAR-REGLA-EXIT.

           GO TO 1100-LEER-REGLA.

       1900-FIN-REGLAS.
           CLOSE F-BARRIDOS.

           IF CONTADOR-AL-AHORRO = 0 AND CONTADOR-RECARGAS = 0
               DISPLAY "   (ninguno)".

       1000-APLICAR-REGLAS-EXIT.
           EXIT.

           *> Decide el traspaso de la regla leida. El techo se mira
           *> antes que el suelo; como el suelo no puede superar al
           *> techo, solo uno de los dos se cumple en la misma noche.
       2000-APLICAR-REGLA.
           CALL "CTACERR" USING BAR-CTA-CORRIENTE CTA-CERRADA-SW.
           IF NOT CTA-CERRADA
               CALL "CTACERR" USING BAR-CTA-AHORRO CTA-CERRADA-SW.
           IF CTA-CERRADA
               DISPLAY "   Tarjeta " BAR-TARJETA " regla " BAR-ORDEN
                   ": cuenta cerrada, no se aplica"
               ADD 1 TO CONTADOR-CERRADAS
               GO TO 2000-APLICAR-REGLA-EXIT.

           MOVE BAR-CTA-CORRIENTE TO CTA-ID-ACTUAL.
           PERFORM 5600-LEER-SALDO THRU 5600-LEER-SALDO-EXIT.
           MOVE BAR-CTA-CORRIENTE TO CTA-ID-RETENIDO.
           PERFORM 4000-SUMAR-RETENIDO THRU 4000-SUMAR-RETENIDO-EXIT.
           COMPUTE CENT-DISP-CORRIENTE = CENT-SALDO - CENT-RETENIDO.

           MOVE BAR-CTA-AHORRO TO CTA-ID-ACTUAL.
           PERFORM 5600-LEER-SALDO THRU 5600-LEER-SALDO-EXIT.
           MOVE BAR-CTA-AHORRO TO CTA-ID-RETENIDO.
           PERFORM 4000-SUMAR-RETENIDO THRU 4000-SUMAR-RETENIDO-EXIT.
           COMPUTE CENT-DISP-AHORRO = CENT-SALDO - CENT-RETENIDO.

           COMPUTE CENT-TECHO = (BAR-TECHO-ENT * 100) + BAR-TECHO-DEC.
           COMPUTE CENT-SUELO = (BAR-SUELO-ENT * 100) + BAR-SUELO-DEC.

           IF CENT-TECHO > 0 AND CENT-DISP-CORRIENTE > CENT-TECHO
               GO TO 2100-AL-AHORRO.

           IF CENT-DISP-CORRIENTE < CENT-SUELO
               GO TO 2200-RECARGA.

           GO TO 2000-APLICAR-REGLA-EXIT.

       2100-AL-AHORRO.
           COMPUTE CENT-BARRIDO = CENT-DISP-CORRIENTE - CENT-TECHO.
           IF CENT-BARRIDO > CENT-MAXIMO-BARRIDO
               MOVE CENT-MAXIMO-BARRIDO TO CENT-BARRIDO.

           MOVE BAR-CTA-CORRIENTE TO CTA-ID-ORIGEN.
           MOVE BAR-CTA-AHORRO    TO CTA-ID-DESTINO.
           PERFORM 3000-TRASPASAR THRU 3000-TRASPASAR-EXIT.

           ADD 1 TO CONTADOR-AL-AHORRO.
           ADD CENT-BARRIDO TO TOTAL-AL-AHORRO-CENT.

           COMPUTE IMPORTE-AVISO = CENT-BARRIDO / 100.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "Barrido a ahorro: " DELIMITED BY SIZE
                  IMPORTE-AVISO        DELIMITED BY SIZE
               INTO TEXTO-AVISO.
           MOVE BAR-TARJETA TO TARJETA-AVISO.
           PERFORM 6000-ESCRIBIR-AVISO THRU 6000-ESCRIBIR-AVISO-EXIT.

           COMPUTE IMPORTE-EDITADO = CENT-BARRIDO / 100.
           DISPLAY "   Tarjeta " BAR-TARJETA " regla " BAR-ORDEN
               " al ahorro   " IMPORTE-EDITADO.

           GO TO 2000-APLICAR-REGLA-EXIT.

           *> La recarga se limita a lo disponible en la de ahorro;
           *> si no tiene nada disponible no se mueve nada.
       2200-RECARGA.
           IF CENT-DISP-AHORRO <= 0
               DISPLAY "   Tarjeta " BAR-TARJETA " regla " BAR-ORDEN
                   ": sin disponible en ahorro para recargar"
               ADD 1 TO CONTADOR-SIN-FONDOS
               GO TO 2000-APLICAR-REGLA-EXIT.

           COMPUTE CENT-BARRIDO = CENT-SUELO - CENT-DISP-CORRIENTE.
           IF CENT-BARRIDO > CENT-DISP-AHORRO
               MOVE CENT-DISP-AHORRO TO CENT-BARRIDO.
           IF CENT-BARRIDO > CENT-MAXIMO-BARRIDO
               MOVE CENT-MAXIMO-BARRIDO TO CENT-BARRIDO.

           MOVE BAR-CTA-AHORRO    TO CTA-ID-ORIGEN.
           MOVE BAR-CTA-CORRIENTE TO CTA-ID-DESTINO.
           PERFORM 3000-TRASPASAR THRU 3000-TRASPASAR-EXIT.

           ADD 1 TO CONTADOR-RECARGAS.
           ADD CENT-BARRIDO TO TOTAL-RECARGAS-CENT.

           COMPUTE IMPORTE-AVISO = CENT-BARRIDO / 100.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "Recarga desde ahorro: " DELIMITED BY SIZE
                  IMPORTE-AVISO            DELIMITED BY SIZE
               INTO TEXTO-AVISO.
           MOVE BAR-TARJETA TO TARJETA-AVISO.
           PERFORM 6000-ESCRIBIR-AVISO THRU 6000-ESCRIBIR-AVISO-EXIT.

           COMPUTE IMPORTE-EDITADO = CENT-BARRIDO / 100.
           DISPLAY "   Tarjeta " BAR-TARJETA " regla " BAR-ORDEN
               " recarga     " IMPORTE-EDITADO.

       2000-APLICAR-REGLA-EXIT.
           EXIT.

           *> Carga CENT-BARRIDO en CTA-ID-ORIGEN y lo abona en
           *> CTA-ID-DESTINO, los dos apuntes a nombre de la tarjeta de
           *> la regla.
       3000-TRASPASAR.
           MOVE BAR-TARJETA TO TARJETA-ACTUAL.

           MOVE CTA-ID-ORIGEN TO CTA-ID-ACTUAL.
           PERFORM 5600-LEER-SALDO THRU 5600-LEER-SALDO-EXIT.
           SUBTRACT CENT-BARRIDO FROM CENT-SALDO.
           COMPUTE CENT-IMPORTE = 0 - CENT-BARRIDO.
           MOVE SPACES TO CONCEPTO-TRABAJO.
           STRING "Barrido a cuenta " DELIMITED BY SIZE
                  CTA-ID-DESTINO      DELIMITED BY SIZE
               INTO CONCEPTO-TRABAJO.
           SET APUNTE-SALIDA TO TRUE.
           PERFORM 5000-ESCRIBIR-MOVIMIENTO
               THRU 5000-ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE CTA-ID-DESTINO TO CTA-ID-ACTUAL.
           PERFORM 5600-LEER-SALDO THRU 5600-LEER-SALDO-EXIT.
           ADD CENT-BARRIDO TO CENT-SALDO.
           MOVE CENT-BARRIDO TO CENT-IMPORTE.
           MOVE SPACES TO CONCEPTO-TRABAJO.
           STRING "Barrido de cuenta " DELIMITED BY SIZE
                  CTA-ID-ORIGEN        DELIMITED BY SIZE
               INTO CONCEPTO-TRABAJO.
           SET APUNTE-ENTRADA TO TRUE.
           PERFORM 5000-ESCRIBIR-MOVIMIENTO
               THRU 5000-ESCRIBIR-MOVIMIENTO-EXIT.

       3000-TRASPASAR-EXIT.
           EXIT.

           *> Ingresos todavia retenidos de la cuenta CTA-ID-RETENIDO:
           *> estan en el saldo pero no se pueden mover.
       4000-SUMAR-RETENIDO.
           MOVE 0 TO CENT-RETENIDO.

           OPEN INPUT F-RETENCIONES.
           IF FSR = 35
               CLOSE F-RETENCIONES
               GO TO 4000-SUMAR-RETENIDO-EXIT.
           IF FSR <> 00
               DISPLAY "Error abriendo retenciones.ubd"
               GO TO 4000-SUMAR-RETENIDO-EXIT.

       4100-LEER-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 4900-FIN-RETENCIONES.

           IF RET-CTA-ID NOT = CTA-ID-RETENIDO
               GO TO 4100-LEER-RETENCION.

           IF NOT RET-RETENIDO
               GO TO 4100-LEER-RETENCION.

           COMPUTE CENT-RETENIDO = CENT-RETENIDO
               + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.

           GO TO 4100-LEER-RETENCION.

       4900-FIN-RETENCIONES.
           CLOSE F-RETENCIONES.

       4000-SUMAR-RETENIDO-EXIT.
           EXIT.

           *> Apunta CENT-IMPORTE con el saldo posterior de CENT-SALDO
           *> en la cuenta CTA-ID-ACTUAL de la tarjeta TARJETA-ACTUAL,
           *> como salida o entrada de transferencia segun
           *> SENTIDO-APUNTE.
       5000-ESCRIBIR-MOVIMIENTO.
           PERFORM 5500-SIGUIENTE-MOV-NUM
               THRU 5500-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 5000-ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TARJETA-ACTUAL TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-IMPORTE / 100.
           COMPUTE MOV-IMPORTE-DEC = FUNCTION ABS(CENT-IMPORTE
               - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-TRABAJO TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = CENT-SALDO / 100.
           COMPUTE MOV-SALDOPOS-DEC = FUNCTION ABS(CENT-SALDO
               - (MOV-SALDOPOS-ENT * 100)).

           MOVE ANO      TO MOV-ALTA-ANO.
           MOVE MES      TO MOV-ALTA-MES.
           MOVE DIA      TO MOV-ALTA-DIA.
           MOVE HORAS    TO MOV-ALTA-HOR.
           MOVE MINUTOS  TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           IF APUNTE-SALIDA
               SET MOV-TIPO-TRF-SALIDA TO TRUE
           ELSE
               SET MOV-TIPO-TRF-ENTRADA TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-ACTUAL TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM 5900-ESCRIBIR-MOVIDX THRU 5900-ESCRIBIR-MOVIDX-EXIT.

           CLOSE F-MOVIMIENTOS.

           PERFORM 5800-ACTUALIZAR-SALDO
               THRU 5800-ACTUALIZAR-SALDO-EXIT.

       5000-ESCRIBIR-MOVIMIENTO-EXIT.
           EXIT.

       5500-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 5500-SIGUIENTE-MOV-NUM-EXIT.

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

       5500-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

       5600-LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO 5600-LEER-SALDO-EXIT.
           IF FSS <> 00
               GO TO 5600-LEER-SALDO-EXIT.

           MOVE CTA-ID-ACTUAL TO SALDO-CTA-ID.
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

       5600-LEER-SALDO-EXIT.
           EXIT.

       5800-ACTUALIZAR-SALDO.
           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 5800-ACTUALIZAR-SALDO-EXIT.

           MOVE CTA-ID-ACTUAL    TO SALDO-CTA-ID.
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

       5800-ACTUALIZAR-SALDO-EXIT.
           EXIT.

           *> Mantiene el indice por tarjeta y fecha/hora al dia con
           *> el movimiento recien escrito.
       5900-ESCRIBIR-MOVIDX.
           OPEN I-O F-MOVIDX.
           IF FSX = 35
               OPEN OUTPUT F-MOVIDX
               CLOSE F-MOVIDX
               OPEN I-O F-MOVIDX
           END-IF.
           IF FSX <> 00
               DISPLAY "Error abriendo movidx.ubd"
               GO TO 5900-ESCRIBIR-MOVIDX-EXIT.

           MOVE MOV-TARJETA TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = (MOV-ANO * 10000000000)
               + (MOV-MES * 100000000) + (MOV-DIA * 1000000)
               + (MOV-HOR * 10000) + (MOV-MIN * 100) + MOV-SEG.
           MOVE MOV-NUM TO MIX-MOV-NUM.

           WRITE MOVIDX-REG INVALID KEY
               DISPLAY "Error escribiendo movidx.ubd".

           CLOSE F-MOVIDX.

       5900-ESCRIBIR-MOVIDX-EXIT.
           EXIT.

       6000-ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               DISPLAY "Error abriendo avisos.ubd"
               GO TO 6000-ESCRIBIR-AVISO-EXIT.

           MOVE 0 TO ULTIMO-AVI-NUM.

       6100-BUSCAR-ULTIMO.
           READ F-AVISOS NEXT RECORD
               AT END GO TO 6200-GRABAR-AVISO.
           IF ULTIMO-AVI-NUM < AVI-NUM
               MOVE AVI-NUM TO ULTIMO-AVI-NUM.
           GO TO 6100-BUSCAR-ULTIMO.

       6200-GRABAR-AVISO.
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

       6000-ESCRIBIR-AVISO-EXIT.
           EXIT.

       8000-TOTALES.
           DISPLAY " ".
           DISPLAY "Reglas activas revisadas  : " CONTADOR-REGLAS.
           COMPUTE IMPORTE-EDITADO = TOTAL-AL-AHORRO-CENT / 100.
           DISPLAY "Barridos al ahorro        : " CONTADOR-AL-AHORRO
               " " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = TOTAL-RECARGAS-CENT / 100.
           DISPLAY "Recargas desde ahorro     : " CONTADOR-RECARGAS
               " " IMPORTE-EDITADO.
           DISPLAY "Recargas sin disponible   : " CONTADOR-SIN-FONDOS.
           DISPLAY "Reglas con cuenta cerrada : " CONTADOR-CERRADAS.

       8000-TOTALES-EXIT.
           EXIT.
