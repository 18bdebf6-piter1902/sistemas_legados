       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHQPAGO.

           *> Pago de los cheques librados por nuestros clientes que
           *> otros bancos presentan al cobro por la camara. Cada
           *> cheque se identifica por su numero, que es unico en el
           *> banco y lleva al talonario y a la cuenta librada; se
           *> devuelve si el numero no es de ningun talonario, si ya
           *> se pago, si tiene orden de no pago, si la cuenta esta
           *> cerrada o su titular bloqueado, o si no hay disponible
           *> (saldo menos retenido mas descubierto concedido). Los
           *> que se pagan se cargan en la cuenta y quedan anotados
           *> en chqlibrados.ubd. La respuesta a la camara lleva una
           *> linea por cheque, aceptado o devuelto con su motivo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Cheques librados contra nosotros que presentan otros
           *> bancos, con el mismo formato que nuestra remesa de
           *> presentacion.
           SELECT F-ENTRADA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-RESPUESTA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT F-TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-SERIE-HASTA
           FILE STATUS IS FSL.

           SELECT F-CHQLIBRADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHL-NUMERO-CHEQUE
           FILE STATUS IS FSC.

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

       DATA DIVISION.
       FILE SECTION.
       FD F-ENTRADA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqcobro.dat".
       01 ENTRADA-REG.
           02 ENT-CHQ-REF            PIC  9(35).
           02 ENT-BANCO-PRESENTADOR  PIC   9(4).
           02 ENT-NUMERO-CHEQUE      PIC  9(10).
           02 ENT-IMPORTE-ENT        PIC  S9(7).
           02 ENT-IMPORTE-DEC        PIC   9(2).
           02 ENT-FECHA              PIC   9(8).

           *> Respuesta a la camara: la referencia del banco que
           *> presento, "A" pagado o "D" devuelto y el motivo de la
           *> devolucion.
       FD F-RESPUESTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqcobrorespuesta.dat".
       01 RESPUESTA-REG.
           02 RSP-CHQ-REF            PIC  9(35).
           02 RSP-BANCO-PRESENTADOR  PIC   9(4).
           02 RSP-NUMERO-CHEQUE      PIC  9(10).
           02 RSP-RESULTADO          PIC   X(1).
               88 RSP-PAGADO         VALUE "A".
               88 RSP-DEVUELTO       VALUE "D".
           02 RSP-MOTIVO             PIC   X(2).

       FD F-TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
           COPY TALONARIO.

       FD F-CHQLIBRADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqlibrados.ubd".
           COPY CHQLIBRADO.

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

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSD                       PIC   X(2).
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

           *> Motivos de devolucion comunicados a la camara.
       78 MOTIVO-CHEQUE-DESCONOCIDO  VALUE "01".
       78 MOTIVO-YA-PAGADO           VALUE "02".
       78 MOTIVO-ORDEN-NO-PAGO       VALUE "03".
       78 MOTIVO-SIN-FONDOS          VALUE "04".
       78 MOTIVO-CUENTA-CERRADA      VALUE "05".
       78 MOTIVO-IMPORTE-NO-VALIDO   VALUE "06".
       78 MOTIVO-TITULAR-BLOQUEADO   VALUE "07".

       77 FECHA-HOY-NUM              PIC  9(8).
       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       77 TALONARIO-SW               PIC  9(1).
           88 TALONARIO-ENCONTRADO   VALUE 1.
           88 TALONARIO-DESCONOCIDO  VALUE 0.

       77 CHEQUE-SW                  PIC  9(1).
           88 CHEQUE-CON-HISTORIA    VALUE 1.
           88 CHEQUE-SIN-HISTORIA    VALUE 0.

       77 TITULAR-SW                 PIC  9(1).
           88 TITULAR-BLOQUEADO      VALUE 1.
           88 TITULAR-OPERATIVO      VALUE 0.

       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-RETENIDO-PDTE         PIC S9(11).
       77 CENT-LIMITE-DESC           PIC S9(11).

       77 CONTADOR-LEIDOS            PIC  9(5) VALUE 0.
       77 CONTADOR-PAGADOS           PIC  9(5) VALUE 0.
       77 CONTADOR-DEVUELTOS         PIC  9(5) VALUE 0.
       77 TOTAL-PAGADO-CENT          PIC S9(11) VALUE 0.
       77 TOTAL-DEVUELTO-CENT        PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - CHQPAGO - pago de cheques presentados "
               "al cobro".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM 1000-PROCESAR-ENTRADA
               THRU 1000-PROCESAR-ENTRADA-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       1000-PROCESAR-ENTRADA.
           OPEN INPUT F-ENTRADA.
           IF FSE = 35
               DISPLAY "No hay chqcobro.dat que procesar."
               GO TO 1000-PROCESAR-ENTRADA-EXIT.
           IF FSE <> 00
               DISPLAY "Error abriendo chqcobro.dat"
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

           OPEN OUTPUT F-RESPUESTA.
           IF FSR <> 00
               DISPLAY "Error abriendo chqcobrorespuesta.dat"
               CLOSE F-ENTRADA
               GO TO 1000-PROCESAR-ENTRADA-EXIT.

       1100-LEER-ENTRADA.
           READ F-ENTRADA NEXT RECORD AT END GO TO 1900-FIN-ENTRADA.

           ADD 1 TO CONTADOR-LEIDOS.

           COMPUTE CENT-IMPORTE =
               (ENT-IMPORTE-ENT * 100) + ENT-IMPORTE-DEC.

           IF CENT-IMPORTE <= 0
               MOVE MOTIVO-IMPORTE-NO-VALIDO TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1200-BUSCAR-TALONARIO
               THRU 1200-BUSCAR-TALONARIO-EXIT.
           IF TALONARIO-DESCONOCIDO
               MOVE MOTIVO-CHEQUE-DESCONOCIDO TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1250-LEER-CHEQUE THRU 1250-LEER-CHEQUE-EXIT.
           IF CHEQUE-CON-HISTORIA AND CHL-PAGADO
               MOVE MOTIVO-YA-PAGADO TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.
           IF CHEQUE-CON-HISTORIA AND CHL-NO-PAGAR
               MOVE MOTIVO-ORDEN-NO-PAGO TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           CALL "CTACERR" USING TAL-CTA-ID CTA-CERRADA-SW.
           IF CTA-CERRADA
               MOVE MOTIVO-CUENTA-CERRADA TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           *> Con el titular fallecido o sancionado no se atienden
           *> cargos, igual que en el cajero y la ventanilla.
           PERFORM 1300-VALIDAR-TITULAR THRU 1300-VALIDAR-TITULAR-EXIT.
           IF TITULAR-BLOQUEADO
               MOVE MOTIVO-TITULAR-BLOQUEADO TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-FIN.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           IF CENT-IMPORTE > CENT-SALDO - CENT-RETENIDO-PDTE
                             + CENT-LIMITE-DESC
               MOVE MOTIVO-SIN-FONDOS TO RSP-MOTIVO
               PERFORM 1600-DEVOLVER THRU 1600-DEVOLVER-EXIT
               GO TO 1100-LEER-ENTRADA.

           PERFORM 1400-PAGAR THRU 1400-PAGAR-EXIT.

           GO TO 1100-LEER-ENTRADA.

       1900-FIN-ENTRADA.
           CLOSE F-ENTRADA.
           CLOSE F-RESPUESTA.

       1000-PROCESAR-ENTRADA-EXIT.
           EXIT.

           *> El talonario del cheque es el primero cuyo ultimo numero
           *> no es menor que el del cheque, si empieza antes de el.
       1200-BUSCAR-TALONARIO.
           SET TALONARIO-DESCONOCIDO TO TRUE.

           OPEN INPUT F-TALONARIOS.
           IF FSL <> 00
               GO TO 1200-BUSCAR-TALONARIO-EXIT.

           MOVE ENT-NUMERO-CHEQUE TO TAL-SERIE-HASTA.
           START F-TALONARIOS KEY IS NOT LESS THAN TAL-SERIE-HASTA
               INVALID KEY
                   CLOSE F-TALONARIOS
                   GO TO 1200-BUSCAR-TALONARIO-EXIT.
           READ F-TALONARIOS NEXT RECORD
               AT END
                   CLOSE F-TALONARIOS
                   GO TO 1200-BUSCAR-TALONARIO-EXIT.

           IF TAL-SERIE-DESDE NOT > ENT-NUMERO-CHEQUE
               SET TALONARIO-ENCONTRADO TO TRUE.

           CLOSE F-TALONARIOS.

       1200-BUSCAR-TALONARIO-EXIT.
           EXIT.

           *> Un cheque sin fila en chqlibrados.ubd no se ha pagado ni
           *> tiene orden de no pago; la orden levantada no lo para.
       1250-LEER-CHEQUE.
           SET CHEQUE-SIN-HISTORIA TO TRUE.

           OPEN INPUT F-CHQLIBRADOS.
           IF FSC <> 00
               GO TO 1250-LEER-CHEQUE-EXIT.

           MOVE ENT-NUMERO-CHEQUE TO CHL-NUMERO-CHEQUE.
           READ F-CHQLIBRADOS
               INVALID KEY
                   SET CHEQUE-SIN-HISTORIA TO TRUE
               NOT INVALID KEY
                   SET CHEQUE-CON-HISTORIA TO TRUE
           END-READ.

           CLOSE F-CHQLIBRADOS.

       1250-LEER-CHEQUE-EXIT.
           EXIT.

       1300-VALIDAR-TITULAR.
           SET TITULAR-OPERATIVO TO TRUE.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO 1300-VALIDAR-TITULAR-EXIT.

           MOVE TAL-TARJETA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF TARJETA-DEFUNCION OR TARJETA-SANCION
                       SET TITULAR-BLOQUEADO TO TRUE
                   END-IF
           END-READ.

           CLOSE TARJETAS.

       1300-VALIDAR-TITULAR-EXIT.
           EXIT.

           *> Carga el cheque en la cuenta librada, deja saldos.ubd al
           *> dia, anota el pago en chqlibrados.ubd y lo acepta en la
           *> respuesta a la camara.
       1400-PAGAR.
           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 1400-PAGAR-EXIT.

           MOVE TAL-CTA-ID TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           SUBTRACT CENT-IMPORTE FROM CENT-SALDO.

           COMPUTE SALDO-ENT = CENT-SALDO / 100.
           COMPUTE SALDO-DEC =
               FUNCTION ABS(CENT-SALDO - (SALDO-ENT * 100)).

           MOVE TAL-CTA-ID TO SALDO-CTA-ID.
           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

           PERFORM 1700-SIGUIENTE-MOV-NUM
               THRU 1700-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 1400-PAGAR-EXIT.

           MOVE LAST-MOV-NUM        TO MOV-NUM.
           MOVE TAL-TARJETA         TO MOV-TARJETA.
           MOVE ANO                 TO MOV-ANO.
           MOVE MES                 TO MOV-MES.
           MOVE DIA                 TO MOV-DIA.
           MOVE HORAS               TO MOV-HOR.
           MOVE MINUTOS             TO MOV-MIN.
           MOVE SEGUNDOS            TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = 0 - ENT-IMPORTE-ENT.
           MOVE ENT-IMPORTE-DEC     TO MOV-IMPORTE-DEC.

           MOVE SPACES TO MOV-CONCEPTO.
           STRING "Pago cheque " DELIMITED BY SIZE
                  ENT-NUMERO-CHEQUE DELIMITED BY SIZE
               INTO MOV-CONCEPTO.

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

           SET MOV-TIPO-CHEQUE-LIBRADO TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE TAL-CTA-ID TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

           PERFORM 1450-ANOTAR-PAGO THRU 1450-ANOTAR-PAGO-EXIT.

           MOVE ENT-CHQ-REF           TO RSP-CHQ-REF.
           MOVE ENT-BANCO-PRESENTADOR TO RSP-BANCO-PRESENTADOR.
           MOVE ENT-NUMERO-CHEQUE     TO RSP-NUMERO-CHEQUE.
           SET RSP-PAGADO             TO TRUE.
           MOVE "00"                  TO RSP-MOTIVO.

           WRITE RESPUESTA-REG.

           ADD 1 TO CONTADOR-PAGADOS.
           ADD CENT-IMPORTE TO TOTAL-PAGADO-CENT.

       1400-PAGAR-EXIT.
           EXIT.

           *> El cheque pagado queda en chqlibrados.ubd para devolver
           *> una segunda presentacion; si tenia una orden levantada
           *> se reescribe su fila conservando la historia de la orden.
       1450-ANOTAR-PAGO.
           OPEN I-O F-CHQLIBRADOS.
           IF FSC = 35
               OPEN OUTPUT F-CHQLIBRADOS
               CLOSE F-CHQLIBRADOS
               OPEN I-O F-CHQLIBRADOS
           END-IF.
           IF FSC <> 00
               DISPLAY "Error abriendo chqlibrados.ubd"
               GO TO 1450-ANOTAR-PAGO-EXIT.

           MOVE ENT-NUMERO-CHEQUE TO CHL-NUMERO-CHEQUE.
           READ F-CHQLIBRADOS
               INVALID KEY
                   INITIALIZE CHQLIBRADO-REG
                   MOVE ENT-NUMERO-CHEQUE TO CHL-NUMERO-CHEQUE
           END-READ.

           MOVE TAL-CTA-ID            TO CHL-CTA-ID.
           SET CHL-PAGADO             TO TRUE.
           MOVE FECHA-HOY-NUM         TO CHL-PAGO-FECHA.
           MOVE ENT-BANCO-PRESENTADOR TO CHL-BANCO-PRESENTADOR.
           MOVE ENT-CHQ-REF           TO CHL-REFERENCIA.
           MOVE ENT-IMPORTE-ENT       TO CHL-IMPORTE-ENT.
           MOVE ENT-IMPORTE-DEC       TO CHL-IMPORTE-DEC.
           MOVE LAST-MOV-NUM          TO CHL-MOV-NUM.

           REWRITE CHQLIBRADO-REG
               INVALID KEY WRITE CHQLIBRADO-REG INVALID KEY
                   DISPLAY "Error escribiendo chqlibrados.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-CHQLIBRADOS.

       1450-ANOTAR-PAGO-EXIT.
           EXIT.

       1600-DEVOLVER.
           MOVE ENT-CHQ-REF           TO RSP-CHQ-REF.
           MOVE ENT-BANCO-PRESENTADOR TO RSP-BANCO-PRESENTADOR.
           MOVE ENT-NUMERO-CHEQUE     TO RSP-NUMERO-CHEQUE.
           SET RSP-DEVUELTO           TO TRUE.

           WRITE RESPUESTA-REG.

           ADD 1 TO CONTADOR-DEVUELTOS.
           ADD CENT-IMPORTE TO TOTAL-DEVUELTO-CENT.

           DISPLAY "Devuelto cheque " ENT-NUMERO-CHEQUE
               " banco " ENT-BANCO-PRESENTADOR
               " motivo " RSP-MOTIVO.

       1600-DEVOLVER-EXIT.
           EXIT.

       1700-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 1700-SIGUIENTE-MOV-NUM-EXIT.

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

       1700-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Disponible de la cuenta librada: saldo contable, menos
           *> lo retenido pendiente, mas el descubierto concedido.
       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-EXIT.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO LEER-SALDO-EXIT.

           MOVE TAL-CTA-ID TO SALDO-CTA-ID.
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

           IF RET-CTA-ID NOT = TAL-CTA-ID
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

           MOVE TAL-CTA-ID TO DSC-CTA-ID.
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

       9000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Cheques presentados : " CONTADOR-LEIDOS.
           DISPLAY "Cheques pagados     : " CONTADOR-PAGADOS.
           DISPLAY "Cheques devueltos   : " CONTADOR-DEVUELTOS.
           DISPLAY "Total pagado        : " TOTAL-PAGADO-CENT
               " centimos".
           DISPLAY "Total devuelto      : " TOTAL-DEVUELTO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
