       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITBRETLIQ.

           *> Respuestas de la red de compensacion a las peticiones de
           *> retirada de ordenes interbancarias que transmitio
           *> ITBENVIO. Si el otro banco acepta la retirada, el
           *> importe vuelve a la cuenta origen con su movimiento y un
           *> aviso al titular y la orden queda retirada; si la
           *> rechaza, la retirada se cierra con el motivo de la red y
           *> el titular recibe el aviso. Una orden que el otro banco
           *> ya habia devuelto no se abona dos veces.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RESPUESTA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT F-RETIRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTD-ITB-NUM
           FILE STATUS IS FSD.

           SELECT F-INTERBANCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSI.

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

           *> Cuenta de suspenso: los fondos retirados cuya cuenta
           *> origen ya esta cerrada esperan ahi a que la oficina los
           *> aplique.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-RESPUESTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "itbretirada.dat".
       01 RESPUESTA-REG.
           02 RSP-ITB-NUM            PIC  9(35).
           *> "A" = retirada aceptada por el banco destino, "R" =
           *> rechazada, con el motivo de la red.
           02 RSP-RESULTADO          PIC   X(1).
           02 RSP-MOTIVO             PIC   9(2).
           COPY CABPIE.

       FD F-RETIRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retiradas.ubd".
           COPY RETIRADA.

       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

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

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSR                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSI                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSV                       PIC   X(2).
       77 FSP                       PIC   X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "ITBRETLIQ".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.

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

           COPY MOTRETIRA.

       77 FECHA-HOY-NUM              PIC   9(8).
       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-ID-ORIGEN              PIC  9(16).
       77 ULTIMO-SPS-NUM             PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       78 MOTIVO-CUENTA-CERRADA      VALUE "03".

       77 CENT-IMPORTE               PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).

       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).
       77 IMPORTE-AVISO              PIC  ZZZZZZ9.99.
       77 MOTIVO-TEXTO               PIC  X(15).

       77 CONTADOR-RESPUESTAS        PIC  9(5) VALUE 0.
       77 CONTADOR-ACEPTADAS         PIC  9(5) VALUE 0.
       77 CONTADOR-RECHAZADAS        PIC  9(5) VALUE 0.
       77 CONTADOR-YA-DEVUELTAS      PIC  9(5) VALUE 0.
       77 CONTADOR-SIN-RETIRADA      PIC  9(5) VALUE 0.
       77 CONTADOR-PENDIENTES        PIC  9(5) VALUE 0.
       77 TOTAL-REPUESTO-CENT        PIC S9(11) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC  9(5) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ITBRETLIQ - respuestas a retiradas "
               "interbancarias".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           PERFORM 1000-PROCESAR-RESPUESTAS
               THRU 1000-PROCESAR-RESPUESTAS-EXIT.
           PERFORM 5000-LISTAR-PENDIENTES
               THRU 5000-LISTAR-PENDIENTES-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       1000-PROCESAR-RESPUESTAS.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "itbretirada.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN INPUT F-RESPUESTA.
           IF FSR = 35
               DISPLAY "No hay itbretirada.dat que procesar."
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.
           IF FSR <> 00
               DISPLAY "Error abriendo itbretirada.dat"
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN I-O F-RETIRADAS.
           IF FSD <> 00
               DISPLAY "Error abriendo retiradas.ubd"
               CLOSE F-RESPUESTA
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN I-O F-INTERBANCO.
           IF FSI <> 00
               DISPLAY "Error abriendo interbanco.ubd"
               CLOSE F-RESPUESTA
               CLOSE F-RETIRADAS
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

       1100-LEER-RESPUESTA.
           READ F-RESPUESTA AT END GO TO 1900-FIN-RESPUESTAS.
           IF CFI-CONTROL
               GO TO 1100-LEER-RESPUESTA.

           ADD 1 TO CONTADOR-RESPUESTAS.

           MOVE RSP-ITB-NUM TO RTD-ITB-NUM.
           READ F-RETIRADAS
               INVALID KEY
                   ADD 1 TO CONTADOR-SIN-RETIRADA
                   DISPLAY "Respuesta sin retirada: ITB " RSP-ITB-NUM
                   GO TO 1100-LEER-RESPUESTA
           END-READ.

           IF NOT RTD-TRANSMITIDA
               DISPLAY "Retirada de " RTD-ITB-NUM
                   " ya cerrada; se ignora."
               GO TO 1100-LEER-RESPUESTA.

           MOVE RTD-ITB-NUM TO ITB-NUM.
           READ F-INTERBANCO
               INVALID KEY
                   ADD 1 TO CONTADOR-SIN-RETIRADA
                   DISPLAY "Retirada sin orden: ITB " RTD-ITB-NUM
                   GO TO 1100-LEER-RESPUESTA
           END-READ.

           MOVE FECHA-HOY-NUM TO RTD-RESPUESTA-FECHA.

           IF RSP-RESULTADO = "A" OR RSP-RESULTADO = "a"
               PERFORM 2000-ACEPTAR-RETIRADA
                   THRU 2000-ACEPTAR-RETIRADA-EXIT
           ELSE
               PERFORM 3000-RECHAZAR-RETIRADA
                   THRU 3000-RECHAZAR-RETIRADA-EXIT.

           REWRITE RETIRADA-REG INVALID KEY
               DISPLAY "Error reescribiendo retiradas.ubd".

           GO TO 1100-LEER-RESPUESTA.

       1900-FIN-RESPUESTAS.
           CLOSE F-RESPUESTA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-INTERBANCO.
           CLOSE F-RETIRADAS.

       1000-PROCESAR-RESPUESTAS-EXIT.
           EXIT.

           *> El otro banco devuelve los fondos: se repone el importe
           *> en la cuenta origen y la orden queda retirada. Si la
           *> orden ya volvio por una devolucion, ese abono ya se
           *> hizo y la retirada solo se cierra.
       2000-ACEPTAR-RETIRADA.
           SET RTD-ACEPTADA TO TRUE.
           MOVE 0 TO RTD-MOTIVO-RESPUESTA.

           IF NOT ITB-PENDIENTE AND NOT ITB-LIQUIDADA
               ADD 1 TO CONTADOR-YA-DEVUELTAS
               DISPLAY "Orden " ITB-NUM " ya devuelta; retirada "
                   "cerrada sin abono."
               GO TO 2000-ACEPTAR-RETIRADA-EXIT.

           PERFORM 2100-ABONAR-ORIGEN THRU 2100-ABONAR-ORIGEN-EXIT.

           SET ITB-RETIRADA TO TRUE.
           MOVE ANO TO ITB-LIQ-ANO.
           MOVE MES TO ITB-LIQ-MES.
           MOVE DIA TO ITB-LIQ-DIA.

           REWRITE INTERBANCO-REG INVALID KEY
               DISPLAY "Error reescribiendo interbanco.ubd".

           COMPUTE IMPORTE-AVISO = CENT-IMPORTE / 100.
           MOVE SPACES TO TEXTO-AVISO.
           IF CTA-CERRADA
               MOVE "Transf. retirada: fondos en oficina"
                   TO TEXTO-AVISO
           ELSE
               STRING "Transf. retirada: abono " DELIMITED BY SIZE
                      IMPORTE-AVISO              DELIMITED BY SIZE
                   INTO TEXTO-AVISO.
           MOVE ITB-TARJETA-ORIGEN TO TARJETA-AVISO.
           PERFORM 6000-ESCRIBIR-AVISO THRU 6000-ESCRIBIR-AVISO-EXIT.

           ADD 1 TO CONTADOR-ACEPTADAS.

       2000-ACEPTAR-RETIRADA-EXIT.
           EXIT.

       2100-ABONAR-ORIGEN.
           COMPUTE CENT-IMPORTE =
               (ITB-IMPORTE-ENT * 100) + ITB-IMPORTE-DEC.

           PERFORM 2200-RESOLVER-CTA-ORIGEN
               THRU 2200-RESOLVER-CTA-ORIGEN-EXIT.

           *> Una cuenta cerrada no admite abonos (la orden puede ser
           *> la liquidacion de un cierre o de una herencia): el
           *> importe queda en suspenso para que la oficina lo aplique.
           CALL "CTACERR" USING CTA-ID-ORIGEN CTA-CERRADA-SW.
           IF CTA-CERRADA
               PERFORM 2500-PASAR-A-SUSPENSO
                   THRU 2500-PASAR-A-SUSPENSO-EXIT
               GO TO 2100-ABONAR-ORIGEN-EXIT.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 2100-ABONAR-ORIGEN-EXIT.

           MOVE CTA-ID-ORIGEN TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           ADD CENT-IMPORTE TO CENT-SALDO.

           COMPUTE SALDO-ENT = CENT-SALDO / 100.
           COMPUTE SALDO-DEC =
               FUNCTION ABS(CENT-SALDO - (SALDO-ENT * 100)).

           MOVE CTA-ID-ORIGEN TO SALDO-CTA-ID.
           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

           PERFORM 2300-SIGUIENTE-MOV-NUM
               THRU 2300-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 2100-ABONAR-ORIGEN-EXIT.

           MOVE LAST-MOV-NUM       TO MOV-NUM.
           MOVE ITB-TARJETA-ORIGEN TO MOV-TARJETA.
           MOVE ANO                TO MOV-ANO.
           MOVE MES                TO MOV-MES.
           MOVE DIA                TO MOV-DIA.
           MOVE HORAS              TO MOV-HOR.
           MOVE MINUTOS            TO MOV-MIN.
           MOVE SEGUNDOS           TO MOV-SEG.

           MOVE ITB-IMPORTE-ENT    TO MOV-IMPORTE-ENT.
           MOVE ITB-IMPORTE-DEC    TO MOV-IMPORTE-DEC.

           *> Como la devolucion de ITBLIQ, no empieza por "Trans"
           *> para que el resumen diario no lo cuente como salida.
           MOVE "Retirada transf. otro banco" TO MOV-CONCEPTO.

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

           SET MOV-TIPO-DEVOLUCION TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-ORIGEN TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

           ADD CENT-IMPORTE TO TOTAL-REPUESTO-CENT.

       2100-ABONAR-ORIGEN-EXIT.
           EXIT.

       2200-RESOLVER-CTA-ORIGEN.
           MOVE ITB-TARJETA-ORIGEN TO CTA-ID-ORIGEN.

           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 2200-RESOLVER-CTA-ORIGEN-EXIT.

           MOVE ITB-TARJETA-ORIGEN TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-ORIGEN
           END-READ.

           CLOSE F-CUENTAS.

       2200-RESOLVER-CTA-ORIGEN-EXIT.
           EXIT.

       2300-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 2300-SIGUIENTE-MOV-NUM-EXIT.

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

       2300-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Deja los fondos retirados en suspensos.ubd con el motivo
           *> de cuenta cerrada, como reembolso al antiguo titular
           *> (solo se aplica a otra tarjeta); el banco que devuelve
           *> los fondos queda como dato informativo.
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
           MOVE "Retirada de orden a otro banco" TO SPS-ORDENANTE.
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

           DISPLAY "Orden " ITB-NUM " retirada de una cuenta cerrada;"
               " en suspenso num " SPS-NUM.

       2500-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> El otro banco no devuelve los fondos: la retirada se
           *> cierra con su motivo y el titular recibe el aviso.
       3000-RECHAZAR-RETIRADA.
           SET RTD-RECHAZADA TO TRUE.
           MOVE RSP-MOTIVO TO RTD-MOTIVO-RESPUESTA.

           IF RSP-MOTIVO >= 1 AND RSP-MOTIVO <= NUM-MOTIVOS-RECHAZO
               MOVE MOTIVO-RECHAZO-TXT(RSP-MOTIVO) TO MOTIVO-TEXTO
           ELSE
               MOVE "Otros motivos" TO MOTIVO-TEXTO.

           MOVE SPACES TO TEXTO-AVISO.
           STRING "Retirada rechazada: " DELIMITED BY SIZE
                  MOTIVO-TEXTO            DELIMITED BY SIZE
               INTO TEXTO-AVISO.
           MOVE ITB-TARJETA-ORIGEN TO TARJETA-AVISO.
           PERFORM 6000-ESCRIBIR-AVISO THRU 6000-ESCRIBIR-AVISO-EXIT.

           DISPLAY "Retirada de " ITB-NUM " rechazada: " MOTIVO-TEXTO.

           ADD 1 TO CONTADOR-RECHAZADAS.

       3000-RECHAZAR-RETIRADA-EXIT.
           EXIT.

           *> Retiradas transmitidas que siguen sin respuesta de la
           *> red.
       5000-LISTAR-PENDIENTES.
           DISPLAY " ".
           DISPLAY "Retiradas transmitidas sin respuesta:".

           OPEN INPUT F-RETIRADAS.
           IF FSD = 35
               DISPLAY "   (no hay retiradas.ubd)"
               GO TO 5000-LISTAR-PENDIENTES-EXIT.
           IF FSD <> 00
               DISPLAY "Error abriendo retiradas.ubd"
               GO TO 5000-LISTAR-PENDIENTES-EXIT.

       5100-LEER-RETIRADA.
           READ F-RETIRADAS NEXT RECORD
               AT END GO TO 5900-FIN-RETIRADAS.

           IF NOT RTD-TRANSMITIDA
               GO TO 5100-LEER-RETIRADA.

           ADD 1 TO CONTADOR-PENDIENTES.

           DISPLAY "   ITB " RTD-ITB-NUM.
           DISPLAY "      Pedida " RTD-SOL-FECHA(7:2) "-"
               RTD-SOL-FECHA(5:2) "-" RTD-SOL-FECHA(1:4)
               "  transmitida " RTD-TRANSMISION(7:2) "-"
               RTD-TRANSMISION(5:2) "-" RTD-TRANSMISION(1:4).

           GO TO 5100-LEER-RETIRADA.

       5900-FIN-RETIRADAS.
           CLOSE F-RETIRADAS.

           IF CONTADOR-PENDIENTES = 0
               DISPLAY "   (ninguna)".

       5000-LISTAR-PENDIENTES-EXIT.
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
           DISPLAY "Respuestas procesadas   : " CONTADOR-RESPUESTAS.
           DISPLAY "Retiradas aceptadas     : " CONTADOR-ACEPTADAS.
           DISPLAY "Retiradas rechazadas    : " CONTADOR-RECHAZADAS.
           DISPLAY "Aceptadas ya devueltas  : " CONTADOR-YA-DEVUELTAS.
           DISPLAY "Respuestas sin retirada : " CONTADOR-SIN-RETIRADA.
           DISPLAY "Importe repuesto        : " TOTAL-REPUESTO-CENT
               " centimos".
           DISPLAY "Pasadas a suspenso      : " CONTADOR-SUSPENSO.
           DISPLAY "Importe en suspenso     : " TOTAL-SUSPENSO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
