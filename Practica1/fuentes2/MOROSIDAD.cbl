       IDENTIFICATION DIVISION.
       PROGRAM-ID. MOROSIDAD.

           *> Seguimiento nocturno de impagados de prestamos: para
           *> cada prestamo calcula los dias transcurridos desde la
           *> cuota vencida mas antigua sin cobrar y el importe
           *> vencido, devenga intereses de demora sobre lo vencido
           *> (cargados en la cuenta con su movimiento propio al
           *> cambiar de mes o al ponerse el prestamo al dia), avisa
           *> al titular al cruzar los 30, 60 y 90 dias y clasifica
           *> como dudoso el prestamo que llega a 90 dias.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT F-CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSK.

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

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotaspre.ubd".
           COPY CUOTAPRE.

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

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       WORKING-STORAGE SECTION.
       77 FSZ                       PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSV                       PIC   X(2).
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

       77 FECHA-HOY-NUM              PIC   9(8).
       77 FECHA-CUOTA-NUM            PIC   9(8).
       77 FECHA-VENCIDA-ANTIGUA      PIC   9(8).
       77 DIA-HOY-ENTERO             PIC   9(7).
       77 DIAS-DEVENGO               PIC   9(5).
       77 HASTA-ANTERIOR             PIC   9(8).
       77 MES-HASTA-ANTERIOR         PIC   9(6).
       77 MES-HOY                    PIC   9(6).

           *> Tipo anual de demora: la clase PRESTAMO-DEM de
           *> tarifas.ubd (se pide sobre 100 EUR para leer el
           *> porcentaje en centimos) y, si no existe, el tipo
           *> pactado del prestamo mas unos puntos.
       78 CLASE-TIPO-DEMORA          VALUE "PRESTAMO-DEM".
       77 PUNTOS-DEMORA-DEFECTO      PIC  9(2)V9(2) VALUE 02.00.
       77 TIPO-DEMORA-TARIFA         PIC  9(2)V9(2) VALUE 0.
       77 TIPO-DEMORA-PCT            PIC  9(2)V9(2).

       77 CLASE-TARIFA               PIC  X(12).
       77 CENT-BASE-TARIFA           PIC S9(11).
       77 CENT-TARIFA                PIC S9(11).

       77 CENT-VENCIDO               PIC  9(11).
       77 CENT-BASE-DEMORA           PIC  9(11).
       77 CENT-DEVENGO               PIC  9(11).

           *> Tramos de aviso: 1 a los 30 dias, 2 a los 60 y 3 (con
           *> clasificacion dudosa) a los 90.
       77 TRAMO-NUEVO                PIC   9(1).

       77 LAST-MOV-NUM               PIC  9(35).
       77 CENT-CARGO                 PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).

       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).

       77 CONTADOR-REVISADOS         PIC   9(5) VALUE 0.
       77 CONTADOR-EN-MORA           PIC   9(5) VALUE 0.
       77 CONTADOR-AVISOS            PIC   9(5) VALUE 0.
       77 CONTADOR-DUDOSOS           PIC   9(5) VALUE 0.
       77 CONTADOR-AL-DIA            PIC   9(5) VALUE 0.
       77 TOTAL-DEMORA-CENT          PIC  S9(13) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-REVISADOS.
           MOVE 0 TO CONTADOR-EN-MORA.
           MOVE 0 TO CONTADOR-AVISOS.
           MOVE 0 TO CONTADOR-DUDOSOS.
           MOVE 0 TO CONTADOR-AL-DIA.
           MOVE 0 TO TOTAL-DEMORA-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - MOROSIDAD - seguimiento de impagados "
               "de prestamos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).
           COMPUTE MES-HOY = FECHA-HOY-NUM / 100.

           PERFORM 0100-LEER-TIPO THRU 0100-LEER-TIPO-EXIT.

           PERFORM 1000-REVISAR-PRESTAMOS
               THRU 1000-REVISAR-PRESTAMOS-EXIT.

           DISPLAY " ".
           DISPLAY "Prestamos revisados  : " CONTADOR-REVISADOS.
           DISPLAY "Prestamos en mora    : " CONTADOR-EN-MORA.
           DISPLAY "Avisos enviados      : " CONTADOR-AVISOS.
           DISPLAY "Nuevos dudosos       : " CONTADOR-DUDOSOS.
           DISPLAY "Vueltos al corriente : " CONTADOR-AL-DIA.
           DISPLAY "Demora cargada       : " TOTAL-DEMORA-CENT
               " centimos".

           GOBACK.

       0100-LEER-TIPO.
           MOVE CLASE-TIPO-DEMORA TO CLASE-TARIFA.
           MOVE 10000 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-HOY-NUM
               CENT-BASE-TARIFA CENT-TARIFA.

           IF CENT-TARIFA > 0
               COMPUTE TIPO-DEMORA-TARIFA = CENT-TARIFA / 100
               DISPLAY "Tipo anual de demora: " TIPO-DEMORA-TARIFA " %"
           ELSE
               MOVE 0 TO TIPO-DEMORA-TARIFA
               DISPLAY "Tipo anual de demora: pactado + "
                   PUNTOS-DEMORA-DEFECTO " puntos".

           DISPLAY " ".

       0100-LEER-TIPO-EXIT.
           EXIT.

       1000-REVISAR-PRESTAMOS.
           OPEN I-O F-PRESTAMOS.
           IF FSZ = 35
               DISPLAY "No hay prestamos.ubd que revisar."
               CLOSE F-PRESTAMOS
               GO TO 1000-REVISAR-PRESTAMOS-EXIT.
           IF FSZ <> 00
               DISPLAY "Error abriendo prestamos.ubd"
               GO TO 1000-REVISAR-PRESTAMOS-EXIT.

           OPEN INPUT F-CUOTAS.
           IF FSK <> 00
               DISPLAY "No hay cuotaspre.ubd que revisar."
               CLOSE F-CUOTAS
               CLOSE F-PRESTAMOS
               GO TO 1000-REVISAR-PRESTAMOS-EXIT.

       1100-LEER-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO 1900-FIN-PRESTAMOS.

           *> Un prestamo liquidado o cancelado solo se revisa una
           *> vez mas, para cargar la demora que tuviera devengada y
           *> dejar limpio su seguimiento.
           IF NOT PRE-VIGENTE
               IF PRE-DEMORA-ACUM-CENT = 0 AND PRE-VENCIDO-CENT = 0
                  AND PRE-DIAS-IMPAGO = 0 AND PRE-NORMAL
                   GO TO 1100-LEER-PRESTAMO.

           PERFORM 2000-REVISAR-UNO THRU 2000-REVISAR-UNO-EXIT.

           GO TO 1100-LEER-PRESTAMO.

       1900-FIN-PRESTAMOS.
           CLOSE F-CUOTAS.
           CLOSE F-PRESTAMOS.

       1000-REVISAR-PRESTAMOS-EXIT.
           EXIT.

           *> Revisa el prestamo en buffer: vencido y antiguedad,
           *> devengo y cargo de demora, avisos por tramo y
           *> clasificacion.
       2000-REVISAR-UNO.
           MOVE 0 TO CENT-VENCIDO.
           MOVE 0 TO FECHA-VENCIDA-ANTIGUA.

           IF PRE-VIGENTE
               ADD 1 TO CONTADOR-REVISADOS
               PERFORM 2100-SUMAR-VENCIDO
                   THRU 2100-SUMAR-VENCIDO-EXIT.

           MOVE PRE-DEMORA-HASTA TO HASTA-ANTERIOR.
           COMPUTE MES-HASTA-ANTERIOR = HASTA-ANTERIOR / 100.

           PERFORM 2200-DEVENGAR-DEMORA
               THRU 2200-DEVENGAR-DEMORA-EXIT.

           *> La demora devengada se carga al cerrar el mes o en
           *> cuanto el prestamo queda sin nada vencido.
           IF PRE-DEMORA-ACUM-CENT > 0
               IF CENT-VENCIDO = 0
                  OR (HASTA-ANTERIOR NOT = 0
                      AND MES-HASTA-ANTERIOR NOT = MES-HOY)
                   PERFORM 3000-CARGAR-DEMORA
                       THRU 3000-CARGAR-DEMORA-EXIT.

           IF CENT-VENCIDO = 0
               IF PRE-DUDOSO OR PRE-TRAMO-AVISO > 0
                   ADD 1 TO CONTADOR-AL-DIA
               END-IF
               MOVE 0 TO PRE-DIAS-IMPAGO
               MOVE 0 TO PRE-TRAMO-AVISO
               SET PRE-NORMAL TO TRUE
               MOVE 0 TO PRE-DUDOSO-FECHA
               MOVE 0 TO PRE-DEMORA-HASTA
           ELSE
               ADD 1 TO CONTADOR-EN-MORA
               COMPUTE PRE-DIAS-IMPAGO = DIA-HOY-ENTERO
                   - FUNCTION INTEGER-OF-DATE(FECHA-VENCIDA-ANTIGUA)
               PERFORM 2300-AVISAR-TRAMO
                   THRU 2300-AVISAR-TRAMO-EXIT.

           MOVE CENT-VENCIDO TO PRE-VENCIDO-CENT.

           REWRITE PRESTAMO-REG INVALID KEY
               DISPLAY "Error reescribiendo prestamos.ubd".

       2000-REVISAR-UNO-EXIT.
           EXIT.

           *> Suma las cuotas pendientes cuyo vencimiento ya paso y
           *> anota la fecha de la mas antigua.
       2100-SUMAR-VENCIDO.
           MOVE PRE-NUM TO CUO-PRE-NUM.
           MOVE 0 TO CUO-NUMERO.
           START F-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY GO TO 2100-SUMAR-VENCIDO-EXIT.

       2110-LEER-CUOTA.
           READ F-CUOTAS NEXT RECORD
               AT END GO TO 2100-SUMAR-VENCIDO-EXIT.

           IF CUO-PRE-NUM NOT = PRE-NUM
               GO TO 2100-SUMAR-VENCIDO-EXIT.

           IF NOT CUO-PENDIENTE
               GO TO 2110-LEER-CUOTA.

           COMPUTE FECHA-CUOTA-NUM = (CUO-VENCE-ANO * 10000)
               + (CUO-VENCE-MES * 100) + CUO-VENCE-DIA.
           IF FECHA-CUOTA-NUM >= FECHA-HOY-NUM
               GO TO 2110-LEER-CUOTA.

           ADD CUO-IMPORTE-CENT TO CENT-VENCIDO.
           IF FECHA-VENCIDA-ANTIGUA = 0
              OR FECHA-CUOTA-NUM < FECHA-VENCIDA-ANTIGUA
               MOVE FECHA-CUOTA-NUM TO FECHA-VENCIDA-ANTIGUA.

           GO TO 2110-LEER-CUOTA.

       2100-SUMAR-VENCIDO-EXIT.
           EXIT.

           *> Devenga la demora desde la ultima fecha calculada sobre
           *> el vencido que habia entonces; la primera vez, desde la
           *> cuota vencida mas antigua. Si el devengo del periodo no
           *> llega a un centimo la fecha no avanza y los dias se
           *> acumulan para la noche siguiente.
       2200-DEVENGAR-DEMORA.
           IF PRE-DEMORA-HASTA = 0
               IF CENT-VENCIDO = 0
                   GO TO 2200-DEVENGAR-DEMORA-EXIT
               ELSE
                   MOVE FECHA-VENCIDA-ANTIGUA TO PRE-DEMORA-HASTA
                   MOVE CENT-VENCIDO TO CENT-BASE-DEMORA
           ELSE
               MOVE PRE-VENCIDO-CENT TO CENT-BASE-DEMORA.

           IF TIPO-DEMORA-TARIFA > 0
               MOVE TIPO-DEMORA-TARIFA TO TIPO-DEMORA-PCT
           ELSE
               COMPUTE TIPO-DEMORA-PCT = PRE-TIPO-PCT
                   + PUNTOS-DEMORA-DEFECTO.

           COMPUTE DIAS-DEVENGO = DIA-HOY-ENTERO
               - FUNCTION INTEGER-OF-DATE(PRE-DEMORA-HASTA).

           MOVE 0 TO CENT-DEVENGO.
           IF DIAS-DEVENGO > 0 AND CENT-BASE-DEMORA > 0
               COMPUTE CENT-DEVENGO ROUNDED = CENT-BASE-DEMORA
                   * TIPO-DEMORA-PCT * DIAS-DEVENGO / 36500.

           ADD CENT-DEVENGO TO PRE-DEMORA-ACUM-CENT.

           IF CENT-DEVENGO > 0 OR CENT-VENCIDO = 0
               MOVE FECHA-HOY-NUM TO PRE-DEMORA-HASTA.

       2200-DEVENGAR-DEMORA-EXIT.
           EXIT.

           *> Avisa al titular la primera vez que el prestamo cruza
           *> cada tramo; al llegar a 90 dias queda dudoso hasta que
           *> se ponga al corriente.
       2300-AVISAR-TRAMO.
           MOVE 0 TO TRAMO-NUEVO.
           IF PRE-DIAS-IMPAGO >= 30
               MOVE 1 TO TRAMO-NUEVO.
           IF PRE-DIAS-IMPAGO >= 60
               MOVE 2 TO TRAMO-NUEVO.
           IF PRE-DIAS-IMPAGO >= 90
               MOVE 3 TO TRAMO-NUEVO.

           IF TRAMO-NUEVO = 3 AND PRE-NORMAL
               SET PRE-DUDOSO TO TRUE
               MOVE FECHA-HOY-NUM TO PRE-DUDOSO-FECHA
               ADD 1 TO CONTADOR-DUDOSOS
               DISPLAY "Prestamo " PRE-NUM " clasificado dudoso".

           IF TRAMO-NUEVO <= PRE-TRAMO-AVISO
               GO TO 2300-AVISAR-TRAMO-EXIT.

           IF TRAMO-NUEVO = 1
               MOVE "Prestamo con 30 dias de impago" TO TEXTO-AVISO.
           IF TRAMO-NUEVO = 2
               MOVE "Prestamo con 60 dias: requerimiento"
                   TO TEXTO-AVISO.
           IF TRAMO-NUEVO = 3
               MOVE "Prestamo dudoso: 90 dias de impago"
                   TO TEXTO-AVISO.

           MOVE PRE-TARJETA TO TARJETA-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           MOVE TRAMO-NUEVO TO PRE-TRAMO-AVISO.
           ADD 1 TO CONTADOR-AVISOS.

       2300-AVISAR-TRAMO-EXIT.
           EXIT.

           *> Carga en la cuenta del prestamo la demora devengada;
           *> el cargo se anota aunque deje la cuenta en descubierto.
       3000-CARGAR-DEMORA.
           MOVE PRE-DEMORA-ACUM-CENT TO CENT-CARGO.

           PERFORM 3100-LEER-SALDO THRU 3100-LEER-SALDO-EXIT.

           SUBTRACT CENT-CARGO FROM CENT-SALDO.

           PERFORM 3200-ESCRIBIR-MOVIMIENTO
               THRU 3200-ESCRIBIR-MOVIMIENTO-EXIT.

           ADD CENT-CARGO TO TOTAL-DEMORA-CENT.
           MOVE 0 TO PRE-DEMORA-ACUM-CENT.

       3000-CARGAR-DEMORA-EXIT.
           EXIT.

       3100-LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO 3100-LEER-SALDO-EXIT.
           IF FSS <> 00
               GO TO 3100-LEER-SALDO-EXIT.

           MOVE PRE-CTA-ID TO SALDO-CTA-ID.
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

       3100-LEER-SALDO-EXIT.
           EXIT.

       3200-ESCRIBIR-MOVIMIENTO.
           PERFORM 3500-SIGUIENTE-MOV-NUM
               THRU 3500-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 3200-ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE PRE-TARJETA    TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-CARGO / 100).
           MOVE FUNCTION MOD(CENT-CARGO, 100) TO MOV-IMPORTE-DEC.

           MOVE "Intereses de demora prestamo" TO MOV-CONCEPTO.

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

           SET MOV-TIPO-INTERES-DEMORA TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE PRE-CTA-ID TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 3200-ESCRIBIR-MOVIMIENTO-EXIT.

           MOVE PRE-CTA-ID       TO SALDO-CTA-ID.
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

       3200-ESCRIBIR-MOVIMIENTO-EXIT.
           EXIT.

       3500-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 3500-SIGUIENTE-MOV-NUM-EXIT.

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

       3500-SIGUIENTE-MOV-NUM-EXIT.
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

           *> Deja un aviso pendiente para el titular; el numero se
           *> busca recorriendo el fichero, como en interbanco.ubd.
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
