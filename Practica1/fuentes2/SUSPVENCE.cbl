       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPVENCE.

           *> Paso de la consola sobre la cuenta de suspenso: las
           *> partidas que siguen pendientes al cumplir el plazo en
           *> dias habiles (calendario.ubd) se devuelven solas al
           *> remitente por el fichero de devoluciones de su lote,
           *> con el reembolso al empleador en las nominas, y despues
           *> se lista la antiguedad del saldo que queda en suspenso
           *> con el detalle de cada partida y lo resuelto en el dia.
           *> Los reembolsos a cuentas cerradas no tienen remitente al
           *> que volver: siguen pendientes hasta que la oficina los
           *> aplique.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

           SELECT F-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA
           FILE STATUS IS FSC.

           SELECT F-RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

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

       DATA DIVISION.
       FILE SECTION.
       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       FD F-CALENDARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "calendario.ubd".
       01 CALENDARIO-REG.
           02 CAL-FECHA               PIC   9(8).
           02 CAL-DESCRIPCION         PIC  X(30).

       FD F-RECHAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "itbrechazos.dat".
       01 RECHAZO-REG.
           02 RCH-BANCO-ORIGEN       PIC   9(4).
           02 RCH-TARJETA-DESTINO    PIC  9(16).
           02 RCH-IMPORTE-ENT        PIC  S9(7).
           02 RCH-IMPORTE-DEC        PIC   9(2).
           02 RCH-REFERENCIA         PIC  X(15).
           02 RCH-MOTIVO             PIC   X(2).

       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "nominasdevueltas.dat".
       01 DEVOLUCION-REG.
           02 DEV-EMPLEADOR          PIC   9(4).
           02 DEV-TARJETA            PIC  9(16).
           02 DEV-IMPORTE-ENT        PIC  S9(7).
           02 DEV-IMPORTE-DEC        PIC   9(2).
           02 DEV-REFERENCIA         PIC  X(15).
           02 DEV-MOTIVO             PIC   X(2).

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

       WORKING-STORAGE SECTION.
       77 FSP                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSU                       PIC   X(2).
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

           *> Dias habiles que una partida puede esperar en suspenso
           *> antes de devolverse sola.
       78 DIAS-HABILES-SUSPENSO     VALUE 5.

       77 FECHA-HOY-NUM             PIC   9(8).
       77 DIAS-HOY                  PIC   9(7).
       77 FECHA-PARTIDA-NUM         PIC   9(8).
       77 DIA-CONTADO               PIC   9(7).
       77 DIA-SEMANA                PIC   9(1).
       77 DIAS-HABILES              PIC   9(3).
       77 DIA-HABIL-SW              PIC   9(1).
           88 DIA-HABIL             VALUE 1.
       77 CALENDARIO-SW             PIC   9(1).
           88 CALENDARIO-ABIERTO    VALUE 1.

       77 LAST-MOV-NUM              PIC  9(35).
       77 CTA-ID-ACTUAL             PIC  9(16).
       77 TARJETA-ACTUAL            PIC  9(16).
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.
       77 CENT-IMPORTE              PIC S9(11).
       77 CENT-SALDO                PIC S9(11).
       77 CONCEPTO-TRABAJO          PIC  X(35).

       77 CONTADOR-VENCIDAS         PIC   9(5) VALUE 0.
       77 CONTADOR-NO-DEVUELTAS     PIC   9(5) VALUE 0.
       77 CONTADOR-APLICADAS-HOY    PIC   9(5) VALUE 0.
       77 CONTADOR-DEVUELTAS-HOY    PIC   9(5) VALUE 0.
       77 CONTADOR-PENDIENTES       PIC   9(5) VALUE 0.
       77 TOTAL-VENCIDO-CENT        PIC  S9(13) VALUE 0.
       77 TOTAL-PENDIENTE-CENT      PIC  S9(13) VALUE 0.

           *> Tramos de antiguedad del informe, en dias habiles.
       78 NUMERO-TRAMOS             VALUE 4.
       01 TABLA-TRAMOS.
           05 FILLER PIC X(22) VALUE "Entradas hoy".
           05 FILLER PIC X(22) VALUE "1 dia habil".
           05 FILLER PIC X(22) VALUE "2 a 3 dias habiles".
           05 FILLER PIC X(22) VALUE "4 o mas dias habiles".
       01 FILLER REDEFINES TABLA-TRAMOS.
           05 TRAMO-NOMBRE          PIC  X(22) OCCURS 4 TIMES.

       01 TABLA-ACUMULADOS.
           05 TRAMO-ENTRY OCCURS 4 TIMES.
               10 TRAMO-PARTIDAS    PIC   9(5).
               10 TRAMO-CENT        PIC  S9(13).

       77 IDX-TRAMO                 PIC   9(2).
       77 ORIGEN-TEXTO              PIC   X(8).
       77 NUM-PARTIDA-EDITADO       PIC   Z(6)9.
       77 IMPORTE-EDITADO           PIC  -ZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-VENCIDAS.
           MOVE 0 TO CONTADOR-NO-DEVUELTAS.
           MOVE 0 TO CONTADOR-APLICADAS-HOY.
           MOVE 0 TO CONTADOR-DEVUELTAS-HOY.
           MOVE 0 TO CONTADOR-PENDIENTES.
           MOVE 0 TO TOTAL-VENCIDO-CENT.
           MOVE 0 TO TOTAL-PENDIENTE-CENT.
           INITIALIZE TABLA-ACUMULADOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - SUSPVENCE - vencimiento y antiguedad "
               "de la cuenta de suspenso".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

           *> Sin calendario.ubd no hay festivos: solo cuentan como
           *> inhabiles los sabados y domingos.
           MOVE 0 TO CALENDARIO-SW.
           OPEN INPUT F-CALENDARIO.
           IF FSC = 00
               MOVE 1 TO CALENDARIO-SW
           ELSE
               CLOSE F-CALENDARIO.

           PERFORM 1000-DEVOLVER-VENCIDAS
               THRU 1000-DEVOLVER-VENCIDAS-EXIT.
           PERFORM 6000-INFORME-ANTIGUEDAD
               THRU 6000-INFORME-ANTIGUEDAD-EXIT.

           IF CALENDARIO-ABIERTO
               CLOSE F-CALENDARIO.

           MOVE 0 TO RETURN-CODE.
           GOBACK.

           *> Primera pasada: devuelve las pendientes que ya han
           *> cumplido el plazo y cuenta lo resuelto hoy en la mesa.
       1000-DEVOLVER-VENCIDAS.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               DISPLAY "No hay suspensos.ubd que revisar."
               GO TO 1000-DEVOLVER-VENCIDAS-EXIT.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd"
               GO TO 1000-DEVOLVER-VENCIDAS-EXIT.

           DISPLAY "Partidas devueltas por vencimiento:".

       1100-LEER-PARTIDA.
           READ F-SUSPENSOS NEXT RECORD AT END GO TO 1900-FIN-PASADA.

           COMPUTE FECHA-PARTIDA-NUM = (SPS-RES-ANO * 10000)
               + (SPS-RES-MES * 100) + SPS-RES-DIA.
           IF SPS-APLICADO AND FECHA-PARTIDA-NUM = FECHA-HOY-NUM
               ADD 1 TO CONTADOR-APLICADAS-HOY.
           IF SPS-DEVUELTO AND FECHA-PARTIDA-NUM = FECHA-HOY-NUM
               ADD 1 TO CONTADOR-DEVUELTAS-HOY.

           IF NOT SPS-PENDIENTE
               GO TO 1100-LEER-PARTIDA.

           PERFORM 2000-CONTAR-DIAS-HABILES
               THRU 2000-CONTAR-DIAS-HABILES-EXIT.
           IF DIAS-HABILES < DIAS-HABILES-SUSPENSO
               GO TO 1100-LEER-PARTIDA.

           PERFORM 3000-DEVOLVER-PARTIDA
               THRU 3000-DEVOLVER-PARTIDA-EXIT.

           GO TO 1100-LEER-PARTIDA.

       1900-FIN-PASADA.
           CLOSE F-SUSPENSOS.

           IF CONTADOR-VENCIDAS = 0 AND CONTADOR-NO-DEVUELTAS = 0
               DISPLAY "   (ninguna)".

       1000-DEVOLVER-VENCIDAS-EXIT.
           EXIT.

           *> Dias habiles transcurridos desde la entrada de la
           *> partida hasta hoy, sin contar el de entrada. Deja de
           *> contar al llegar al plazo, que es lo unico que importa
           *> a partir de ahi.
       2000-CONTAR-DIAS-HABILES.
           MOVE 0 TO DIAS-HABILES.

           COMPUTE FECHA-PARTIDA-NUM = (SPS-ANO * 10000)
               + (SPS-MES * 100) + SPS-DIA.
           COMPUTE DIA-CONTADO =
               FUNCTION INTEGER-OF-DATE(FECHA-PARTIDA-NUM).

       2100-SIGUIENTE-DIA.
           ADD 1 TO DIA-CONTADO.
           IF DIA-CONTADO > DIAS-HOY
               GO TO 2000-CONTAR-DIAS-HABILES-EXIT.

           PERFORM 2500-COMPROBAR-DIA-HABIL
               THRU 2500-COMPROBAR-DIA-HABIL-EXIT.
           IF DIA-HABIL
               ADD 1 TO DIAS-HABILES.

           IF DIAS-HABILES < DIAS-HABILES-SUSPENSO
               GO TO 2100-SIGUIENTE-DIA.

       2000-CONTAR-DIAS-HABILES-EXIT.
           EXIT.

       2500-COMPROBAR-DIA-HABIL.
           MOVE 1 TO DIA-HABIL-SW.

           COMPUTE DIA-SEMANA = FUNCTION MOD(DIA-CONTADO, 7).
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 0 TO DIA-HABIL-SW
               GO TO 2500-COMPROBAR-DIA-HABIL-EXIT.

           IF NOT CALENDARIO-ABIERTO
               GO TO 2500-COMPROBAR-DIA-HABIL-EXIT.

           COMPUTE CAL-FECHA = FUNCTION DATE-OF-INTEGER(DIA-CONTADO).
           READ F-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO DIA-HABIL-SW
           END-READ.

       2500-COMPROBAR-DIA-HABIL-EXIT.
           EXIT.

           *> Devuelve la partida vencida igual que lo haria la mesa
           *> de la oficina. La nomina ya se cargo al empleador: se
           *> le reembolsa, y si su cuenta esta cerrada la partida
           *> queda pendiente para que la resuelva la oficina.
       3000-DEVOLVER-PARTIDA.
           MOVE SPS-NUM TO NUM-PARTIDA-EDITADO.
           COMPUTE CENT-IMPORTE = (SPS-IMPORTE-ENT * 100)
                                  + SPS-IMPORTE-DEC.

           IF SPS-ORIGEN-REEMBOLSO
               DISPLAY "   Partida " NUM-PARTIDA-EDITADO
                   ": reembolso a cuenta cerrada; queda pendiente"
               ADD 1 TO CONTADOR-NO-DEVUELTAS
               GO TO 3000-DEVOLVER-PARTIDA-EXIT.

           IF SPS-ORIGEN-NOMINA
               MOVE SPS-TARJETA-REMITENTE TO TARJETA-ACTUAL
               PERFORM 3500-RESOLVER-CTA THRU 3500-RESOLVER-CTA-EXIT
               CALL "CTACERR" USING CTA-ID-ACTUAL CTA-CERRADA-SW
               IF CTA-CERRADA
                   DISPLAY "   Partida " NUM-PARTIDA-EDITADO
                       ": cuenta del empleador cerrada; queda "
                       "pendiente"
                   ADD 1 TO CONTADOR-NO-DEVUELTAS
                   GO TO 3000-DEVOLVER-PARTIDA-EXIT
               END-IF
           END-IF.

           SET SPS-VENCIDO TO TRUE.
           MOVE ANO TO SPS-RES-ANO.
           MOVE MES TO SPS-RES-MES.
           MOVE DIA TO SPS-RES-DIA.
           MOVE 0 TO SPS-OPERADOR.

           REWRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error reescribiendo suspensos.ubd"
               GO TO 3000-DEVOLVER-PARTIDA-EXIT.

           IF SPS-ORIGEN-NOMINA
               PERFORM 3700-ESCRIBIR-DEVOLUCION
                   THRU 3700-ESCRIBIR-DEVOLUCION-EXIT
               PERFORM 5600-LEER-SALDO THRU 5600-LEER-SALDO-EXIT
               ADD CENT-IMPORTE TO CENT-SALDO
               MOVE SPACES TO CONCEPTO-TRABAJO
               STRING "Devolucion nomina: " DELIMITED BY SIZE
                      SPS-REFERENCIA        DELIMITED BY SIZE
                   INTO CONCEPTO-TRABAJO
               PERFORM 5000-ESCRIBIR-MOVIMIENTO
                   THRU 5000-ESCRIBIR-MOVIMIENTO-EXIT
           ELSE
               PERFORM 3600-ESCRIBIR-RECHAZO
                   THRU 3600-ESCRIBIR-RECHAZO-EXIT.

           ADD 1 TO CONTADOR-VENCIDAS.
           ADD CENT-IMPORTE TO TOTAL-VENCIDO-CENT.

           PERFORM 4000-DESCRIBIR-ORIGEN
               THRU 4000-DESCRIBIR-ORIGEN-EXIT.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "   Partida " NUM-PARTIDA-EDITADO " " ORIGEN-TEXTO
               " ref " SPS-REFERENCIA " " IMPORTE-EDITADO
               " motivo " SPS-MOTIVO.

       3000-DEVOLVER-PARTIDA-EXIT.
           EXIT.

       3500-RESOLVER-CTA.
           OPEN I-O F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN I-O F-CUENTAS
           END-IF.
           IF FSU <> 00
               MOVE TARJETA-ACTUAL TO CTA-ID-ACTUAL
               GO TO 3500-RESOLVER-CTA-EXIT.

           MOVE TARJETA-ACTUAL TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE TARJETA-ACTUAL TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY
                       DISPLAY "Error escribiendo cuentas.ubd"
                   END-WRITE
           END-READ.

           MOVE CTA-ID TO CTA-ID-ACTUAL.

           CLOSE F-CUENTAS.

       3500-RESOLVER-CTA-EXIT.
           EXIT.

       3600-ESCRIBIR-RECHAZO.
           OPEN EXTEND F-RECHAZOS.
           IF FSR = 35
               OPEN OUTPUT F-RECHAZOS
               CLOSE F-RECHAZOS
               OPEN EXTEND F-RECHAZOS
           END-IF.
           IF FSR <> 00
               DISPLAY "Error abriendo itbrechazos.dat"
               GO TO 3600-ESCRIBIR-RECHAZO-EXIT.

           MOVE SPS-REMITENTE       TO RCH-BANCO-ORIGEN.
           MOVE SPS-TARJETA-DESTINO TO RCH-TARJETA-DESTINO.
           MOVE SPS-IMPORTE-ENT     TO RCH-IMPORTE-ENT.
           MOVE SPS-IMPORTE-DEC     TO RCH-IMPORTE-DEC.
           MOVE SPS-REFERENCIA      TO RCH-REFERENCIA.
           MOVE SPS-MOTIVO          TO RCH-MOTIVO.

           WRITE RECHAZO-REG.

           CLOSE F-RECHAZOS.

       3600-ESCRIBIR-RECHAZO-EXIT.
           EXIT.

       3700-ESCRIBIR-DEVOLUCION.
           OPEN EXTEND F-DEVOLUCIONES.
           IF FSD = 35
               OPEN OUTPUT F-DEVOLUCIONES
               CLOSE F-DEVOLUCIONES
               OPEN EXTEND F-DEVOLUCIONES
           END-IF.
           IF FSD <> 00
               DISPLAY "Error abriendo nominasdevueltas.dat"
               GO TO 3700-ESCRIBIR-DEVOLUCION-EXIT.

           MOVE SPS-REMITENTE       TO DEV-EMPLEADOR.
           MOVE SPS-TARJETA-DESTINO TO DEV-TARJETA.
           MOVE SPS-IMPORTE-ENT     TO DEV-IMPORTE-ENT.
           MOVE SPS-IMPORTE-DEC     TO DEV-IMPORTE-DEC.
           MOVE SPS-REFERENCIA      TO DEV-REFERENCIA.
           MOVE SPS-MOTIVO          TO DEV-MOTIVO.

           WRITE DEVOLUCION-REG.

           CLOSE F-DEVOLUCIONES.

       3700-ESCRIBIR-DEVOLUCION-EXIT.
           EXIT.

       4000-DESCRIBIR-ORIGEN.
           MOVE SPACES TO ORIGEN-TEXTO.
           IF SPS-ORIGEN-TRANSFERENCIA
               MOVE "Transf." TO ORIGEN-TEXTO.
           IF SPS-ORIGEN-NOMINA
               MOVE "Nomina" TO ORIGEN-TEXTO.
           IF SPS-ORIGEN-REEMBOLSO
               MOVE "Reemb." TO ORIGEN-TEXTO.

       4000-DESCRIBIR-ORIGEN-EXIT.
           EXIT.

           *> Apunta el reembolso al empleador con el importe de
           *> CENT-IMPORTE y el saldo posterior de CENT-SALDO en la
           *> cuenta CTA-ID-ACTUAL de la tarjeta TARJETA-ACTUAL.
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

           SET MOV-TIPO-DEVOLUCION TO TRUE.

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

           *> Segunda pasada: detalle de las partidas que siguen
           *> pendientes con sus dias habiles en suspenso, y saldo
           *> por tramo de antiguedad.
       6000-INFORME-ANTIGUEDAD.
           DISPLAY " ".
           DISPLAY "Partidas pendientes en suspenso:".
           DISPLAY "   Partida  Origen   Referencia               "
               "Importe  Dias".

           OPEN INPUT F-SUSPENSOS.
           IF FSP <> 00
               DISPLAY "   (ninguna)"
               GO TO 6800-TOTALES.

       6100-LEER-PENDIENTE.
           READ F-SUSPENSOS NEXT RECORD AT END GO TO 6700-FIN-LECTURA.

           IF NOT SPS-PENDIENTE
               GO TO 6100-LEER-PENDIENTE.

           PERFORM 2000-CONTAR-DIAS-HABILES
               THRU 2000-CONTAR-DIAS-HABILES-EXIT.

           IF DIAS-HABILES = 0
               MOVE 1 TO IDX-TRAMO
           ELSE
               IF DIAS-HABILES = 1
                   MOVE 2 TO IDX-TRAMO
               ELSE
                   IF DIAS-HABILES <= 3
                       MOVE 3 TO IDX-TRAMO
                   ELSE
                       MOVE 4 TO IDX-TRAMO.

           COMPUTE CENT-IMPORTE = (SPS-IMPORTE-ENT * 100)
                                  + SPS-IMPORTE-DEC.

           ADD 1 TO TRAMO-PARTIDAS(IDX-TRAMO).
           ADD CENT-IMPORTE TO TRAMO-CENT(IDX-TRAMO).
           ADD 1 TO CONTADOR-PENDIENTES.
           ADD CENT-IMPORTE TO TOTAL-PENDIENTE-CENT.

           PERFORM 4000-DESCRIBIR-ORIGEN
               THRU 4000-DESCRIBIR-ORIGEN-EXIT.
           MOVE SPS-NUM TO NUM-PARTIDA-EDITADO.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "   " NUM-PARTIDA-EDITADO "  " ORIGEN-TEXTO " "
               SPS-REFERENCIA " " IMPORTE-EDITADO "  " DIAS-HABILES.

           GO TO 6100-LEER-PENDIENTE.

       6700-FIN-LECTURA.
           CLOSE F-SUSPENSOS.

           IF CONTADOR-PENDIENTES = 0
               DISPLAY "   (ninguna)".

       6800-TOTALES.
           DISPLAY " ".
           DISPLAY "Antiguedad del saldo en suspenso:".

           MOVE 0 TO IDX-TRAMO.

       6900-TOTAL-TRAMO.
           ADD 1 TO IDX-TRAMO.
           IF IDX-TRAMO > NUMERO-TRAMOS
               GO TO 6950-RESUMEN.

           COMPUTE IMPORTE-EDITADO = TRAMO-CENT(IDX-TRAMO) / 100.
           DISPLAY "   " TRAMO-NOMBRE(IDX-TRAMO) ": "
               TRAMO-PARTIDAS(IDX-TRAMO) " partidas "
               IMPORTE-EDITADO.

           GO TO 6900-TOTAL-TRAMO.

       6950-RESUMEN.
           COMPUTE IMPORTE-EDITADO = TOTAL-PENDIENTE-CENT / 100.
           DISPLAY "   Saldo en suspenso      : " CONTADOR-PENDIENTES
               " partidas " IMPORTE-EDITADO.
           DISPLAY " ".
           DISPLAY "Aplicadas hoy en oficina  : "
               CONTADOR-APLICADAS-HOY.
           DISPLAY "Devueltas hoy en oficina  : "
               CONTADOR-DEVUELTAS-HOY.
           COMPUTE IMPORTE-EDITADO = TOTAL-VENCIDO-CENT / 100.
           DISPLAY "Devueltas por vencimiento : " CONTADOR-VENCIDAS
               " " IMPORTE-EDITADO.
           DISPLAY "Vencidas sin poder devolver: "
               CONTADOR-NO-DEVUELTAS.

       6000-INFORME-ANTIGUEDAD-EXIT.
           EXIT.
