       IDENTIFICATION DIVISION.
       PROGRAM-ID. ADELIQ.

           *> Liquidacion de los adeudos emitidos por nuestros
           *> acreedores, con las respuestas de la red que van
           *> llegando (aderespuesta.dat). Un adeudo cobrado se abona
           *> al acreedor, en un apunte por adeudo o en uno por remesa
           *> al final de la pasada segun su forma de abono. Un adeudo
           *> pendiente que el banco del deudor no atiende queda
           *> rechazado, sin movimiento. Un adeudo ya cobrado que el
           *> deudor devuelve dentro del plazo de devolucion se carga
           *> al acreedor, con aviso; fuera de plazo no se atiende y
           *> se lista. Las remesas tocadas quedan con la fecha de
           *> actividad del dia para el informe de resultado. Lo que
           *> se abona a un acreedor cuya cuenta ya esta cerrada queda
           *> en suspenso; un cargo a una cuenta cerrada no se apunta y
           *> se lista para la oficina.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Respuestas de la red: una fila por adeudo y desenlace.
           SELECT F-RESPUESTA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT F-ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADE-CLAVE
           FILE STATUS IS FSO.

           SELECT F-REMESAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUM
           FILE STATUS IS FSN.

           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSA.

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

           *> Cuenta de suspenso: los cobros de un acreedor cuya
           *> cuenta ya esta cerrada esperan ahi a que la oficina los
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
           VALUE OF FILE-ID IS "aderespuesta.dat".
       01 RESPUESTA-REG.
           02 RSP-ADE-CLAVE          PIC  9(13).
           *> "A" = cobrado en el banco del deudor, "D" = rechazado
           *> o devuelto, con el motivo que da ese banco.
           02 RSP-RESULTADO          PIC   X(1).
           02 RSP-MOTIVO             PIC   X(2).

       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-REMESAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesasade.ubd".
           COPY REMESAADE.

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

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
       77 FSO                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSV                       PIC   X(2).
       77 FSP                       PIC   X(2).

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

           *> Plazo en dias, desde el cobro, en que el deudor puede
           *> devolver un adeudo con cargo al acreedor.
       78 DIAS-PLAZO-DEVOLUCION      VALUE 56.

       77 FECHA-HOY-NUM              PIC   9(8).
       77 DIA-HOY-ENTERO             PIC   9(7).
       77 DIA-COBRO-ENTERO           PIC   9(7).

       77 LAST-MOV-NUM               PIC  9(35).
       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).

           *> Datos del apunte que escribe ANOTAR-MOVIMIENTO.
       77 CENT-APUNTE                PIC S9(11).
       77 TARJETA-APUNTE             PIC  9(16).
       77 TIPO-APUNTE                PIC  9(2).
       77 CONCEPTO-APUNTE            PIC  X(35).
       77 CTA-ID-APUNTE              PIC  9(16).
       77 CENT-SALDO                 PIC S9(11).
       77 CENT-IMPORTE               PIC S9(11).

           *> Banco que paga y referencia del apunte, para la fila de
           *> suspenso si la cuenta del acreedor esta cerrada.
       77 BANCO-APUNTE               PIC  9(4).
       77 REFERENCIA-APUNTE          PIC  X(15).

       77 ULTIMO-SPS-NUM             PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       78 MOTIVO-CUENTA-CERRADA      VALUE "03".

       77 CONTADOR-RESPUESTAS        PIC   9(5) VALUE 0.
       77 CONTADOR-COBRADOS          PIC   9(5) VALUE 0.
       77 CONTADOR-RECHAZADOS        PIC   9(5) VALUE 0.
       77 CONTADOR-DEVUELTOS         PIC   9(5) VALUE 0.
       77 CONTADOR-FUERA-PLAZO       PIC   9(5) VALUE 0.
       77 CONTADOR-SIN-ADEUDO        PIC   9(5) VALUE 0.
       77 CONTADOR-IGNORADOS         PIC   9(5) VALUE 0.
       77 TOTAL-ABONADO-CENT         PIC  S9(13) VALUE 0.
       77 TOTAL-DEVUELTO-CENT        PIC  S9(13) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC   9(5) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC  S9(13) VALUE 0.
       77 CONTADOR-CARGO-CERRADA     PIC   9(5) VALUE 0.

           *> Remesas tocadas en la pasada, con los datos de su
           *> acreedor y lo cobrado que se abona de una vez al final
           *> a los acreedores con abono por remesa.
       77 NUM-REMESAS                PIC   9(3) VALUE 0.
       01 TABLA-REMESAS.
           05 REMESA-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON NUM-REMESAS.
               10 TAB-REMESA         PIC   9(8).
               10 TAB-ACREEDOR       PIC   9(4).
               10 TAB-TARJETA        PIC  9(16).
               10 TAB-ABONO          PIC   9(1).
                   88 TAB-ABONO-LINEA VALUE 1.
               10 TAB-COBRADOS       PIC   9(5).
               10 TAB-COBRADO-CENT   PIC  S9(11).

       77 IDX-REMESA                 PIC   9(3).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ADELIQ - liquidacion de adeudos "
               "emitidos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

           PERFORM 1000-PROCESAR-RESPUESTAS
               THRU 1000-PROCESAR-RESPUESTAS-EXIT.
           PERFORM 3000-ABONAR-REMESAS
               THRU 3000-ABONAR-REMESAS-EXIT.
           PERFORM 3500-MARCAR-ACTIVIDAD
               THRU 3500-MARCAR-ACTIVIDAD-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       1000-PROCESAR-RESPUESTAS.
           OPEN INPUT F-RESPUESTA.
           IF FSR = 35
               DISPLAY "No hay aderespuesta.dat que procesar."
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.
           IF FSR <> 00
               DISPLAY "Error abriendo aderespuesta.dat"
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN I-O F-ADEUDOS.
           IF FSO <> 00
               DISPLAY "Error abriendo adeudos.ubd"
               CLOSE F-RESPUESTA
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN INPUT F-REMESAS.
           IF FSN <> 00
               DISPLAY "Error abriendo remesasade.ubd"
               CLOSE F-RESPUESTA
               CLOSE F-ADEUDOS
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN INPUT F-ACREEDORES.
           IF FSA <> 00
               DISPLAY "Error abriendo acreedores.ubd"
               CLOSE F-RESPUESTA
               CLOSE F-ADEUDOS
               CLOSE F-REMESAS
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

       1100-LEER-RESPUESTA.
           READ F-RESPUESTA NEXT RECORD
               AT END GO TO 1900-FIN-RESPUESTAS.

           ADD 1 TO CONTADOR-RESPUESTAS.

           MOVE RSP-ADE-CLAVE TO ADE-CLAVE.
           READ F-ADEUDOS INVALID KEY
               ADD 1 TO CONTADOR-SIN-ADEUDO
               DISPLAY "Respuesta sin adeudo: " RSP-ADE-CLAVE
               GO TO 1100-LEER-RESPUESTA.

           PERFORM 1200-BUSCAR-REMESA THRU 1200-BUSCAR-REMESA-EXIT.

           COMPUTE CENT-IMPORTE =
               (ADE-IMPORTE-ENT * 100) + ADE-IMPORTE-DEC.

           IF RSP-RESULTADO = "A"
               PERFORM 1300-COBRAR THRU 1300-COBRAR-EXIT
           ELSE
               PERFORM 1400-DEVOLVER THRU 1400-DEVOLVER-EXIT.

           GO TO 1100-LEER-RESPUESTA.

       1900-FIN-RESPUESTAS.
           CLOSE F-RESPUESTA.
           CLOSE F-ADEUDOS.
           CLOSE F-REMESAS.
           CLOSE F-ACREEDORES.

       1000-PROCESAR-RESPUESTAS-EXIT.
           EXIT.

           *> Deja IDX-REMESA apuntando a la remesa del adeudo en la
           *> tabla de la pasada, dandola de alta con los datos de su
           *> acreedor la primera vez que aparece.
       1200-BUSCAR-REMESA.
           MOVE 1 TO IDX-REMESA.

       1210-BUSCAR-REMESA-BUCLE.
           IF IDX-REMESA > NUM-REMESAS
               GO TO 1220-NUEVA-REMESA.
           IF TAB-REMESA(IDX-REMESA) = ADE-REMESA
               GO TO 1200-BUSCAR-REMESA-EXIT.
           ADD 1 TO IDX-REMESA.
           GO TO 1210-BUSCAR-REMESA-BUCLE.

       1220-NUEVA-REMESA.
           IF NUM-REMESAS = 999
               DISPLAY "Demasiadas remesas en la pasada"
               MOVE 999 TO IDX-REMESA
               GO TO 1200-BUSCAR-REMESA-EXIT.

           ADD 1 TO NUM-REMESAS.
           MOVE NUM-REMESAS TO IDX-REMESA.
           MOVE ADE-REMESA   TO TAB-REMESA(IDX-REMESA).
           MOVE ADE-ACREEDOR TO TAB-ACREEDOR(IDX-REMESA).
           MOVE 0 TO TAB-TARJETA(IDX-REMESA).
           MOVE 0 TO TAB-ABONO(IDX-REMESA).
           MOVE 0 TO TAB-COBRADOS(IDX-REMESA).
           MOVE 0 TO TAB-COBRADO-CENT(IDX-REMESA).

           *> Un acreedor dado de baja conserva su fila en el maestro
           *> y sigue liquidando lo que ya tenia enviado.
           MOVE ADE-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES
               INVALID KEY
                   DISPLAY "Acreedor no encontrado: " ADE-ACREEDOR
               NOT INVALID KEY
                   MOVE ACR-TARJETA TO TAB-TARJETA(IDX-REMESA)
                   MOVE ACR-ABONO   TO TAB-ABONO(IDX-REMESA)
           END-READ.

       1200-BUSCAR-REMESA-EXIT.
           EXIT.

       1300-COBRAR.
           IF NOT ADE-PENDIENTE
               ADD 1 TO CONTADOR-IGNORADOS
               DISPLAY "Adeudo " ADE-CLAVE " ya liquidado, estado "
                   ADE-ESTADO
               GO TO 1300-COBRAR-EXIT.

           SET ADE-COBRADO TO TRUE.
           MOVE FECHA-HOY-NUM TO ADE-LIQ-FECHA.
           REWRITE ADEUDO-REG INVALID KEY
               DISPLAY "Error escribiendo adeudos.ubd".

           ADD 1 TO CONTADOR-COBRADOS.
           ADD CENT-IMPORTE TO TOTAL-ABONADO-CENT.

           IF NOT TAB-ABONO-LINEA(IDX-REMESA)
               ADD 1 TO TAB-COBRADOS(IDX-REMESA)
               ADD CENT-IMPORTE TO TAB-COBRADO-CENT(IDX-REMESA)
               GO TO 1300-COBRAR-EXIT.

           MOVE CENT-IMPORTE TO CENT-APUNTE.
           MOVE TAB-TARJETA(IDX-REMESA) TO TARJETA-APUNTE.
           MOVE ADE-BANCO-DEUDOR TO BANCO-APUNTE.
           MOVE ADE-REFERENCIA TO REFERENCIA-APUNTE.
           MOVE 26 TO TIPO-APUNTE.
           MOVE SPACES TO CONCEPTO-APUNTE.
           STRING "Cobro adeudo " DELIMITED BY SIZE
                  ADE-REFERENCIA  DELIMITED BY SIZE
               INTO CONCEPTO-APUNTE.
           PERFORM 5000-ANOTAR-MOVIMIENTO
               THRU 5000-ANOTAR-MOVIMIENTO-EXIT.

       1300-COBRAR-EXIT.
           EXIT.

           *> Un pendiente que no se atiende queda rechazado sin
           *> movimiento; un cobrado que el deudor devuelve en plazo
           *> se carga al acreedor aunque deje la cuenta en negativo.
       1400-DEVOLVER.
           IF ADE-PENDIENTE
               SET ADE-RECHAZADO TO TRUE
               MOVE RSP-MOTIVO TO ADE-MOTIVO
               MOVE FECHA-HOY-NUM TO ADE-DEVOL-FECHA
               REWRITE ADEUDO-REG INVALID KEY
                   DISPLAY "Error escribiendo adeudos.ubd"
               END-REWRITE
               ADD 1 TO CONTADOR-RECHAZADOS
               GO TO 1400-DEVOLVER-EXIT.

           IF NOT ADE-COBRADO
               ADD 1 TO CONTADOR-IGNORADOS
               DISPLAY "Adeudo " ADE-CLAVE " ya liquidado, estado "
                   ADE-ESTADO
               GO TO 1400-DEVOLVER-EXIT.

           COMPUTE DIA-COBRO-ENTERO =
               FUNCTION INTEGER-OF-DATE(ADE-LIQ-FECHA).
           IF DIA-HOY-ENTERO - DIA-COBRO-ENTERO > DIAS-PLAZO-DEVOLUCION
               ADD 1 TO CONTADOR-FUERA-PLAZO
               DISPLAY "Devolucion fuera de plazo: " ADE-CLAVE
                   " cobrado el " ADE-LIQ-FECHA
               GO TO 1400-DEVOLVER-EXIT.

           SET ADE-DEVUELTO TO TRUE.
           MOVE RSP-MOTIVO TO ADE-MOTIVO.
           MOVE FECHA-HOY-NUM TO ADE-DEVOL-FECHA.
           REWRITE ADEUDO-REG INVALID KEY
               DISPLAY "Error escribiendo adeudos.ubd".

           ADD 1 TO CONTADOR-DEVUELTOS.
           ADD CENT-IMPORTE TO TOTAL-DEVUELTO-CENT.

           COMPUTE CENT-APUNTE = 0 - CENT-IMPORTE.
           MOVE TAB-TARJETA(IDX-REMESA) TO TARJETA-APUNTE.
           MOVE ADE-BANCO-DEUDOR TO BANCO-APUNTE.
           MOVE ADE-REFERENCIA TO REFERENCIA-APUNTE.
           MOVE 27 TO TIPO-APUNTE.
           MOVE SPACES TO CONCEPTO-APUNTE.
           STRING "Devolucion adeudo " DELIMITED BY SIZE
                  ADE-REFERENCIA       DELIMITED BY SIZE
               INTO CONCEPTO-APUNTE.
           PERFORM 5000-ANOTAR-MOVIMIENTO
               THRU 5000-ANOTAR-MOVIMIENTO-EXIT.

           MOVE TAB-TARJETA(IDX-REMESA) TO TARJETA-AVISO.
           MOVE SPACES TO TEXTO-AVISO.
           STRING "Adeudo devuelto " DELIMITED BY SIZE
                  ADE-REFERENCIA     DELIMITED BY SIZE
               INTO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

       1400-DEVOLVER-EXIT.
           EXIT.

           *> Acreedores con abono por remesa: un unico apunte con
           *> todo lo cobrado de cada remesa en esta pasada.
       3000-ABONAR-REMESAS.
           MOVE 1 TO IDX-REMESA.

       3100-ABONAR-REMESA.
           IF IDX-REMESA > NUM-REMESAS
               GO TO 3000-ABONAR-REMESAS-EXIT.

           IF TAB-COBRADOS(IDX-REMESA) > 0
               MOVE TAB-COBRADO-CENT(IDX-REMESA) TO CENT-APUNTE
               MOVE TAB-TARJETA(IDX-REMESA) TO TARJETA-APUNTE
               MOVE 0 TO BANCO-APUNTE
               MOVE TAB-REMESA(IDX-REMESA) TO REFERENCIA-APUNTE
               MOVE 26 TO TIPO-APUNTE
               MOVE SPACES TO CONCEPTO-APUNTE
               STRING "Cobro remesa adeudos " DELIMITED BY SIZE
                      TAB-REMESA(IDX-REMESA)  DELIMITED BY SIZE
                   INTO CONCEPTO-APUNTE
               PERFORM 5000-ANOTAR-MOVIMIENTO
                   THRU 5000-ANOTAR-MOVIMIENTO-EXIT.

           ADD 1 TO IDX-REMESA.
           GO TO 3100-ABONAR-REMESA.

       3000-ABONAR-REMESAS-EXIT.
           EXIT.

           *> Las remesas tocadas hoy son las que salen en el informe
           *> de resultado del dia.
       3500-MARCAR-ACTIVIDAD.
           IF NUM-REMESAS = 0
               GO TO 3500-MARCAR-ACTIVIDAD-EXIT.

           OPEN I-O F-REMESAS.
           IF FSN <> 00
               DISPLAY "Error abriendo remesasade.ubd"
               GO TO 3500-MARCAR-ACTIVIDAD-EXIT.

           MOVE 1 TO IDX-REMESA.

       3510-MARCAR-REMESA.
           IF IDX-REMESA > NUM-REMESAS
               GO TO 3590-FIN-ACTIVIDAD.

           MOVE TAB-REMESA(IDX-REMESA) TO RMA-NUM.
           READ F-REMESAS
               INVALID KEY
                   DISPLAY "Remesa no encontrada: " RMA-NUM
               NOT INVALID KEY
                   MOVE FECHA-HOY-NUM TO RMA-FECHA-ACTIVIDAD
                   REWRITE REMESAADE-REG INVALID KEY
                       DISPLAY "Error escribiendo remesasade.ubd"
                   END-REWRITE
           END-READ.

           ADD 1 TO IDX-REMESA.
           GO TO 3510-MARCAR-REMESA.

       3590-FIN-ACTIVIDAD.
           CLOSE F-REMESAS.

       3500-MARCAR-ACTIVIDAD-EXIT.
           EXIT.

           *> Apunta CENT-APUNTE (con signo) en la cuenta de la
           *> tarjeta TARJETA-APUNTE, con su movimiento e indice.
       5000-ANOTAR-MOVIMIENTO.
           IF TARJETA-APUNTE = 0
               DISPLAY "Sin tarjeta de acreedor, no se apunta: "
                   CONCEPTO-APUNTE
               GO TO 5000-ANOTAR-MOVIMIENTO-EXIT.

           PERFORM 5100-RESOLVER-CUENTA THRU 5100-RESOLVER-CUENTA-EXIT.

           *> Una cuenta cerrada no admite apuntes: lo cobrado queda
           *> en suspenso para que la oficina lo aplique, y un cargo
           *> se deja sin apuntar en el listado.
           CALL "CTACERR" USING CTA-ID-APUNTE CTA-CERRADA-SW.
           IF CTA-CERRADA AND CENT-APUNTE > 0
               PERFORM 5500-PASAR-A-SUSPENSO
                   THRU 5500-PASAR-A-SUSPENSO-EXIT
               GO TO 5000-ANOTAR-MOVIMIENTO-EXIT.
           IF CTA-CERRADA
               ADD 1 TO CONTADOR-CARGO-CERRADA
               DISPLAY "Cuenta " CTA-ID-APUNTE " cerrada, no se carga: "
                   CONCEPTO-APUNTE
               GO TO 5000-ANOTAR-MOVIMIENTO-EXIT.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 5000-ANOTAR-MOVIMIENTO-EXIT.

           MOVE CTA-ID-APUNTE TO SALDO-CTA-ID.
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

           MOVE CTA-ID-APUNTE TO SALDO-CTA-ID.
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
               GO TO 5000-ANOTAR-MOVIMIENTO-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TARJETA-APUNTE TO MOV-TARJETA.
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

           MOVE TIPO-APUNTE TO MOV-TIPO.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-APUNTE TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

       5000-ANOTAR-MOVIMIENTO-EXIT.
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
               MOVE TARJETA-APUNTE TO CTA-ID-APUNTE
               GO TO 5100-RESOLVER-CUENTA-EXIT.

           MOVE TARJETA-APUNTE TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE TARJETA-APUNTE TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY
                       DISPLAY "Error escribiendo cuentas.ubd"
                   END-WRITE
           END-READ.

           MOVE CTA-ID TO CTA-ID-APUNTE.

           CLOSE F-CUENTAS.

       5100-RESOLVER-CUENTA-EXIT.
           EXIT.

           *> Deja el abono en suspensos.ubd con el motivo de cuenta
           *> cerrada, como reembolso al acreedor (solo se aplica a
           *> otra tarjeta); el banco del deudor (cero en el abono de
           *> una remesa entera) queda como dato informativo.
       5500-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd: queda sin "
                   "abonar " CONCEPTO-APUNTE
               GO TO 5500-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       5510-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 5520-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 5510-BUSCAR-ULTIMO.

       5520-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-REEMBOLSO TO TRUE.
           MOVE BANCO-APUNTE        TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE CONCEPTO-APUNTE     TO SPS-ORDENANTE.
           MOVE TARJETA-APUNTE      TO SPS-TARJETA-DESTINO.
           COMPUTE SPS-IMPORTE-ENT = CENT-APUNTE / 100.
           COMPUTE SPS-IMPORTE-DEC =
               CENT-APUNTE - (SPS-IMPORTE-ENT * 100).
           MOVE REFERENCIA-APUNTE   TO SPS-REFERENCIA.
           MOVE MOTIVO-CUENTA-CERRADA TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd: queda sin "
                   "abonar " CONCEPTO-APUNTE
               CLOSE F-SUSPENSOS
               GO TO 5500-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.
           ADD CENT-APUNTE TO TOTAL-SUSPENSO-CENT.

           DISPLAY "Cuenta " CTA-ID-APUNTE " cerrada: "
               CONCEPTO-APUNTE " en suspenso num " SPS-NUM.

       5500-PASAR-A-SUSPENSO-EXIT.
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
           DISPLAY "Respuestas procesadas : " CONTADOR-RESPUESTAS.
           DISPLAY "Adeudos cobrados      : " CONTADOR-COBRADOS.
           DISPLAY "Adeudos rechazados    : " CONTADOR-RECHAZADOS.
           DISPLAY "Adeudos devueltos     : " CONTADOR-DEVUELTOS.
           DISPLAY "Devoluciones en plazo vencido: "
               CONTADOR-FUERA-PLAZO.
           DISPLAY "Respuestas sin adeudo : " CONTADOR-SIN-ADEUDO.
           DISPLAY "Respuestas ignoradas  : " CONTADOR-IGNORADOS.
           DISPLAY "Importe abonado       : " TOTAL-ABONADO-CENT
               " centimos".
           DISPLAY "Importe devuelto      : " TOTAL-DEVUELTO-CENT
               " centimos".
           DISPLAY "Pasados a suspenso    : " CONTADOR-SUSPENSO.
           DISPLAY "Importe en suspenso   : " TOTAL-SUSPENSO-CENT
               " centimos".
           DISPLAY "Cargos a cuenta cerrada: " CONTADOR-CARGO-CERRADA.

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
