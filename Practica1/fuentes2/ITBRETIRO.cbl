       IDENTIFICATION DIVISION.
       PROGRAM-ID. ITBRETIRO.

           *> Retirada desde la oficina de las transferencias a otros
           *> bancos ordenadas por error. Con la tarjeta del cliente
           *> se listan sus ordenes vivas; una orden que ITBENVIO aun
           *> no ha transmitido se anula y el importe vuelve a la
           *> cuenta origen en el acto, y para una ya transmitida se
           *> abre una peticion de retirada con su motivo
           *> (retiradas.ubd) que sale a la red en el fichero de la
           *> noche y cierra ITBRETLIQ con la respuesta del otro
           *> banco.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-INTERBANCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSI.

           SELECT F-RETIRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTD-ITB-NUM
           FILE STATUS IS FSD.

           SELECT F-TERMINAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-CLAVE
           FILE STATUS IS FSY.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSO.

           *> Registro de acciones de las herramientas de oficina;
           *> solo se anade al final.
           SELECT F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSW.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

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

           *> Cuenta de suspenso: lo anulado de una cuenta origen ya
           *> cerrada espera ahi a que la oficina lo aplique.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.


       DATA DIVISION.
       FILE SECTION.
       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

       FD F-RETIRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retiradas.ubd".
           COPY RETIRADA.

       FD F-TERMINAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminal.ubd".
           COPY TERMINAL.

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
           COPY OPERADOR.

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.dat".
       01 AUDITORIA-REG.
           02 AUD-FECHA               PIC   9(8).
           02 AUD-HORA                PIC   9(6).
           02 AUD-OPERADOR            PIC   9(4).
           02 AUD-FUNCION             PIC  X(12).
           02 AUD-OBJETO              PIC  9(16).

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID            PIC  9(16).
           02 SALDO-ENT               PIC S9(9).
           02 SALDO-DEC               PIC  9(2).

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

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

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.


       WORKING-STORAGE SECTION.
       77 FSI                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSP                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       78 GREEN   VALUE 2.
       78 CYAN    VALUE 3.
       78 RED     VALUE 4.
       78 MAGENTA VALUE 5.
       78 YELLOW  VALUE 6.
       78 WHITE   VALUE 7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC 9(4).
               10 MES              PIC 9(2).
               10 DIA              PIC 9(2).
           05 HORA.
               10 HORAS            PIC 9(2).
               10 MINUTOS          PIC 9(2).
               10 SEGUNDOS         PIC 9(2).
               10 MILISEGUNDOS     PIC 9(2).
           05 DIF-GMT              PIC S9(4).

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 UP-ARROW-PRESSED    VALUE 2003.
           88 DOWN-ARROW-PRESSED  VALUE 2004.
           88 ESC-PRESSED         VALUE 2005.

           COPY MOTRETIRA.

       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.
       77 CHOICE                   PIC  9(1).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 ID-OPERADOR-USUARIO      PIC  9(4).
       77 CLAVE-OPERADOR-USUARIO   PIC  9(6).
       77 AUD-FUNCION-ACTUAL       PIC X(12).
       77 AUD-OBJETO-ACTUAL        PIC 9(16).

       77 TARJETA-USUARIO          PIC 9(16).
       77 SELECCION-USUARIO        PIC 9(2).
       77 MOTIVO-USUARIO           PIC 9(2).

           *> Ordenes vivas de la tarjeta (pendientes o liquidadas),
           *> las diez mas recientes.
       78 MAX-LISTA                VALUE 10.
       77 NUM-LISTA                PIC 9(2).
       77 ORDENES-CONTADAS         PIC 9(5).
       77 ORDINAL-ORDEN            PIC 9(5).
       01 TABLA-LISTA.
           05 LST-ITB-NUM          PIC 9(35) OCCURS 10 TIMES.
       77 IDX-LISTA                PIC 9(2).
       77 LINEA-LISTA              PIC 9(2).

       77 RETIRADA-EXISTE-SW       PIC 9(1).
           88 RETIRADA-EXISTE      VALUE 1.
       77 SITUACION-TEXTO          PIC X(20).

       77 LAST-MOV-NUM             PIC 9(35).
       77 CTA-ID-ORIGEN            PIC 9(16).
       77 ULTIMO-SPS-NUM           PIC 9(35).
       77 CTA-CERRADA-SW           PIC 9(1).
           88 CTA-CERRADA          VALUE 1.
       78 MOTIVO-CUENTA-CERRADA    VALUE "03".
       77 CENT-IMPORTE             PIC S9(11).
       77 CENT-SALDO               PIC S9(11).
       77 IMPORTE-EDITADO          PIC -ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-LISTA            PIC -Z,ZZZ,ZZ9.99.


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 TARJETA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 40
               PIC 9(16) USING TARJETA-USUARIO.

       01 SELECCION-ACCEPT.
           05 FILLER BLANK ZERO LINE 20 COL 45
               PIC 9(2) USING SELECCION-USUARIO.

       01 MOTIVO-ACCEPT.
           05 FILLER BLANK ZERO LINE 20 COL 45
               PIC 9(2) USING MOTIVO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Retirada de transferencias"
               AT LINE 2 COL 21 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> Nadie opera esta herramienta sin identificarse; cada
           *> accion queda ademas en el registro de auditoria.
       ACCESO-OPERADOR.
           INITIALIZE ID-OPERADOR-USUARIO.
           INITIALIZE CLAVE-OPERADOR-USUARIO.

           DISPLAY "Identificacion de operador:" AT LINE 8 COL 15.
           DISPLAY "Clave:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT ACCESO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO ACCESO-OPERADOR.

           OPEN INPUT F-OPERADORES.
           IF FSO = 35
               CLOSE F-OPERADORES
               GO TO SIN-OPERADORES-ERR.
           IF FSO NOT = 00
               GO TO PSYS-ERR.

           MOVE ID-OPERADOR-USUARIO TO OPE-ID.
           READ F-OPERADORES INVALID KEY GO TO ACCESO-OPERADOR-ERR.

           IF OPE-CLAVE NOT = CLAVE-OPERADOR-USUARIO
               GO TO ACCESO-OPERADOR-ERR.

           CLOSE F-OPERADORES.

           MOVE OPE-ID TO OPERADOR-ACTUAL.

           PERFORM LEER-TERMINAL-ID THRU LEER-TERMINAL-ID-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       PIDE-TARJETA.
           INITIALIZE TARJETA-USUARIO.

           DISPLAY "Tarjeta que ordeno la transferencia:" AT LINE 6
               COL 15.
           DISPLAY "Numero de tarjeta:" AT LINE 8 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT TARJETA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PIDE-TARJETA.

           IF TARJETA-USUARIO = 0
               GO TO PIDE-TARJETA.

           PERFORM CARGAR-LISTA THRU CARGAR-LISTA-EXIT.
           IF NUM-LISTA = 0
               GO TO SIN-ORDENES-ERR.


           *> Ordenes vivas de la tarjeta con su situacion ante la
           *> red y la de su retirada, si la hay.
       MOSTRAR-LISTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Transferencias a otros bancos de la tarjeta"
               AT LINE 6 COL 5.
           DISPLAY TARJETA-USUARIO AT LINE 6 COL 50.
           DISPLAY "Fecha       Banco Cuenta destino" AT LINE 8
               COL 9.
           DISPLAY "Importe  Situacion" AT LINE 8 COL 52.

           OPEN INPUT F-INTERBANCO.
           IF FSI NOT = 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-LISTA.
           MOVE 9 TO LINEA-LISTA.

       MOSTRAR-LISTA-BUCLE.
           ADD 1 TO IDX-LISTA.
           IF IDX-LISTA > NUM-LISTA
               GO TO MOSTRAR-LISTA-FIN.

           MOVE LST-ITB-NUM(IDX-LISTA) TO ITB-NUM.
           READ F-INTERBANCO INVALID KEY GO TO MOSTRAR-LISTA-BUCLE.

           PERFORM LEER-RETIRADA THRU LEER-RETIRADA-EXIT.
           PERFORM COMPONER-SITUACION THRU COMPONER-SITUACION-EXIT.

           COMPUTE CENT-IMPORTE =
               (ITB-IMPORTE-ENT * 100) + ITB-IMPORTE-DEC.
           COMPUTE IMPORTE-LISTA = CENT-IMPORTE / 100.

           DISPLAY IDX-LISTA AT LINE LINEA-LISTA COL 5.
           DISPLAY ITB-DIA AT LINE LINEA-LISTA COL 9.
           DISPLAY "-" AT LINE LINEA-LISTA COL 11.
           DISPLAY ITB-MES AT LINE LINEA-LISTA COL 12.
           DISPLAY "-" AT LINE LINEA-LISTA COL 14.
           DISPLAY ITB-ANO AT LINE LINEA-LISTA COL 15.
           DISPLAY ITB-BANCO-DESTINO AT LINE LINEA-LISTA COL 21.
           DISPLAY ITB-CUENTA-DESTINO AT LINE LINEA-LISTA COL 27.
           DISPLAY IMPORTE-LISTA AT LINE LINEA-LISTA COL 46.
           DISPLAY SITUACION-TEXTO AT LINE LINEA-LISTA COL 61.

           ADD 1 TO LINEA-LISTA.
           GO TO MOSTRAR-LISTA-BUCLE.

       MOSTRAR-LISTA-FIN.
           CLOSE F-INTERBANCO.

           DISPLAY "Orden a anular o retirar:" AT LINE 20 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       MOSTRAR-LISTA-ACCEPT.
           INITIALIZE SELECCION-USUARIO.
           ACCEPT SELECCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-TARJETA
               ELSE
                   GO TO MOSTRAR-LISTA-ACCEPT.

           IF SELECCION-USUARIO < 1 OR SELECCION-USUARIO > NUM-LISTA
               GO TO MOSTRAR-LISTA-ACCEPT.

           OPEN INPUT F-INTERBANCO.
           IF FSI NOT = 00
               GO TO PSYS-ERR.

           MOVE LST-ITB-NUM(SELECCION-USUARIO) TO ITB-NUM.
           READ F-INTERBANCO INVALID KEY GO TO PSYS-ERR.

           CLOSE F-INTERBANCO.

           PERFORM LEER-RETIRADA THRU LEER-RETIRADA-EXIT.

           IF NOT ITB-PENDIENTE AND NOT ITB-LIQUIDADA
               GO TO ORDEN-CERRADA-ERR.

           IF ITB-PENDIENTE AND ITB-TRANS-ANO = 0
               GO TO ANULAR-ORDEN.

           IF RETIRADA-EXISTE
               GO TO RETIRADA-EXISTE-ERR.

           GO TO PEDIR-RETIRADA.


           *> La orden sigue en casa: se anula y el importe vuelve a
           *> la cuenta origen sin esperar a nadie.
       ANULAR-ORDEN.
           PERFORM PINTAR-ORDEN THRU PINTAR-ORDEN-EXIT.
           DISPLAY "Orden aun no transmitida a la red" AT LINE 16
               COL 15 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Se anula y el importe vuelve a la cuenta origen"
               AT LINE 17 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       ANULAR-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-TARJETA
               ELSE
                   GO TO ANULAR-CONFIRMAR.

           *> La orden se relee para anularla: ITBENVIO puede haberla
           *> transmitido mientras se confirmaba.
           OPEN I-O F-INTERBANCO.
           IF FSI NOT = 00
               GO TO PSYS-ERR.

           READ F-INTERBANCO INVALID KEY GO TO PSYS-ERR.

           IF NOT ITB-PENDIENTE OR ITB-TRANS-ANO NOT = 0
               CLOSE F-INTERBANCO
               GO TO ORDEN-CAMBIADA-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           SET ITB-ANULADA TO TRUE.
           MOVE ANO TO ITB-LIQ-ANO.
           MOVE MES TO ITB-LIQ-MES.
           MOVE DIA TO ITB-LIQ-DIA.

           REWRITE INTERBANCO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-INTERBANCO.

           PERFORM ABONAR-ORIGEN THRU ABONAR-ORIGEN-EXIT.

           MOVE "ITB-ANULA" TO AUD-FUNCION-ACTUAL.
           MOVE ITB-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden anulada correctamente" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS GREEN.
           IF CTA-CERRADA
               DISPLAY "La cuenta origen esta cerrada: el importe"
                   AT LINE 11 COL 15
               DISPLAY "queda en suspenso para aplicarlo en oficina"
                   AT LINE 12 COL 15
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-ENTER.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Abonado en la cuenta:" AT LINE 11 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 37.
           DISPLAY "EUR" AT LINE 11 COL 53.
           COMPUTE IMPORTE-EDITADO = CENT-SALDO / 100.
           DISPLAY "Saldo resultante:" AT LINE 12 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 37.
           DISPLAY "EUR" AT LINE 12 COL 53.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> La orden ya viajo a la red: solo cabe pedir al otro
           *> banco que la devuelva. La peticion sale esta noche.
       PEDIR-RETIRADA.
           PERFORM PINTAR-ORDEN THRU PINTAR-ORDEN-EXIT.
           DISPLAY "Transmitida el" AT LINE 14 COL 15.
           DISPLAY ITB-TRANS-DIA AT LINE 14 COL 32.
           DISPLAY "-" AT LINE 14 COL 34.
           DISPLAY ITB-TRANS-MES AT LINE 14 COL 35.
           DISPLAY "-" AT LINE 14 COL 37.
           DISPLAY ITB-TRANS-ANO AT LINE 14 COL 38.

           DISPLAY "1 -" AT LINE 16 COL 15.
           DISPLAY MOTIVO-RETIRADA-TXT(1) AT LINE 16 COL 19.
           DISPLAY "2 -" AT LINE 17 COL 15.
           DISPLAY MOTIVO-RETIRADA-TXT(2) AT LINE 17 COL 19.
           DISPLAY "3 -" AT LINE 18 COL 15.
           DISPLAY MOTIVO-RETIRADA-TXT(3) AT LINE 18 COL 19.
           DISPLAY "4 -" AT LINE 16 COL 45.
           DISPLAY MOTIVO-RETIRADA-TXT(4) AT LINE 16 COL 49.
           DISPLAY "5 -" AT LINE 17 COL 45.
           DISPLAY MOTIVO-RETIRADA-TXT(5) AT LINE 17 COL 49.
           DISPLAY "Motivo de la retirada:" AT LINE 20 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       PEDIR-RETIRADA-ACCEPT.
           INITIALIZE MOTIVO-USUARIO.
           ACCEPT MOTIVO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-TARJETA
               ELSE
                   GO TO PEDIR-RETIRADA-ACCEPT.

           IF MOTIVO-USUARIO < 1
               OR MOTIVO-USUARIO > NUM-MOTIVOS-RETIRADA
               GO TO PEDIR-RETIRADA-ACCEPT.

           OPEN I-O F-RETIRADAS.
           IF FSD = 35
               OPEN OUTPUT F-RETIRADAS
               CLOSE F-RETIRADAS
               OPEN I-O F-RETIRADAS
           END-IF.
           IF FSD NOT = 00
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE ITB-NUM          TO RTD-ITB-NUM.
           MOVE MOTIVO-USUARIO   TO RTD-MOTIVO.
           COMPUTE RTD-SOL-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE RTD-SOL-HORA = (HORAS * 10000) + (MINUTOS * 100)
                                  + SEGUNDOS.
           MOVE OPERADOR-ACTUAL  TO RTD-OPERADOR.
           MOVE TERMINAL-ACTUAL  TO RTD-TERMINAL.
           SET RTD-SOLICITADA    TO TRUE.
           MOVE 0                TO RTD-TRANSMISION.
           MOVE 0                TO RTD-RESPUESTA-FECHA.
           MOVE 0                TO RTD-MOTIVO-RESPUESTA.

           WRITE RETIRADA-REG INVALID KEY
               CLOSE F-RETIRADAS
               GO TO RETIRADA-EXISTE-ERR.

           CLOSE F-RETIRADAS.

           MOVE "ITB-RETIRADA" TO AUD-FUNCION-ACTUAL.
           MOVE ITB-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Peticion de retirada registrada" AT LINE 9 COL 24
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Sale a la red con el envio de esta noche; el"
               AT LINE 11 COL 15.
           DISPLAY "cliente recibira un aviso con la respuesta."
               AT LINE 12 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Lista las diez ordenes vivas mas recientes de la
           *> tarjeta: una primera pasada las cuenta y la segunda
           *> guarda las ultimas.
       CARGAR-LISTA.
           MOVE 0 TO NUM-LISTA.
           MOVE 0 TO ORDENES-CONTADAS.

           OPEN INPUT F-INTERBANCO.
           IF FSI = 35
               CLOSE F-INTERBANCO
               GO TO CARGAR-LISTA-EXIT.
           IF FSI NOT = 00
               GO TO PSYS-ERR.

       CARGAR-LISTA-CONTAR.
           READ F-INTERBANCO NEXT RECORD
               AT END GO TO CARGAR-LISTA-SEGUNDA.

           IF ITB-TARJETA-ORIGEN = TARJETA-USUARIO
               AND (ITB-PENDIENTE OR ITB-LIQUIDADA)
               ADD 1 TO ORDENES-CONTADAS.

           GO TO CARGAR-LISTA-CONTAR.

       CARGAR-LISTA-SEGUNDA.
           CLOSE F-INTERBANCO.

           IF ORDENES-CONTADAS = 0
               GO TO CARGAR-LISTA-EXIT.

           OPEN INPUT F-INTERBANCO.
           IF FSI NOT = 00
               GO TO PSYS-ERR.

           MOVE 0 TO ORDINAL-ORDEN.

       CARGAR-LISTA-GUARDAR.
           READ F-INTERBANCO NEXT RECORD
               AT END GO TO CARGAR-LISTA-CIERRE.

           IF ITB-TARJETA-ORIGEN NOT = TARJETA-USUARIO
               GO TO CARGAR-LISTA-GUARDAR.
           IF NOT ITB-PENDIENTE AND NOT ITB-LIQUIDADA
               GO TO CARGAR-LISTA-GUARDAR.

           ADD 1 TO ORDINAL-ORDEN.
           IF ORDINAL-ORDEN + MAX-LISTA <= ORDENES-CONTADAS
               GO TO CARGAR-LISTA-GUARDAR.

           IF NUM-LISTA >= MAX-LISTA
               GO TO CARGAR-LISTA-CIERRE.

           ADD 1 TO NUM-LISTA.
           MOVE ITB-NUM TO LST-ITB-NUM(NUM-LISTA).

           GO TO CARGAR-LISTA-GUARDAR.

       CARGAR-LISTA-CIERRE.
           CLOSE F-INTERBANCO.

       CARGAR-LISTA-EXIT.
           EXIT.

           *> Deja en RETIRADA-REG la peticion de retirada de la orden
           *> en curso, si la hay.
       LEER-RETIRADA.
           MOVE 0 TO RETIRADA-EXISTE-SW.

           OPEN INPUT F-RETIRADAS.
           IF FSD = 35
               CLOSE F-RETIRADAS
               GO TO LEER-RETIRADA-EXIT.
           IF FSD NOT = 00
               GO TO PSYS-ERR.

           MOVE ITB-NUM TO RTD-ITB-NUM.
           READ F-RETIRADAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO RETIRADA-EXISTE-SW
           END-READ.

           CLOSE F-RETIRADAS.

       LEER-RETIRADA-EXIT.
           EXIT.

       COMPONER-SITUACION.
           IF ITB-LIQUIDADA
               MOVE "Liquidada" TO SITUACION-TEXTO
           ELSE
               IF ITB-TRANS-ANO = 0
                   MOVE "Sin transmitir" TO SITUACION-TEXTO
               ELSE
                   MOVE "Transmitida" TO SITUACION-TEXTO
               END-IF
           END-IF.

           IF NOT RETIRADA-EXISTE
               GO TO COMPONER-SITUACION-EXIT.

           IF RTD-SOLICITADA
               MOVE "Retirada pedida" TO SITUACION-TEXTO.
           IF RTD-TRANSMITIDA
               MOVE "Retirada enviada" TO SITUACION-TEXTO.
           IF RTD-RECHAZADA
               MOVE "Retirada rechazada" TO SITUACION-TEXTO.

       COMPONER-SITUACION-EXIT.
           EXIT.

       PINTAR-ORDEN.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta:" AT LINE 7 COL 15.
           DISPLAY ITB-TARJETA-ORIGEN AT LINE 7 COL 32.
           DISPLAY "Fecha:" AT LINE 8 COL 15.
           DISPLAY ITB-DIA AT LINE 8 COL 32.
           DISPLAY "-" AT LINE 8 COL 34.
           DISPLAY ITB-MES AT LINE 8 COL 35.
           DISPLAY "-" AT LINE 8 COL 37.
           DISPLAY ITB-ANO AT LINE 8 COL 38.
           DISPLAY "Banco destino:" AT LINE 9 COL 15.
           DISPLAY ITB-BANCO-DESTINO AT LINE 9 COL 32.
           DISPLAY "Cuenta destino:" AT LINE 10 COL 15.
           DISPLAY ITB-CUENTA-DESTINO AT LINE 10 COL 32.
           COMPUTE CENT-IMPORTE =
               (ITB-IMPORTE-ENT * 100) + ITB-IMPORTE-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Importe:" AT LINE 11 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 32.
           DISPLAY "EUR" AT LINE 11 COL 48.
           DISPLAY "Referencia:" AT LINE 12 COL 15.
           DISPLAY ITB-REFERENCIA AT LINE 12 COL 32.

       PINTAR-ORDEN-EXIT.
           EXIT.

           *> Repone el importe de la orden en la cuenta origen con su
           *> movimiento de devolucion, como ITBLIQ con las devueltas.
       ABONAR-ORIGEN.
           COMPUTE CENT-IMPORTE =
               (ITB-IMPORTE-ENT * 100) + ITB-IMPORTE-DEC.

           MOVE ITB-TARJETA-ORIGEN TO CTA-ID-ORIGEN.

           OPEN INPUT F-CUENTAS.
           IF FSU = 00
               MOVE ITB-TARJETA-ORIGEN TO CTA-TARJETA
               READ F-CUENTAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CTA-ID TO CTA-ID-ORIGEN
               END-READ
           END-IF.
           CLOSE F-CUENTAS.

           *> Una cuenta cerrada no admite abonos (la orden puede ser
           *> la liquidacion de un cierre o de una herencia): el
           *> importe queda en suspenso para que la oficina lo aplique.
           CALL "CTACERR" USING CTA-ID-ORIGEN CTA-CERRADA-SW.
           IF CTA-CERRADA
               PERFORM PASAR-A-SUSPENSO THRU PASAR-A-SUSPENSO-EXIT
               GO TO ABONAR-ORIGEN-EXIT.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS NOT = 00
               GO TO PSYS-ERR.

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
               INVALID KEY WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-SALDOS.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM NOT = 00
               GO TO PSYS-ERR.

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
           MOVE "Anulacion transf. otro banco" TO MOV-CONCEPTO.

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

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-ORIGEN TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

       ABONAR-ORIGEN-EXIT.
           EXIT.

           *> Deja lo anulado en suspensos.ubd con el motivo de cuenta
           *> cerrada, como reembolso al antiguo titular: la orden no
           *> llego a salir, asi que no hay banco al que devolverla.
       PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP NOT = 00
               GO TO PSYS-ERR.

           MOVE 0 TO ULTIMO-SPS-NUM.

       PASAR-A-SUSPENSO-BUCLE.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO PASAR-A-SUSPENSO-REG.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO PASAR-A-SUSPENSO-BUCLE.

       PASAR-A-SUSPENSO-REG.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-REEMBOLSO TO TRUE.
           MOVE ITB-BANCO-DESTINO   TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE "Anulacion de orden a otro banco" TO SPS-ORDENANTE.
           MOVE ITB-TARJETA-ORIGEN  TO SPS-TARJETA-DESTINO.
           MOVE ITB-IMPORTE-ENT     TO SPS-IMPORTE-ENT.
           MOVE ITB-IMPORTE-DEC     TO SPS-IMPORTE-DEC.
           MOVE ITB-REFERENCIA      TO SPS-REFERENCIA.
           MOVE MOTIVO-CUENTA-CERRADA TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-SUSPENSOS.

       PASAR-A-SUSPENSO-EXIT.
           EXIT.

       SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               GO TO PSYS-ERR.

           MOVE 1 TO SEC-CLAVE.
           READ F-SECUENCIA
               INVALID KEY
                   MOVE 0 TO SEC-ULTIMO-MOV-NUM
                   WRITE SECUENCIA-REG INVALID KEY GO TO PSYS-ERR
           END-READ.

           ADD 1 TO SEC-ULTIMO-MOV-NUM.
           MOVE SEC-ULTIMO-MOV-NUM TO LAST-MOV-NUM.

           REWRITE SECUENCIA-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-SECUENCIA.

       SIGUIENTE-MOV-NUM-EXIT.
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
               GO TO PSYS-ERR.

           MOVE MOV-TARJETA TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = (MOV-ANO * 10000000000)
               + (MOV-MES * 100000000) + (MOV-DIA * 1000000)
               + (MOV-HOR * 10000) + (MOV-MIN * 100) + MOV-SEG.
           MOVE MOV-NUM TO MIX-MOV-NUM.

           WRITE MOVIDX-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVIDX.

       ESCRIBIR-MOVIDX-FIN.
           EXIT.

       ESCRIBIR-AUDITORIA.
           OPEN EXTEND F-AUDITORIA.
           IF FSW = 35
               OPEN OUTPUT F-AUDITORIA
               CLOSE F-AUDITORIA
               OPEN EXTEND F-AUDITORIA
           END-IF.
           IF FSW NOT = 00
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           COMPUTE AUD-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE AUD-HORA = (HORAS * 10000) + (MINUTOS * 100)
                              + SEGUNDOS.
           MOVE OPERADOR-ACTUAL TO AUD-OPERADOR.
           MOVE AUD-FUNCION-ACTUAL TO AUD-FUNCION.
           MOVE AUD-OBJETO-ACTUAL TO AUD-OBJETO.

           WRITE AUDITORIA-REG.

           CLOSE F-AUDITORIA.

       ESCRIBIR-AUDITORIA-EXIT.
           EXIT.

           *> Identidad de esta maquina; sin fichero de terminal se
           *> asume el terminal 1.
       LEER-TERMINAL-ID.
           OPEN INPUT F-TERMINAL.
           IF FSY NOT = 00
               GO TO LEER-TERMINAL-ID-FIN.

           MOVE 1 TO TRM-CLAVE.
           READ F-TERMINAL
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TRM-ID TO TERMINAL-ACTUAL
           END-READ.

           CLOSE F-TERMINAL.

       LEER-TERMINAL-ID-FIN.
           EXIT.


       SIN-ORDENES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no tiene transferencias vivas"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "a otros bancos" AT LINE 11 COL 33.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden ya esta cerrada" AT LINE 9 COL 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-CAMBIADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden acaba de transmitirse a la red"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Vuelva a seleccionarla para pedir su retirada"
               AT LINE 11 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       RETIRADA-EXISTE-ERR.
           PERFORM COMPONER-SITUACION THRU COMPONER-SITUACION-EXIT.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden ya tiene una peticion de retirada"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Situacion:" AT LINE 11 COL 19.
           DISPLAY SITUACION-TEXTO AT LINE 11 COL 30.
           IF RTD-RECHAZADA
               DISPLAY "Motivo:" AT LINE 12 COL 19
               IF RTD-MOTIVO-RESPUESTA >= 1
                   AND RTD-MOTIVO-RESPUESTA <= NUM-MOTIVOS-RECHAZO
                   DISPLAY MOTIVO-RECHAZO-TXT(RTD-MOTIVO-RESPUESTA)
                       AT LINE 12 COL 30
               ELSE
                   DISPLAY "Otros motivos" AT LINE 12 COL 30
               END-IF
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ACCESO-OPERADOR-ERR.
           CLOSE F-OPERADORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Operador o clave incorrectos" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       ACCESO-OPERADOR-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   GO TO ACCESO-OPERADOR
               ELSE
                   GO TO ACCESO-OPERADOR-ERR-ENTER.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO ACCESO-OPERADOR.

       SIN-OPERADORES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay operadores dados de alta" AT LINE 9 COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Registrelos con la herramienta de operadores"
               AT LINE 11 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       SIN-OPERADORES-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO SIN-OPERADORES-ENTER.

           GO TO FIN-PROGRAMA.

       PSYS-ERR.
           CLOSE F-INTERBANCO.
           CLOSE F-RETIRADAS.
           CLOSE F-SALDOS.
           CLOSE F-MOVIMIENTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PSYS-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PSYS-ERR-ENTER.

           GO TO FIN-PROGRAMA.

       VOLVER-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO VOLVER-TARJETA
               ELSE
                   GO TO VOLVER-ENTER.

           GO TO VOLVER-TARJETA.

       VOLVER-TARJETA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PIDE-TARJETA.

       FIN-PROGRAMA.
           STOP RUN.
