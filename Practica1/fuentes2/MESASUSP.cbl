       IDENTIFICATION DIVISION.
       PROGRAM-ID. MESASUSP.

           *> Mesa de la cuenta de suspenso de la sucursal: los
           *> fondos recibidos que los lotes de transferencias
           *> entrantes y de nominas no han podido aplicar esperan en
           *> suspensos.ubd. Cualquier operador de operadores.ubd
           *> puede buscarlos e ir anotando lo que averigua; aplicar
           *> una partida a la tarjeta correcta (con el mismo apunte
           *> que habria hecho el lote) o devolverla al remitente
           *> (con su entrada en el fichero de devoluciones y, en las
           *> nominas, el reembolso al empleador) exige supervisor.
           *> Los reembolsos a cuentas cerradas no tienen remitente:
           *> solo se aplican a otra tarjeta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSO.

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

           *> Ficheros de devolucion de los lotes de origen; la mesa
           *> solo anade al final.
           SELECT F-RECHAZOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           SELECT F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

           *> Registro de acciones de las herramientas de oficina;
           *> solo se anade al final.
           SELECT F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSW.

       DATA DIVISION.
       FILE SECTION.
       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
           COPY OPERADOR.

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

       FD F-AUDITORIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "auditoria.dat".
       01 AUDITORIA-REG.
           02 AUD-FECHA               PIC   9(8).
           02 AUD-HORA                PIC   9(6).
           02 AUD-OPERADOR            PIC   9(4).
           02 AUD-FUNCION             PIC  X(12).
           02 AUD-OBJETO              PIC  9(16).

       WORKING-STORAGE SECTION.
       77 FSP                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSW                      PIC  X(2).

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
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       01 KEYBOARD-STATUS           PIC 9(4).
           88 ENTER-PRESSED          VALUE 0.
           88 PGUP-PRESSED        VALUE 2001.
           88 PGDN-PRESSED        VALUE 2002.
           88 UP-ARROW-PRESSED    VALUE 2003.
           88 DOWN-ARROW-PRESSED  VALUE 2004.
           88 ESC-PRESSED         VALUE 2005.

       77 CHOICE                   PIC  9(1).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 NIVEL-OPERADOR-ACTUAL    PIC  9(1).
           88 SUPERVISOR-CONECTADO VALUE 2.
       77 ID-OPERADOR-USUARIO      PIC  9(4).
       77 CLAVE-OPERADOR-USUARIO   PIC  9(6).
       77 AUD-FUNCION-ACTUAL       PIC X(12).
       77 AUD-OBJETO-ACTUAL        PIC 9(16).

       77 LINEA-ACTUAL             PIC   99.
       77 FILAS-EN-PANTALLA        PIC   99.
       77 SPS-NUM-ELEGIDA          PIC  9(7).
       77 RESPUESTA-SPS            PIC  A(1).
       77 ORIGEN-TEXTO             PIC  X(8).
       77 MOTIVO-TEXTO             PIC X(24).

           *> Criterios de busqueda; los que quedan en blanco o a
           *> cero no filtran.
       77 MODO-LISTA               PIC  9(1).
           88 LISTA-TODAS          VALUE 0.
           88 LISTA-BUSQUEDA       VALUE 1.
       77 BUSCA-REFERENCIA         PIC X(15).
       77 BUSCA-TARJETA            PIC 9(16).
       77 BUSCA-IMPORTE-ENT        PIC  9(7).
       77 PARTIDA-SW               PIC  9(1).
           88 PARTIDA-COINCIDE     VALUE 1.

       77 TARJETA-APLICAR          PIC 9(16).

       77 LAST-MOV-NUM             PIC  9(35).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.
       77 CTA-ID-ACTUAL            PIC  9(16).
       77 TARJETA-ACTUAL           PIC  9(16).

       77 CENT-IMPORTE             PIC S9(11).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-ABONO               PIC S9(11).
       77 CONCEPTO-SPS             PIC  X(35).
           *> Clase del apunte que APLICAR-MOVIMIENTO debe escribir:
           *> el abono que habria hecho el lote de origen o el
           *> reembolso al empleador.
       77 TIPO-MOV-SPS             PIC   9(2).
           88 APUNTE-TRF-ENTRADA     VALUE 4.
           88 APUNTE-DEVOLUCION      VALUE 11.
           88 APUNTE-NOMINA          VALUE 21.

       77 NOMBRE-CRIBADO           PIC X(35).
       77 DOCUMENTO-CRIBADO        PIC X(12).
       77 CRIBADO-RESULTADO        PIC 9(1).
           88 CRIBADO-COINCIDE     VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA      PIC X(10).
           05 COINC-VIG-NOMBRE     PIC X(35).
           05 COINC-VIG-DOCUMENTO  PIC X(12).
           05 COINC-VIG-VERSION    PIC 9(8).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 BUSQUEDA-ACCEPT.
           05 FILLER LINE 08 COL 40
               PIC X(15) USING BUSCA-REFERENCIA.
           05 FILLER BLANK ZERO LINE 09 COL 40
               PIC 9(16) USING BUSCA-TARJETA.
           05 FILLER BLANK ZERO LINE 10 COL 40
               PIC 9(7) USING BUSCA-IMPORTE-ENT.

       01 FILA-SUSPENSO.
           05 FILLER COL 03 PIC 9(7)       FROM SPS-NUM.
           05 FILLER COL 11 PIC X(8)       FROM ORIGEN-TEXTO.
           05 FILLER COL 20 PIC X(15)      FROM SPS-REFERENCIA.
           05 FILLER COL 36 PIC 9(16)      FROM SPS-TARJETA-DESTINO.
           05 FILLER SIGN IS LEADING SEPARATE
               COL 53 PIC -9(7) FROM SPS-IMPORTE-ENT.
           05 FILLER COL 61 VALUE ".".
           05 FILLER COL 62 PIC 99         FROM SPS-IMPORTE-DEC.
           05 FILLER COL 65 PIC 99         FROM SPS-DIA.
           05 FILLER COL 67 VALUE "-".
           05 FILLER COL 68 PIC 99         FROM SPS-MES.
           05 FILLER COL 70 VALUE "-".
           05 FILLER COL 71 PIC 9(4)       FROM SPS-ANO.

       01 DETALLE-PARTIDA.
           05 FILLER LINE 06 COL 05 VALUE "Partida:".
           05 FILLER LINE 06 COL 25 PIC 9(7)  FROM SPS-NUM.
           05 FILLER LINE 06 COL 45 VALUE "Entrada:".
           05 FILLER LINE 06 COL 54 PIC 99    FROM SPS-DIA.
           05 FILLER LINE 06 COL 56 VALUE "-".
           05 FILLER LINE 06 COL 57 PIC 99    FROM SPS-MES.
           05 FILLER LINE 06 COL 59 VALUE "-".
           05 FILLER LINE 06 COL 60 PIC 9(4)  FROM SPS-ANO.
           05 FILLER LINE 07 COL 05 VALUE "Origen:".
           05 FILLER LINE 07 COL 25 PIC X(8)  FROM ORIGEN-TEXTO.
           05 FILLER LINE 08 COL 05 VALUE "Motivo:"
               FOREGROUND-COLOR YELLOW.
           05 FILLER LINE 08 COL 25 PIC X(24) FROM MOTIVO-TEXTO.
           05 FILLER LINE 09 COL 05 VALUE "Banco / empleador:".
           05 FILLER LINE 09 COL 25 PIC 9(4)  FROM SPS-REMITENTE.
           05 FILLER LINE 10 COL 05 VALUE "Ordenante:".
           05 FILLER LINE 10 COL 25 PIC X(35) FROM SPS-ORDENANTE.
           05 FILLER LINE 11 COL 05 VALUE "Tarjeta destino:".
           05 FILLER LINE 11 COL 25 PIC 9(16)
               FROM SPS-TARJETA-DESTINO.
           05 FILLER LINE 12 COL 05 VALUE "Importe:".
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 12 COL 25 PIC -9(7) FROM SPS-IMPORTE-ENT.
           05 FILLER LINE 12 COL 33 VALUE ".".
           05 FILLER LINE 12 COL 34 PIC 99    FROM SPS-IMPORTE-DEC.
           05 FILLER LINE 13 COL 05 VALUE "Referencia:".
           05 FILLER LINE 13 COL 25 PIC X(15) FROM SPS-REFERENCIA.
           05 FILLER LINE 14 COL 05 VALUE "Nota:".
           05 FILLER LINE 14 COL 25 PIC X(30) FROM SPS-NOTA.

       01 DETALLE-EMPLEADOR.
           05 FILLER LINE 15 COL 05 VALUE "Tarjeta cargada:".
           05 FILLER LINE 15 COL 25 PIC 9(16)
               FROM SPS-TARJETA-REMITENTE.

       01 ELEGIR-ACCEPT.
           05 FILLER BLANK WHEN ZERO LINE 21 COL 55
               PIC 9(7) USING SPS-NUM-ELEGIDA.

       01 APLICAR-ACCEPT.
           05 FILLER BLANK ZERO LINE 22 COL 40
               PIC 9(16) USING TARJETA-APLICAR.

       01 NOTA-ACCEPT.
           05 FILLER LINE 22 COL 25
               PIC X(30) USING SPS-NOTA.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Cuenta de suspenso"
               AT LINE 2 COL 25 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> Cualquier operador puede investigar; aplicar y devolver
           *> quedan para el supervisor. Cada accion queda ademas en
           *> el registro de auditoria.
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

           MOVE OPE-ID    TO OPERADOR-ACTUAL.
           MOVE OPE-NIVEL TO NIVEL-OPERADOR-ACTUAL.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       PMENU.
           DISPLAY "1 - Partidas pendientes" AT LINE 8 COL 15.
           DISPLAY "2 - Buscar partidas pendientes" AT LINE 9 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               SET LISTA-TODAS TO TRUE
               GO TO LISTAR-PENDIENTES.

           IF CHOICE = 2
               GO TO BUSCAR-PARTIDAS.

           GO TO PMENU-ACCEPT.


           *> Busqueda por referencia, tarjeta destino tal como
           *> llego o importe en euros; basta con uno de ellos.
       BUSCAR-PARTIDAS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           MOVE SPACES TO BUSCA-REFERENCIA.
           MOVE 0 TO BUSCA-TARJETA.
           MOVE 0 TO BUSCA-IMPORTE-ENT.

           DISPLAY "Buscar partidas pendientes" AT LINE 6 COL 15.
           DISPLAY "Referencia:" AT LINE 8 COL 15.
           DISPLAY "Tarjeta destino:" AT LINE 9 COL 15.
           DISPLAY "Importe (euros):" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       BUSCAR-ACCEPT.
           ACCEPT BUSQUEDA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO BUSCAR-ACCEPT.

           SET LISTA-BUSQUEDA TO TRUE.
           GO TO LISTAR-PENDIENTES.


       LISTAR-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Partidas pendientes en la cuenta de suspenso"
               AT LINE 6 COL 17.
           DISPLAY "Num.    Origen   Referencia      Tarjeta destino"
               AT LINE 7 COL 3
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Importe     Entrada" AT LINE 7 COL 55
               WITH FOREGROUND-COLOR IS YELLOW.

           MOVE 8 TO LINEA-ACTUAL.
           MOVE 0 TO FILAS-EN-PANTALLA.

           OPEN INPUT F-SUSPENSOS.
           IF FSP = 35
               CLOSE F-SUSPENSOS
               GO TO SIN-PENDIENTES.
           IF FSP <> 00
               GO TO PSYS-ERR.

       LISTAR-BUCLE.
           READ F-SUSPENSOS NEXT RECORD AT END GO TO LISTAR-FIN.

           IF NOT SPS-PENDIENTE
               GO TO LISTAR-BUCLE.

           IF LISTA-BUSQUEDA
               PERFORM FILTRAR-PARTIDA THRU FILTRAR-PARTIDA-EXIT
               IF NOT PARTIDA-COINCIDE
                   GO TO LISTAR-BUCLE.

           PERFORM DESCRIBIR-PARTIDA THRU DESCRIBIR-PARTIDA-EXIT.
           DISPLAY FILA-SUSPENSO AT LINE LINEA-ACTUAL.

           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO FILAS-EN-PANTALLA.

           IF FILAS-EN-PANTALLA < 12
               GO TO LISTAR-BUCLE.

       LISTAR-FIN.
           CLOSE F-SUSPENSOS.

           IF FILAS-EN-PANTALLA = 0
               GO TO SIN-PENDIENTES.

           DISPLAY "Numero de la partida a revisar (0=salir):"
               AT LINE 21 COL 12.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           MOVE 0 TO SPS-NUM-ELEGIDA.

       ELEGIR-ACCEPT-P.
           ACCEPT ELEGIR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ELEGIR-ACCEPT-P.

           IF SPS-NUM-ELEGIDA = 0
               GO TO VOLVER-MENU.

           GO TO REVISAR-PARTIDA.


           *> Muestra la partida con lo que se sabe de ella y pide la
           *> accion del operador.
       REVISAR-PARTIDA.
           OPEN I-O F-SUSPENSOS.
           IF FSP <> 00
               GO TO PSYS-ERR.

           MOVE SPS-NUM-ELEGIDA TO SPS-NUM.
           READ F-SUSPENSOS INVALID KEY GO TO PARTIDA-BAD.

           IF NOT SPS-PENDIENTE
               CLOSE F-SUSPENSOS
               GO TO PARTIDA-BAD-MENU.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM DESCRIBIR-PARTIDA THRU DESCRIBIR-PARTIDA-EXIT.
           DISPLAY DETALLE-PARTIDA.
           IF SPS-ORIGEN-NOMINA
               DISPLAY DETALLE-EMPLEADOR.

           DISPLAY "A = aplicar a una tarjeta" AT LINE 18 COL 12.
           DISPLAY "D = devolver al remitente" AT LINE 19 COL 12.
           DISPLAY "N = anotar nota de investigacion" AT LINE 20
               COL 12.
           DISPLAY "Accion:" AT LINE 22 COL 12.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.
           MOVE SPACE TO RESPUESTA-SPS.

       REVISAR-ACCEPT.
           ACCEPT RESPUESTA-SPS AT LINE 22 COL 20 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSOS
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO REVISAR-ACCEPT.

           IF RESPUESTA-SPS = "A" OR RESPUESTA-SPS = "a"
               GO TO APLICAR-PARTIDA.

           IF RESPUESTA-SPS = "D" OR RESPUESTA-SPS = "d"
               GO TO DEVOLVER-PARTIDA.

           IF RESPUESTA-SPS = "N" OR RESPUESTA-SPS = "n"
               GO TO ANOTAR-PARTIDA.

           GO TO REVISAR-ACCEPT.


           *> La nota se reescribe entera; queda a la vista en la
           *> ficha de la partida para quien la retome.
       ANOTAR-PARTIDA.
           DISPLAY "Nota:" AT LINE 22 COL 12.

       ANOTAR-ACCEPT.
           ACCEPT NOTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSOS
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO ANOTAR-ACCEPT.

           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-SUSPENSOS.

           MOVE "SUSP-NOTA" TO AUD-FUNCION-ACTUAL.
           MOVE SPS-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Nota anotada en la partida" AT LINE 9 COL 27
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


           *> Aplica la partida a la tarjeta que indique el
           *> supervisor con el mismo apunte y concepto que habria
           *> escrito el lote de origen. La tarjeta tiene que estar
           *> operativa y su cuenta abierta, y una transferencia se
           *> vuelve a cribar: su ordenante no paso por el cribado.
       APLICAR-PARTIDA.
           IF NOT SUPERVISOR-CONECTADO
               CLOSE F-SUSPENSOS
               GO TO NIVEL-ACCION-ERR.

           MOVE SPS-TARJETA-DESTINO TO TARJETA-APLICAR.
           DISPLAY "Tarjeta a la que se aplica:" AT LINE 22 COL 12.

       APLICAR-ACCEPT-P.
           ACCEPT APLICAR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-SUSPENSOS
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO APLICAR-ACCEPT-P.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-APLICAR TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CLOSE TARJETAS
                   CLOSE F-SUSPENSOS
                   GO TO TARJETA-APLICAR-ERR
           END-READ.

           CLOSE TARJETAS.

           IF NOT TARJETA-ACTIVA
               CLOSE F-SUSPENSOS
               GO TO TARJETA-APLICAR-ERR.

           MOVE TARJETA-APLICAR TO TARJETA-ACTUAL.
           PERFORM RESOLVER-CTA THRU RESOLVER-CTA-EXIT.
           CALL "CTACERR" USING CTA-ID-ACTUAL CTA-CERRADA-SW.
           IF CTA-CERRADA
               CLOSE F-SUSPENSOS
               GO TO DESTINO-CERRADO-ERR.

           IF SPS-ORIGEN-TRANSFERENCIA
               MOVE SPS-ORDENANTE TO NOMBRE-CRIBADO
               MOVE SPACES TO DOCUMENTO-CRIBADO
               CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
                   CRIBADO-RESULTADO COINCIDENCIA-VIG
               IF CRIBADO-COINCIDE
                   CLOSE F-SUSPENSOS
                   GO TO VIGILANCIA-ERR
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           SET SPS-APLICADO TO TRUE.
           MOVE TARJETA-APLICAR TO SPS-TARJETA-APLICADA.
           PERFORM MARCAR-RESOLUCION THRU MARCAR-RESOLUCION-EXIT.

           COMPUTE CENT-IMPORTE = (SPS-IMPORTE-ENT * 100)
                                  + SPS-IMPORTE-DEC.

           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           MOVE CENT-IMPORTE TO CENT-ABONO.
           ADD CENT-IMPORTE TO CENT-SALDO.
           MOVE SPACES TO CONCEPTO-SPS.
           IF SPS-ORIGEN-TRANSFERENCIA
               STRING "Nos transfieren: " DELIMITED BY SIZE
                      SPS-REFERENCIA     DELIMITED BY SIZE
                   INTO CONCEPTO-SPS
               SET APUNTE-TRF-ENTRADA TO TRUE
           END-IF.
           IF SPS-ORIGEN-NOMINA
               STRING "Nomina: "      DELIMITED BY SIZE
                      SPS-REFERENCIA  DELIMITED BY SIZE
                   INTO CONCEPTO-SPS
               SET APUNTE-NOMINA TO TRUE
           END-IF.
           IF SPS-ORIGEN-REEMBOLSO
               MOVE SPS-ORDENANTE TO CONCEPTO-SPS
               SET APUNTE-DEVOLUCION TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

           MOVE "SUSP-APLICA" TO AUD-FUNCION-ACTUAL.
           MOVE SPS-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Partida aplicada a la tarjeta indicada"
               AT LINE 9 COL 21 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


           *> Devuelve la partida al remitente por el fichero de
           *> devoluciones de su lote, con el motivo original. La
           *> nomina ya se cargo al empleador, asi que ademas se le
           *> reembolsa; si su cuenta esta cerrada no se devuelve.
       DEVOLVER-PARTIDA.
           IF NOT SUPERVISOR-CONECTADO
               CLOSE F-SUSPENSOS
               GO TO NIVEL-ACCION-ERR.

           IF SPS-ORIGEN-REEMBOLSO
               CLOSE F-SUSPENSOS
               GO TO REEMBOLSO-DEVOLVER-ERR.

           IF SPS-ORIGEN-NOMINA
               MOVE SPS-TARJETA-REMITENTE TO TARJETA-ACTUAL
               PERFORM RESOLVER-CTA THRU RESOLVER-CTA-EXIT
               CALL "CTACERR" USING CTA-ID-ACTUAL CTA-CERRADA-SW
               IF CTA-CERRADA
                   CLOSE F-SUSPENSOS
                   GO TO EMPLEADOR-CERRADO-ERR
               END-IF
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           SET SPS-DEVUELTO TO TRUE.
           PERFORM MARCAR-RESOLUCION THRU MARCAR-RESOLUCION-EXIT.

           PERFORM ESCRIBIR-DEVOLUCION THRU ESCRIBIR-DEVOLUCION-EXIT.

           IF SPS-ORIGEN-NOMINA
               COMPUTE CENT-IMPORTE = (SPS-IMPORTE-ENT * 100)
                                      + SPS-IMPORTE-DEC
               PERFORM LEER-SALDO THRU LEER-SALDO-FIN
               MOVE CENT-IMPORTE TO CENT-ABONO
               ADD CENT-IMPORTE TO CENT-SALDO
               MOVE SPACES TO CONCEPTO-SPS
               STRING "Devolucion nomina: " DELIMITED BY SIZE
                      SPS-REFERENCIA        DELIMITED BY SIZE
                   INTO CONCEPTO-SPS
               SET APUNTE-DEVOLUCION TO TRUE
               PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           MOVE "SUSP-DEVUEL" TO AUD-FUNCION-ACTUAL.
           MOVE SPS-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Partida devuelta al remitente" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


           *> Deja la partida resuelta con la fecha y el supervisor;
           *> el fichero estaba abierto desde REVISAR-PARTIDA.
       MARCAR-RESOLUCION.
           MOVE ANO TO SPS-RES-ANO.
           MOVE MES TO SPS-RES-MES.
           MOVE DIA TO SPS-RES-DIA.
           MOVE OPERADOR-ACTUAL TO SPS-OPERADOR.

           REWRITE SUSPENSO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-SUSPENSOS.

       MARCAR-RESOLUCION-EXIT.
           EXIT.

           *> Comprueba la partida leida contra los criterios de
           *> busqueda.
       FILTRAR-PARTIDA.
           MOVE 0 TO PARTIDA-SW.

           IF BUSCA-REFERENCIA NOT = SPACES
               AND BUSCA-REFERENCIA NOT = SPS-REFERENCIA
               GO TO FILTRAR-PARTIDA-EXIT.

           IF BUSCA-TARJETA NOT = 0
               AND BUSCA-TARJETA NOT = SPS-TARJETA-DESTINO
               GO TO FILTRAR-PARTIDA-EXIT.

           IF BUSCA-IMPORTE-ENT NOT = 0
               AND BUSCA-IMPORTE-ENT NOT = SPS-IMPORTE-ENT
               GO TO FILTRAR-PARTIDA-EXIT.

           MOVE 1 TO PARTIDA-SW.

       FILTRAR-PARTIDA-EXIT.
           EXIT.

           *> Describe en pantalla el origen y el motivo de la
           *> partida.
       DESCRIBIR-PARTIDA.
           MOVE SPACES TO ORIGEN-TEXTO.
           MOVE SPACES TO MOTIVO-TEXTO.

           IF SPS-ORIGEN-TRANSFERENCIA
               MOVE "Transf." TO ORIGEN-TEXTO
               IF SPS-MOTIVO = "03"
                   MOVE "Cuenta destino cerrada" TO MOTIVO-TEXTO
               ELSE
                   MOVE "Tarjeta inexistente" TO MOTIVO-TEXTO
               END-IF
           END-IF.

           IF SPS-ORIGEN-NOMINA
               MOVE "Nomina" TO ORIGEN-TEXTO
               MOVE "Tarjeta no operativa" TO MOTIVO-TEXTO.

           IF SPS-ORIGEN-REEMBOLSO
               MOVE "Reemb." TO ORIGEN-TEXTO
               MOVE "Cuenta titular cerrada" TO MOTIVO-TEXTO.

       DESCRIBIR-PARTIDA-EXIT.
           EXIT.

           *> Entrada en el fichero de devoluciones del lote de
           *> origen, igual que la habria escrito el lote.
       ESCRIBIR-DEVOLUCION.
           IF SPS-ORIGEN-NOMINA
               GO TO ESCRIBIR-DEVOLUCION-NOMINA.

           OPEN EXTEND F-RECHAZOS.
           IF FSR = 35
               OPEN OUTPUT F-RECHAZOS
               CLOSE F-RECHAZOS
               OPEN EXTEND F-RECHAZOS
           END-IF.
           IF FSR NOT = 00
               GO TO PSYS-ERR.

           MOVE SPS-REMITENTE       TO RCH-BANCO-ORIGEN.
           MOVE SPS-TARJETA-DESTINO TO RCH-TARJETA-DESTINO.
           MOVE SPS-IMPORTE-ENT     TO RCH-IMPORTE-ENT.
           MOVE SPS-IMPORTE-DEC     TO RCH-IMPORTE-DEC.
           MOVE SPS-REFERENCIA      TO RCH-REFERENCIA.
           MOVE SPS-MOTIVO          TO RCH-MOTIVO.

           WRITE RECHAZO-REG.

           CLOSE F-RECHAZOS.

           GO TO ESCRIBIR-DEVOLUCION-EXIT.

       ESCRIBIR-DEVOLUCION-NOMINA.
           OPEN EXTEND F-DEVOLUCIONES.
           IF FSD = 35
               OPEN OUTPUT F-DEVOLUCIONES
               CLOSE F-DEVOLUCIONES
               OPEN EXTEND F-DEVOLUCIONES
           END-IF.
           IF FSD NOT = 00
               GO TO PSYS-ERR.

           MOVE SPS-REMITENTE       TO DEV-EMPLEADOR.
           MOVE SPS-TARJETA-DESTINO TO DEV-TARJETA.
           MOVE SPS-IMPORTE-ENT     TO DEV-IMPORTE-ENT.
           MOVE SPS-IMPORTE-DEC     TO DEV-IMPORTE-DEC.
           MOVE SPS-REFERENCIA      TO DEV-REFERENCIA.
           MOVE SPS-MOTIVO          TO DEV-MOTIVO.

           WRITE DEVOLUCION-REG.

           CLOSE F-DEVOLUCIONES.

       ESCRIBIR-DEVOLUCION-EXIT.
           EXIT.

           *> Cuenta de TARJETA-ACTUAL en CTA-ID-ACTUAL, dando de
           *> alta la fila si aun no existia.
       RESOLVER-CTA.
           OPEN I-O F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN I-O F-CUENTAS
           END-IF.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-ACTUAL TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE TARJETA-ACTUAL TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           END-READ.

           MOVE CTA-ID TO CTA-ID-ACTUAL.

           CLOSE F-CUENTAS.

       RESOLVER-CTA-EXIT.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-FIN.
           IF FSS <> 00
               GO TO PSYS-ERR.

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

       LEER-SALDO-FIN.
           EXIT.

           *> Escribe el movimiento de CENT-ABONO (con signo) para la
           *> tarjeta actual y deja saldos.ubd con el CENT-SALDO ya
           *> calculado, igual que hacen las pantallas.
       APLICAR-MOVIMIENTO.
           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               GO TO PSYS-ERR.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TARJETA-ACTUAL TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-SPS TO MOV-CONCEPTO.

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

           IF APUNTE-TRF-ENTRADA
               SET MOV-TIPO-TRF-ENTRADA TO TRUE
           ELSE
               IF APUNTE-NOMINA
                   SET MOV-TIPO-NOMINA TO TRUE
               ELSE
                   SET MOV-TIPO-DEVOLUCION TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-ACTUAL TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-ACTUAL    TO SALDO-CTA-ID.
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-SALDOS.

       APLICAR-MOVIMIENTO-EXIT.
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


       SIN-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay partidas pendientes en suspenso"
               AT LINE 9 COL 21.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PARTIDA-BAD.
           CLOSE F-SUSPENSOS.

       PARTIDA-BAD-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La partida indicada no esta pendiente" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       TARJETA-APLICAR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no existe o no esta operativa"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       DESTINO-CERRADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta de la tarjeta esta cerrada; no se puede"
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "abonar" AT LINE 10 COL 37
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       VIGILANCIA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El ordenante coincide con la lista de vigilancia"
               AT LINE 9 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "No se aplica; devuelvala o consulte a cumplimiento"
               AT LINE 11 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       EMPLEADOR-CERRADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta del empleador esta cerrada"
               AT LINE 9 COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "No se puede reembolsar la nomina" AT LINE 11
               COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       REEMBOLSO-DEVOLVER-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Un reembolso a cuenta cerrada no tiene remitente"
               AT LINE 9 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Apliquelo a otra tarjeta del titular" AT LINE 11
               COL 22.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       NIVEL-ACCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Aplicar o devolver exige nivel de supervisor"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

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
           CLOSE F-SUSPENSOS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SALDOS.
           CLOSE F-SECUENCIA.
           CLOSE F-CUENTAS.
           CLOSE F-MOVIDX.
           CLOSE F-RECHAZOS.
           CLOSE F-DEVOLUCIONES.

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
                   GO TO VOLVER-MENU
               ELSE
                   GO TO VOLVER-ENTER.

           GO TO VOLVER-MENU.

       VOLVER-ENTER-LISTA.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO VOLVER-ENTER-LISTA.

           GO TO LISTAR-PENDIENTES.

       VOLVER-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PMENU.

       FIN-PROGRAMA.
           STOP RUN.
