       IDENTIFICATION DIVISION.
       PROGRAM-ID. VENTANILLA.

           *> Puesto de caja de la oficina. El operador se identifica
           *> con operadores.ubd y trabaja contra su propia caja de
           *> ventanilla por denominaciones (cajaventanilla.ubd):
           *> ingresos y reintegros en efectivo y traspasos entre
           *> cuentas de la casa para un cliente identificado por su
           *> tarjeta o por su documento. Cada operacion deja su
           *> movimiento, indice, justificante y linea de auditoria
           *> como las pantallas del cajero, con el terminal del
           *> puesto en MOV-TERMINAL para que el cierre del dia la
           *> cuente en su sucursal. El turno se abre al entrar y se
           *> cierra con un arqueo ciego: el operador cuenta la caja
           *> sin ver el libro y el descuadre queda en turnos.ubd y
           *> en un movimiento de ajuste. Dotaciones y entregas se
           *> hacen contra la boveda de la sucursal (boveda.ubd) con
           *> la firma del responsable de la boveda.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-TERMINAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-CLAVE
           FILE STATUS IS FSY.

           SELECT F-TERMSUC ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TSU-TERMINAL
           FILE STATUS IS FSN.

           SELECT F-CAJAVENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CVE-CLAVE
           FILE STATUS IS FSC.

           SELECT F-TURNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUR-CLAVE
           FILE STATUS IS FSU.

           SELECT F-BOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOV-CLAVE
           FILE STATUS IS FSV.

           SELECT F-MOVBOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BMV-CLAVE
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSE.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSA.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

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

           SELECT F-JUSTIFICANTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-NUM
           FILE STATUS IS FSJ.


       DATA DIVISION.
       FILE SECTION.
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

       FD F-TERMINAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminal.ubd".
           COPY TERMINAL.

       FD F-TERMSUC
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "termsuc.ubd".
       01 TERMSUC-REG.
           02 TSU-TERMINAL            PIC   9(4).
           02 TSU-SUCURSAL            PIC   9(4).

       FD F-CAJAVENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajaventanilla.ubd".
           COPY CAJAVENT.

       FD F-TURNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "turnos.ubd".
           COPY TURNO.

       FD F-BOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "boveda.ubd".
           COPY BOVEDA.

       FD F-MOVBOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movboveda.ubd".
           COPY MOVBOVEDA.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

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
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

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

       FD F-JUSTIFICANTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justificantes.ubd".
           COPY JUSTIFICANTE.


       WORKING-STORAGE SECTION.
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

       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSJ                      PIC  X(2).

       77 CHOICE                   PIC 9(1).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 NIVEL-OPERADOR-ACTUAL    PIC  9(1).
           88 SUPERVISOR-CONECTADO VALUE 2.
       77 ID-OPERADOR-USUARIO      PIC  9(4).
       77 CLAVE-OPERADOR-USUARIO   PIC  9(6).
       77 AUD-FUNCION-ACTUAL       PIC X(12).
       77 AUD-OBJETO-ACTUAL        PIC 9(16).

           *> Puesto de ventanilla: su terminal (por defecto el 1,
           *> como las demas herramientas) y la sucursal de la que
           *> depende; sin fila en termsuc.ubd queda la sucursal 0.
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.
       77 SUCURSAL-ACTUAL          PIC  9(4) VALUE 0.

       77 FECHA-HOY-NUM            PIC  9(8).
       77 HORA-HOY-NUM             PIC  9(6).

           *> Turno abierto del operador en este puesto.
       01 CLAVE-TURNO-ACTUAL.
           05 TURNO-OPERADOR       PIC  9(4).
           05 TURNO-FECHA          PIC  9(8).
           05 TURNO-HORA           PIC  9(6).
       77 TURNO-ENCONTRADO-SW      PIC  9(1).
           88 TURNO-ENCONTRADO     VALUE 1.

           *> Operacion elegida en el menu: 1 ingreso, 2 reintegro,
           *> 3 traspaso.
       77 OPERACION-EN-CURSO       PIC  9(1).
           88 OPERACION-INGRESO    VALUE 1.
           88 OPERACION-REINTEGRO  VALUE 2.
           88 OPERACION-TRASPASO   VALUE 3.

           *> 1 dotacion desde la boveda, 2 entrega a la boveda.
       77 MOVIMIENTO-BOVEDA        PIC  9(1).
           88 BOVEDA-DOTACION      VALUE 1.
           88 BOVEDA-ENTREGA       VALUE 2.

           *> Firma del responsable de la boveda en dotaciones y
           *> entregas: otro operador, con su clave.
       77 ID-CUSTODIO-USUARIO      PIC  9(4).
       77 CLAVE-CUSTODIO-USUARIO   PIC  9(6).
       77 NUM-MOV-BOVEDA           PIC  9(5).

           *> Cliente de la operacion, por tarjeta o por documento.
       77 TARJETA-USUARIO          PIC  9(16).
       77 DOCUMENTO-USUARIO        PIC  X(12).
       77 TARJETA-OPERACION        PIC  9(16).
       77 TITULAR-OPERACION        PIC  X(35).
       77 CLIENTE-OPERACION        PIC  9(8).
       77 CTA-ID-OPERACION         PIC 9(16).

       77 TARJETA-DESTINO          PIC  9(16).
       77 TITULAR-DESTINO          PIC  X(35).
       77 CTA-ID-DESTINO           PIC 9(16).

       77 CTA-ID-ACTUAL            PIC 9(16).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.

       77 EURENT-USUARIO           PIC  9(7).
       77 EURDEC-USUARIO           PIC  9(2).
       77 CENT-IMPORTE             PIC S9(11).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-SALDO-ORIGEN        PIC S9(11).
       77 CENT-RETENIDO-PDTE       PIC S9(11).
       77 CENT-LIMITE-DESC         PIC S9(11).
       77 CENT-APUNTE              PIC S9(11).

           *> Datos del apunte que va a escribir ANOTAR-MOVIMIENTO.
       77 CONCEPTO-APUNTE          PIC X(35).
       77 TARJETA-APUNTE           PIC 9(16).
       77 TIPO-APUNTE              PIC 9(2).
       77 JUSTIFICANTE-SW          PIC 9(1).
           88 CON-JUSTIFICANTE     VALUE 1.

       77 LAST-MOV-NUM             PIC 9(35).

           *> Denominaciones de la caja, en centimos, en el orden en
           *> que se piden en pantalla.
       78 NUM-DENOMINACIONES       VALUE 14.
       01 TABLA-DENOMINACIONES.
           05 FILLER               PIC 9(5) VALUE 20000.
           05 FILLER               PIC 9(5) VALUE 10000.
           05 FILLER               PIC 9(5) VALUE 05000.
           05 FILLER               PIC 9(5) VALUE 02000.
           05 FILLER               PIC 9(5) VALUE 01000.
           05 FILLER               PIC 9(5) VALUE 00500.
           05 FILLER               PIC 9(5) VALUE 00200.
           05 FILLER               PIC 9(5) VALUE 00100.
           05 FILLER               PIC 9(5) VALUE 00050.
           05 FILLER               PIC 9(5) VALUE 00020.
           05 FILLER               PIC 9(5) VALUE 00010.
           05 FILLER               PIC 9(5) VALUE 00005.
           05 FILLER               PIC 9(5) VALUE 00002.
           05 FILLER               PIC 9(5) VALUE 00001.
       01 FILLER REDEFINES TABLA-DENOMINACIONES.
           05 DENOM-CENT           PIC 9(5) OCCURS 14 TIMES.

           *> Piezas tecleadas por denominacion (recibidas, pagadas,
           *> movidas con la boveda o contadas en el arqueo).
       01 PIEZAS-USUARIO.
           05 EUR200-USUARIO       PIC 9(5).
           05 EUR100-USUARIO       PIC 9(5).
           05 EUR50-USUARIO        PIC 9(5).
           05 EUR20-USUARIO        PIC 9(5).
           05 EUR10-USUARIO        PIC 9(5).
           05 EUR5-USUARIO         PIC 9(5).
           05 EUR2-USUARIO         PIC 9(5).
           05 EUR1-USUARIO         PIC 9(5).
           05 CT50-USUARIO         PIC 9(5).
           05 CT20-USUARIO         PIC 9(5).
           05 CT10-USUARIO         PIC 9(5).
           05 CT5-USUARIO          PIC 9(5).
           05 CT2-USUARIO          PIC 9(5).
           05 CT1-USUARIO          PIC 9(5).
       01 FILLER REDEFINES PIEZAS-USUARIO.
           05 PIEZAS               PIC 9(5) OCCURS 14 TIMES.

           *> Libro de la caja del operador por denominacion.
       01 TABLA-CAJA.
           05 CAJA-LIBRO           PIC 9(7) OCCURS 14 TIMES.

           *> Piezas aptas de la boveda de la sucursal.
       01 TABLA-BOVEDA.
           05 BOVEDA-APTAS         PIC 9(7) OCCURS 14 TIMES.

       77 IDX-DENOM                PIC 9(2).
       77 CENT-PIEZAS              PIC S9(11).
       77 CENT-LIBRO               PIC S9(11).
       77 CENT-DIFERENCIA          PIC S9(11).
       77 FALTAN-PIEZAS-SW         PIC 9(1).
           88 FALTAN-PIEZAS        VALUE 1.

           *> Sentido en que las piezas tecleadas mueven la caja:
           *> +1 entran, -1 salen.
       77 SIGNO-CAJA               PIC S9(1).

       77 IMPORTE-EDITADO          PIC -ZZZ,ZZZ,ZZ9.99.


       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 CLIENTE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 45
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 11 COL 45
               PIC X(12) USING DOCUMENTO-USUARIO.

       01 IMPORTE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(7) USING EURENT-USUARIO.
           05 FILLER LINE 12 COL 53 VALUE ",".
           05 FILLER LINE 12 COL 54
               PIC 9(2) USING EURDEC-USUARIO.

       01 DESTINO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(16) USING TARJETA-DESTINO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(7) USING EURENT-USUARIO.
           05 FILLER LINE 12 COL 53 VALUE ",".
           05 FILLER LINE 12 COL 54
               PIC 9(2) USING EURDEC-USUARIO.

       01 CUSTODIO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 20 COL 50
               PIC 9(4) USING ID-CUSTODIO-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 21 COL 50
               PIC 9(6) USING CLAVE-CUSTODIO-USUARIO.

       01 PIEZAS-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 30
               PIC 9(5) USING EUR200-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 30
               PIC 9(5) USING EUR100-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 30
               PIC 9(5) USING EUR50-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 30
               PIC 9(5) USING EUR20-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 30
               PIC 9(5) USING EUR10-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 30
               PIC 9(5) USING EUR5-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 30
               PIC 9(5) USING EUR2-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 65
               PIC 9(5) USING EUR1-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 65
               PIC 9(5) USING CT50-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 65
               PIC 9(5) USING CT20-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 65
               PIC 9(5) USING CT10-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 65
               PIC 9(5) USING CT5-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 65
               PIC 9(5) USING CT2-USUARIO.
           05 FILLER BLANK ZERO LINE 14 COL 65
               PIC 9(5) USING CT1-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Caja de ventanilla" AT LINE 2
               COL 25 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.


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

           MOVE OPE-ID    TO OPERADOR-ACTUAL.
           MOVE OPE-NIVEL TO NIVEL-OPERADOR-ACTUAL.

           PERFORM LEER-TERMINAL-ID THRU LEER-TERMINAL-ID-FIN.
           PERFORM LEER-SUCURSAL THRU LEER-SUCURSAL-EXIT.
           PERFORM ABRIR-TURNO THRU ABRIR-TURNO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


           *> Salir con ESC deja el turno abierto; solo el cierre con
           *> arqueo lo cierra.
       PMENU.
           DISPLAY "1 - Ingreso en efectivo" AT LINE 8 COL 15.
           DISPLAY "2 - Reintegro en efectivo" AT LINE 9 COL 15.
           DISPLAY "3 - Traspaso entre cuentas de la casa" AT LINE 10
               COL 15.
           DISPLAY "4 - Dotacion de caja desde la boveda" AT LINE 11
               COL 15.
           DISPLAY "5 - Entrega de efectivo a la boveda" AT LINE 12
               COL 15.
           DISPLAY "6 - Cierre de turno y arqueo" AT LINE 13 COL 15.
           DISPLAY "Operador:" AT LINE 18 COL 15.
           DISPLAY OPERADOR-ACTUAL AT LINE 18 COL 26.
           DISPLAY "Sucursal:" AT LINE 18 COL 35.
           DISPLAY SUCURSAL-ACTUAL AT LINE 18 COL 46.
           DISPLAY "Turno abierto a las" AT LINE 19 COL 15.
           DISPLAY TURNO-HORA(1:2) AT LINE 19 COL 35.
           DISPLAY ":" AT LINE 19 COL 37.
           DISPLAY TURNO-HORA(3:2) AT LINE 19 COL 38.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1 OR CHOICE = 2 OR CHOICE = 3
               MOVE CHOICE TO OPERACION-EN-CURSO
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO IDENTIFICAR-CLIENTE.

           IF CHOICE = 4
               SET BOVEDA-DOTACION TO TRUE
               GO TO MOVER-BOVEDA.

           IF CHOICE = 5
               SET BOVEDA-ENTREGA TO TRUE
               GO TO MOVER-BOVEDA.

           IF CHOICE = 6
               GO TO CIERRE-TURNO.

           GO TO PMENU-ACCEPT.


           *> Cliente de la operacion: por su tarjeta o, si no la
           *> trae, por su documento de identidad en el maestro de
           *> clientes (con la primera de sus tarjetas no anuladas).
       IDENTIFICAR-CLIENTE.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE DOCUMENTO-USUARIO.

           PERFORM PINTAR-OPERACION THRU PINTAR-OPERACION-EXIT.
           DISPLAY "Tarjeta del cliente:" AT LINE 9 COL 15.
           DISPLAY "o documento de identidad:" AT LINE 11 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CLIENTE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO IDENTIFICAR-CLIENTE.

           IF TARJETA-USUARIO = 0 AND DOCUMENTO-USUARIO = SPACES
               GO TO IDENTIFICAR-CLIENTE.

           IF TARJETA-USUARIO NOT = 0
               GO TO LEER-TARJETA-CLIENTE.

           MOVE FUNCTION UPPER-CASE(DOCUMENTO-USUARIO)
               TO DOCUMENTO-USUARIO.

           OPEN INPUT F-CLIENTES.
           IF FSE = 35
               CLOSE F-CLIENTES
               GO TO CLIENTE-NO-ENCONTRADO.
           IF FSE NOT = 00
               GO TO PSYS-ERR.

           *> Las bajas no operan; de un documento reutilizado vale
           *> la ficha que siga viva.
       BUSCAR-CLIENTE-DOC.
           READ F-CLIENTES NEXT RECORD
               AT END
                   CLOSE F-CLIENTES
                   GO TO CLIENTE-NO-ENCONTRADO.

           IF CLI-DOCUMENTO NOT = DOCUMENTO-USUARIO
               GO TO BUSCAR-CLIENTE-DOC.

           IF CLI-BAJA OR CLI-ANONIMIZADO
               GO TO BUSCAR-CLIENTE-DOC.

           IF NOT CLI-ACTIVO
               CLOSE F-CLIENTES
               GO TO CLIENTE-BLOQUEADO-ERR.

           MOVE CLI-ID TO CLIENTE-OPERACION.
           CLOSE F-CLIENTES.

           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               GO TO SIN-TARJETA-ERR.
           IF FST NOT = 00
               GO TO PSYS-ERR.

       BUSCAR-TARJETA-CLIENTE.
           READ TARJETAS NEXT RECORD
               AT END
                   CLOSE TARJETAS
                   GO TO SIN-TARJETA-ERR.

           IF TARJETA-CLIENTE NOT = CLIENTE-OPERACION
               GO TO BUSCAR-TARJETA-CLIENTE.

           IF TARJETA-ANULADA
               GO TO BUSCAR-TARJETA-CLIENTE.

           MOVE TNUM TO TARJETA-USUARIO.
           CLOSE TARJETAS.

           *> Una tarjeta anulada, de un fallecido o sancionada no
           *> opera en ventanilla; la inactiva y la restringida por
           *> diligencia debida admiten ingresos pero no cargos. El
           *> bloqueo por PIN o la retencion en cajero no impiden
           *> operar con el titular identificado en persona.
       LEER-TARJETA-CLIENTE.
           OPEN INPUT TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               GO TO TARJETA-NO-ENCONTRADA.
           IF FST NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO TARJETA-NO-ENCONTRADA.

           IF TARJETA-ANULADA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               CLOSE TARJETAS
               GO TO TARJETA-BLOQUEADA-ERR.

           IF NOT OPERACION-INGRESO
               AND (TARJETA-INACTIVA OR TARJETA-DILIGENCIA)
               CLOSE TARJETAS
               GO TO TARJETA-BLOQUEADA-ERR.

           MOVE TNUM    TO TARJETA-OPERACION.
           MOVE TITULAR TO TITULAR-OPERACION.
           CLOSE TARJETAS.

           *> Cuenta de la tarjeta por el selector comun; si mostro
           *> su pantalla se repinta la cabecera al volver.
           CALL "SELCTA" USING TARJETA-OPERACION CTA-ID-OPERACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           CALL "CTACERR" USING CTA-ID-OPERACION CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CTA-CERRADA-ERR.

           IF OPERACION-INGRESO
               GO TO INGRESO-PIEZAS.
           IF OPERACION-REINTEGRO
               GO TO REINTEGRO-IMPORTE.

           GO TO TRASPASO-DESTINO.


           *> Ingreso: el operador teclea las piezas recibidas y el
           *> importe es su suma, que entra en la caja del operador.
       INGRESO-PIEZAS.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso en efectivo - piezas recibidas" AT LINE 6
               COL 21.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           DISPLAY "Titular:" AT LINE 17 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 17 COL 30.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       INGRESO-PIEZAS-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO INGRESO-PIEZAS-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.
           IF CENT-PIEZAS = 0
               GO TO INGRESO-PIEZAS-ACCEPT.

           MOVE CENT-PIEZAS TO CENT-IMPORTE.
           PERFORM PINTAR-CONFIRMACION THRU PINTAR-CONFIRMACION-EXIT.

       INGRESO-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO INGRESO-CONFIRMAR.

           MOVE CENT-IMPORTE            TO CENT-APUNTE.
           MOVE "Ingreso en ventanilla" TO CONCEPTO-APUNTE.
           MOVE TARJETA-OPERACION       TO TARJETA-APUNTE.
           MOVE CTA-ID-OPERACION        TO CTA-ID-ACTUAL.
           MOVE 1                       TO TIPO-APUNTE.
           MOVE 1                       TO JUSTIFICANTE-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.

           PERFORM CARGAR-CAJA THRU CARGAR-CAJA-EXIT.
           MOVE 1 TO SIGNO-CAJA.
           PERFORM APLICAR-PIEZAS THRU APLICAR-PIEZAS-EXIT.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-EXIT.

           PERFORM LEER-TURNO THRU LEER-TURNO-EXIT.
           ADD CENT-IMPORTE TO TUR-INGRESOS-CENT.
           ADD 1 TO TUR-OPERACIONES.
           PERFORM GRABAR-TURNO THRU GRABAR-TURNO-EXIT.

           MOVE "VENT-INGRESO" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-OPERACION TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ingreso anotado correctamente" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           GO TO OPERACION-OK.


           *> Reintegro: primero el importe, contra el disponible de
           *> la cuenta (saldo menos lo retenido mas el descubierto
           *> autorizado), y despues las piezas que se entregan, que
           *> deben sumar el importe y estar en la caja.
       REINTEGRO-IMPORTE.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.

           PERFORM PINTAR-OPERACION THRU PINTAR-OPERACION-EXIT.
           DISPLAY "Titular:" AT LINE 9 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 9 COL 30.
           DISPLAY "Importe a pagar:" AT LINE 12 COL 15.
           DISPLAY "EUR" AT LINE 12 COL 57.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT IMPORTE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REINTEGRO-IMPORTE.

           COMPUTE CENT-IMPORTE = (EURENT-USUARIO * 100)
                                  + EURDEC-USUARIO.
           IF CENT-IMPORTE = 0
               GO TO REINTEGRO-IMPORTE.

           PERFORM COMPROBAR-DISPONIBLE THRU COMPROBAR-DISPONIBLE-EXIT.

       REINTEGRO-PIEZAS.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reintegro en efectivo - piezas entregadas"
               AT LINE 6 COL 20.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Importe a pagar:" AT LINE 17 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 17 COL 32.
           DISPLAY "EUR" AT LINE 17 COL 48.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       REINTEGRO-PIEZAS-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REINTEGRO-PIEZAS-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.
           IF CENT-PIEZAS NOT = CENT-IMPORTE
               GO TO PIEZAS-NO-CUADRAN-ERR.

           PERFORM CARGAR-CAJA THRU CARGAR-CAJA-EXIT.
           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-EXIT.
           IF FALTAN-PIEZAS
               GO TO CAJA-INSUFICIENTE-ERR.

           PERFORM PINTAR-CONFIRMACION THRU PINTAR-CONFIRMACION-EXIT.

       REINTEGRO-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REINTEGRO-CONFIRMAR.

           COMPUTE CENT-APUNTE = 0 - CENT-IMPORTE.
           MOVE "Reintegro en ventanilla" TO CONCEPTO-APUNTE.
           MOVE TARJETA-OPERACION         TO TARJETA-APUNTE.
           MOVE CTA-ID-OPERACION          TO CTA-ID-ACTUAL.
           MOVE 2                         TO TIPO-APUNTE.
           MOVE 1                         TO JUSTIFICANTE-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.

           MOVE -1 TO SIGNO-CAJA.
           PERFORM APLICAR-PIEZAS THRU APLICAR-PIEZAS-EXIT.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-EXIT.

           PERFORM LEER-TURNO THRU LEER-TURNO-EXIT.
           ADD CENT-IMPORTE TO TUR-PAGOS-CENT.
           ADD 1 TO TUR-OPERACIONES.
           PERFORM GRABAR-TURNO THRU GRABAR-TURNO-EXIT.

           MOVE "VENT-REINTEG" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-OPERACION TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reintegro anotado correctamente" AT LINE 9
               COL 24 WITH FOREGROUND-COLOR IS GREEN.
           GO TO OPERACION-OK.


           *> Traspaso a otra cuenta de la casa, identificada por su
           *> tarjeta. No mueve efectivo: solo cuenta como operacion
           *> del turno.
       TRASPASO-DESTINO.
           INITIALIZE TARJETA-DESTINO.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.

           PERFORM PINTAR-OPERACION THRU PINTAR-OPERACION-EXIT.
           DISPLAY "Titular origen:" AT LINE 8 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 8 COL 32.
           DISPLAY "Tarjeta destino:" AT LINE 10 COL 15.
           DISPLAY "Importe:" AT LINE 12 COL 15.
           DISPLAY "EUR" AT LINE 12 COL 57.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT DESTINO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO TRASPASO-DESTINO.

           COMPUTE CENT-IMPORTE = (EURENT-USUARIO * 100)
                                  + EURDEC-USUARIO.
           IF TARJETA-DESTINO = 0 OR CENT-IMPORTE = 0
               GO TO TRASPASO-DESTINO.

           OPEN INPUT TARJETAS.
           IF FST NOT = 00
               GO TO PSYS-ERR.

           MOVE TARJETA-DESTINO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO DESTINO-NO-ENCONTRADO.

           IF TARJETA-ANULADA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               CLOSE TARJETAS
               GO TO DESTINO-BLOQUEADO-ERR.

           MOVE TITULAR TO TITULAR-DESTINO.
           CLOSE TARJETAS.

           PERFORM RESOLVER-CTA-DESTINO THRU RESOLVER-CTA-DESTINO-EXIT.

           CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CTA-CERRADA-ERR.

           IF CTA-ID-DESTINO = CTA-ID-OPERACION
               GO TO MISMA-CUENTA-ERR.

           PERFORM COMPROBAR-DISPONIBLE THRU COMPROBAR-DISPONIBLE-EXIT.

           PERFORM PINTAR-CONFIRMACION THRU PINTAR-CONFIRMACION-EXIT.
           DISPLAY "Tarjeta destino:" AT LINE 15 COL 15.
           DISPLAY TARJETA-DESTINO AT LINE 15 COL 32.
           DISPLAY "Titular destino:" AT LINE 16 COL 15.
           DISPLAY TITULAR-DESTINO AT LINE 16 COL 32.

       TRASPASO-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO TRASPASO-CONFIRMAR.

           COMPUTE CENT-APUNTE = 0 - CENT-IMPORTE.
           MOVE "Traspaso en ventanilla" TO CONCEPTO-APUNTE.
           MOVE TARJETA-OPERACION        TO TARJETA-APUNTE.
           MOVE CTA-ID-OPERACION         TO CTA-ID-ACTUAL.
           MOVE 3                        TO TIPO-APUNTE.
           MOVE 1                        TO JUSTIFICANTE-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.
           MOVE CENT-SALDO TO CENT-SALDO-ORIGEN.

           MOVE CENT-IMPORTE             TO CENT-APUNTE.
           MOVE "Traspaso en ventanilla" TO CONCEPTO-APUNTE.
           MOVE TARJETA-DESTINO          TO TARJETA-APUNTE.
           MOVE CTA-ID-DESTINO           TO CTA-ID-ACTUAL.
           MOVE 4                        TO TIPO-APUNTE.
           MOVE 0                        TO JUSTIFICANTE-SW.
           PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.
           MOVE CENT-SALDO-ORIGEN TO CENT-SALDO.

           PERFORM LEER-TURNO THRU LEER-TURNO-EXIT.
           ADD 1 TO TUR-OPERACIONES.
           PERFORM GRABAR-TURNO THRU GRABAR-TURNO-EXIT.

           MOVE "VENT-TRASPAS" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-OPERACION TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso anotado correctamente" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           GO TO OPERACION-OK.

       OPERACION-OK.
           COMPUTE IMPORTE-EDITADO = CENT-SALDO / 100.
           DISPLAY "Saldo de la cuenta:" AT LINE 11 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 36.
           DISPLAY "EUR" AT LINE 11 COL 52.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Efectivo entre la boveda de la oficina y la caja del
           *> operador. No es operacion de cliente: no deja
           *> movimiento, solo el turno, el libro de la boveda con la
           *> firma de su responsable y la auditoria.
       MOVER-BOVEDA.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF BOVEDA-DOTACION
               DISPLAY "Dotacion de caja desde la boveda" AT LINE 6
                   COL 24
           ELSE
               DISPLAY "Entrega de efectivo a la boveda" AT LINE 6
                   COL 24.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       MOVER-BOVEDA-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO MOVER-BOVEDA-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.
           IF CENT-PIEZAS = 0
               GO TO MOVER-BOVEDA-ACCEPT.

           PERFORM CARGAR-CAJA THRU CARGAR-CAJA-EXIT.

           MOVE 1 TO SIGNO-CAJA.
           IF BOVEDA-ENTREGA
               MOVE -1 TO SIGNO-CAJA
               PERFORM COMPROBAR-EXISTENCIAS
                   THRU COMPROBAR-EXISTENCIAS-EXIT
               IF FALTAN-PIEZAS
                   GO TO CAJA-INSUFICIENTE-ERR.

           IF BOVEDA-DOTACION
               PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT
               PERFORM COMPROBAR-BOVEDA THRU COMPROBAR-BOVEDA-EXIT
               IF FALTAN-PIEZAS
                   GO TO BOVEDA-INSUFICIENTE-ERR.

           COMPUTE IMPORTE-EDITADO = CENT-PIEZAS / 100.
           DISPLAY "Total:" AT LINE 17 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 17 COL 32.
           DISPLAY "EUR" AT LINE 17 COL 48.
           DISPLAY "Firma del responsable de la boveda" AT LINE 19
               COL 15.
           DISPLAY "Operador:" AT LINE 20 COL 15.
           DISPLAY "Clave:" AT LINE 21 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       MOVER-BOVEDA-CONFIRMAR.
           INITIALIZE ID-CUSTODIO-USUARIO.
           INITIALIZE CLAVE-CUSTODIO-USUARIO.

           ACCEPT CUSTODIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO MOVER-BOVEDA-CONFIRMAR.

           IF ID-CUSTODIO-USUARIO = OPERADOR-ACTUAL
               GO TO CUSTODIO-ERR.

           OPEN INPUT F-OPERADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.
           MOVE ID-CUSTODIO-USUARIO TO OPE-ID.
           READ F-OPERADORES INVALID KEY
               CLOSE F-OPERADORES
               GO TO CUSTODIO-ERR.
           CLOSE F-OPERADORES.
           IF OPE-CLAVE NOT = CLAVE-CUSTODIO-USUARIO
               GO TO CUSTODIO-ERR.

           *> La boveda se vuelve a leer: otro puesto puede haberla
           *> movido mientras se tecleaba.
           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           IF BOVEDA-DOTACION
               PERFORM COMPROBAR-BOVEDA THRU COMPROBAR-BOVEDA-EXIT
               IF FALTAN-PIEZAS
                   GO TO BOVEDA-INSUFICIENTE-ERR.
           PERFORM APLICAR-BOVEDA THRU APLICAR-BOVEDA-EXIT.
           PERFORM GUARDAR-BOVEDA THRU GUARDAR-BOVEDA-EXIT.
           PERFORM ANOTAR-BOVEDA THRU ANOTAR-BOVEDA-EXIT.

           PERFORM APLICAR-PIEZAS THRU APLICAR-PIEZAS-EXIT.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-EXIT.

           PERFORM LEER-TURNO THRU LEER-TURNO-EXIT.
           IF BOVEDA-DOTACION
               ADD CENT-PIEZAS TO TUR-DOTACION-CENT
               MOVE "VENT-DOTAC" TO AUD-FUNCION-ACTUAL
           ELSE
               ADD CENT-PIEZAS TO TUR-ENTREGA-CENT
               MOVE "VENT-ENTREGA" TO AUD-FUNCION-ACTUAL.
           PERFORM GRABAR-TURNO THRU GRABAR-TURNO-EXIT.

           MOVE CENT-PIEZAS TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Caja actualizada correctamente" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Cierre del turno con arqueo ciego: el operador cuenta
           *> su caja sin ver lo que dice el libro. Lo contado pasa a
           *> ser la caja; la diferencia con el libro queda en el
           *> turno y, si la hay, en un movimiento de ajuste de la
           *> posicion propia del banco.
       CIERRE-TURNO.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cierre de turno - arqueo de la caja" AT LINE 6
               COL 23.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           DISPLAY "Cuente la caja e indique las piezas de cada"
               AT LINE 17 COL 15.
           DISPLAY "denominacion" AT LINE 18 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       CIERRE-TURNO-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CIERRE-TURNO-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.

           COMPUTE IMPORTE-EDITADO = CENT-PIEZAS / 100.
           DISPLAY "Total contado:" AT LINE 20 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 20 COL 32.
           DISPLAY "EUR" AT LINE 20 COL 48.
           DISPLAY "Se cerrara el turno con este arqueo" AT LINE 21
               COL 15 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       CIERRE-TURNO-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CIERRE-TURNO-CONFIRMAR.

           PERFORM CARGAR-CAJA THRU CARGAR-CAJA-EXIT.
           COMPUTE CENT-DIFERENCIA = CENT-PIEZAS - CENT-LIBRO.

           IF CENT-DIFERENCIA NOT = 0
               MOVE CENT-DIFERENCIA             TO CENT-APUNTE
               MOVE "Descuadre caja ventanilla" TO CONCEPTO-APUNTE
               MOVE 0                           TO TARJETA-APUNTE
               MOVE 0                           TO CTA-ID-ACTUAL
               MOVE 13                          TO TIPO-APUNTE
               MOVE 0                           TO JUSTIFICANTE-SW
               PERFORM ANOTAR-MOVIMIENTO THRU ANOTAR-MOVIMIENTO-EXIT.

           INITIALIZE TABLA-CAJA.
           MOVE 1 TO SIGNO-CAJA.
           PERFORM APLICAR-PIEZAS THRU APLICAR-PIEZAS-EXIT.
           PERFORM GUARDAR-CAJA THRU GUARDAR-CAJA-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM LEER-TURNO THRU LEER-TURNO-EXIT.
           COMPUTE TUR-FECHA-CIERRE = (ANO * 10000) + (MES * 100)
                                      + DIA.
           COMPUTE TUR-HORA-CIERRE = (HORAS * 10000) + (MINUTOS * 100)
                                     + SEGUNDOS.
           MOVE CENT-LIBRO      TO TUR-LIBRO-CENT.
           MOVE CENT-PIEZAS     TO TUR-CONTADO-CENT.
           MOVE CENT-DIFERENCIA TO TUR-DIFERENCIA-CENT.
           SET TUR-CERRADO      TO TRUE.
           REWRITE TURNO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE "VENT-ARQUEO" TO AUD-FUNCION-ACTUAL.
           MOVE CENT-PIEZAS TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cierre de turno" AT LINE 6 COL 33.
           DISPLAY "Caja al abrir:" AT LINE 8 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-APERTURA-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 8 COL 40.
           DISPLAY "Dotaciones de la boveda:" AT LINE 9 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-DOTACION-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 9 COL 40.
           DISPLAY "Entregas a la boveda:" AT LINE 10 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-ENTREGA-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 10 COL 40.
           DISPLAY "Ingresos de clientes:" AT LINE 11 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-INGRESOS-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 40.
           DISPLAY "Pagos a clientes:" AT LINE 12 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-PAGOS-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 40.
           DISPLAY "Operaciones del turno:" AT LINE 13 COL 15.
           DISPLAY TUR-OPERACIONES AT LINE 13 COL 51.
           DISPLAY "Segun libro:" AT LINE 15 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-LIBRO-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 15 COL 40.
           DISPLAY "Contado:" AT LINE 16 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-CONTADO-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 16 COL 40.
           DISPLAY "Diferencia:" AT LINE 17 COL 15.
           COMPUTE IMPORTE-EDITADO = TUR-DIFERENCIA-CENT / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 17 COL 40.

           CLOSE F-TURNOS.

           IF CENT-DIFERENCIA > 0
               DISPLAY "Sobrante en caja" AT LINE 19 COL 32
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW.
           IF CENT-DIFERENCIA < 0
               DISPLAY "Faltante en caja" AT LINE 19 COL 32
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED.
           IF CENT-DIFERENCIA = 0
               DISPLAY "Caja cuadrada" AT LINE 19 COL 33
                   WITH FOREGROUND-COLOR IS GREEN.

           DISPLAY "Enter - Salir" AT LINE 24 COL 34.

       CIERRE-TURNO-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO CIERRE-TURNO-ENTER.

           GO TO FIN-PROGRAMA.


       PINTAR-OPERACION.
           IF OPERACION-INGRESO
               DISPLAY "Ingreso en efectivo" AT LINE 6 COL 31.
           IF OPERACION-REINTEGRO
               DISPLAY "Reintegro en efectivo" AT LINE 6 COL 30.
           IF OPERACION-TRASPASO
               DISPLAY "Traspaso entre cuentas de la casa" AT LINE 6
                   COL 24.

       PINTAR-OPERACION-EXIT.
           EXIT.

       PINTAR-PIEZAS.
           DISPLAY "Billetes 200:" AT LINE 8 COL 15.
           DISPLAY "Billetes 100:" AT LINE 9 COL 15.
           DISPLAY "Billetes  50:" AT LINE 10 COL 15.
           DISPLAY "Billetes  20:" AT LINE 11 COL 15.
           DISPLAY "Billetes  10:" AT LINE 12 COL 15.
           DISPLAY "Billetes   5:" AT LINE 13 COL 15.
           DISPLAY "Monedas 2 EUR:" AT LINE 14 COL 15.
           DISPLAY "Monedas 1 EUR:" AT LINE 8 COL 48.
           DISPLAY "Monedas 50 cent:" AT LINE 9 COL 48.
           DISPLAY "Monedas 20 cent:" AT LINE 10 COL 48.
           DISPLAY "Monedas 10 cent:" AT LINE 11 COL 48.
           DISPLAY "Monedas 5 cent:" AT LINE 12 COL 48.
           DISPLAY "Monedas 2 cent:" AT LINE 13 COL 48.
           DISPLAY "Monedas 1 cent:" AT LINE 14 COL 48.

       PINTAR-PIEZAS-EXIT.
           EXIT.

       PINTAR-CONFIRMACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM PINTAR-OPERACION THRU PINTAR-OPERACION-EXIT.
           DISPLAY "Tarjeta:" AT LINE 9 COL 15.
           DISPLAY TARJETA-OPERACION AT LINE 9 COL 32.
           DISPLAY "Titular:" AT LINE 10 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 10 COL 32.
           DISPLAY "Cuenta:" AT LINE 11 COL 15.
           DISPLAY CTA-ID-OPERACION AT LINE 11 COL 32.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Importe:" AT LINE 13 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 13 COL 32.
           DISPLAY "EUR" AT LINE 13 COL 48.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       PINTAR-CONFIRMACION-EXIT.
           EXIT.

       SUMAR-PIEZAS.
           MOVE 0 TO CENT-PIEZAS.
           MOVE 1 TO IDX-DENOM.

       SUMAR-PIEZAS-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO SUMAR-PIEZAS-EXIT.

           COMPUTE CENT-PIEZAS = CENT-PIEZAS
               + (PIEZAS(IDX-DENOM) * DENOM-CENT(IDX-DENOM)).

           ADD 1 TO IDX-DENOM.
           GO TO SUMAR-PIEZAS-BUCLE.

       SUMAR-PIEZAS-EXIT.
           EXIT.

           *> Carga en TABLA-CAJA la caja del operador y deja en
           *> CENT-LIBRO su total; sin fichero la caja esta vacia.
       CARGAR-CAJA.
           INITIALIZE TABLA-CAJA.
           MOVE 0 TO CENT-LIBRO.

           OPEN INPUT F-CAJAVENT.
           IF FSC = 35
               CLOSE F-CAJAVENT
               GO TO CARGAR-CAJA-EXIT.
           IF FSC NOT = 00
               GO TO PSYS-ERR.

           MOVE 1 TO IDX-DENOM.

       CARGAR-CAJA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO CARGAR-CAJA-CIERRE.

           MOVE OPERADOR-ACTUAL       TO CVE-OPERADOR.
           MOVE DENOM-CENT(IDX-DENOM) TO CVE-DENOM-CENT.
           READ F-CAJAVENT
               INVALID KEY
                   MOVE 0 TO CVE-CANTIDAD
           END-READ.

           MOVE CVE-CANTIDAD TO CAJA-LIBRO(IDX-DENOM).
           COMPUTE CENT-LIBRO = CENT-LIBRO
               + (CVE-CANTIDAD * DENOM-CENT(IDX-DENOM)).

           ADD 1 TO IDX-DENOM.
           GO TO CARGAR-CAJA-BUCLE.

       CARGAR-CAJA-CIERRE.
           CLOSE F-CAJAVENT.

       CARGAR-CAJA-EXIT.
           EXIT.

       GUARDAR-CAJA.
           OPEN I-O F-CAJAVENT.
           IF FSC = 35
               OPEN OUTPUT F-CAJAVENT
               CLOSE F-CAJAVENT
               OPEN I-O F-CAJAVENT
           END-IF.
           IF FSC <> 00
               GO TO PSYS-ERR.

           MOVE 1 TO IDX-DENOM.

       GUARDAR-CAJA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO GUARDAR-CAJA-CIERRE.

           MOVE OPERADOR-ACTUAL        TO CVE-OPERADOR.
           MOVE DENOM-CENT(IDX-DENOM)  TO CVE-DENOM-CENT.
           MOVE CAJA-LIBRO(IDX-DENOM)  TO CVE-CANTIDAD.

           REWRITE CAJAVENT-REG
               INVALID KEY WRITE CAJAVENT-REG
                   INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           ADD 1 TO IDX-DENOM.
           GO TO GUARDAR-CAJA-BUCLE.

       GUARDAR-CAJA-CIERRE.
           CLOSE F-CAJAVENT.

       GUARDAR-CAJA-EXIT.
           EXIT.

           *> Suma (SIGNO-CAJA +1) o resta (-1) las piezas tecleadas
           *> a la caja cargada en TABLA-CAJA.
       APLICAR-PIEZAS.
           MOVE 1 TO IDX-DENOM.

       APLICAR-PIEZAS-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO APLICAR-PIEZAS-EXIT.

           COMPUTE CAJA-LIBRO(IDX-DENOM) = CAJA-LIBRO(IDX-DENOM)
               + (SIGNO-CAJA * PIEZAS(IDX-DENOM)).

           ADD 1 TO IDX-DENOM.
           GO TO APLICAR-PIEZAS-BUCLE.

       APLICAR-PIEZAS-EXIT.
           EXIT.

       COMPROBAR-EXISTENCIAS.
           MOVE 0 TO FALTAN-PIEZAS-SW.
           MOVE 1 TO IDX-DENOM.

       COMPROBAR-EXISTENCIAS-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO COMPROBAR-EXISTENCIAS-EXIT.

           IF PIEZAS(IDX-DENOM) > CAJA-LIBRO(IDX-DENOM)
               MOVE 1 TO FALTAN-PIEZAS-SW.

           ADD 1 TO IDX-DENOM.
           GO TO COMPROBAR-EXISTENCIAS-BUCLE.

       COMPROBAR-EXISTENCIAS-EXIT.
           EXIT.

           *> Carga en TABLA-BOVEDA las piezas aptas de la boveda de
           *> la sucursal; sin fichero la boveda esta vacia.
       CARGAR-BOVEDA.
           INITIALIZE TABLA-BOVEDA.

           OPEN INPUT F-BOVEDA.
           IF FSV = 35
               CLOSE F-BOVEDA
               GO TO CARGAR-BOVEDA-EXIT.
           IF FSV NOT = 00
               GO TO PSYS-ERR.

           MOVE 1 TO IDX-DENOM.

       CARGAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO CARGAR-BOVEDA-CIERRE.

           MOVE SUCURSAL-ACTUAL       TO BOV-SUCURSAL.
           MOVE DENOM-CENT(IDX-DENOM) TO BOV-DENOM-CENT.
           READ F-BOVEDA
               INVALID KEY
                   MOVE 0 TO BOV-CANTIDAD
           END-READ.

           MOVE BOV-CANTIDAD TO BOVEDA-APTAS(IDX-DENOM).

           ADD 1 TO IDX-DENOM.
           GO TO CARGAR-BOVEDA-BUCLE.

       CARGAR-BOVEDA-CIERRE.
           CLOSE F-BOVEDA.

       CARGAR-BOVEDA-EXIT.
           EXIT.

           *> La dotacion no puede sacar de la boveda mas piezas
           *> aptas de las que tiene.
       COMPROBAR-BOVEDA.
           MOVE 0 TO FALTAN-PIEZAS-SW.
           MOVE 1 TO IDX-DENOM.

       COMPROBAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO COMPROBAR-BOVEDA-EXIT.

           IF PIEZAS(IDX-DENOM) > BOVEDA-APTAS(IDX-DENOM)
               MOVE 1 TO FALTAN-PIEZAS-SW.

           ADD 1 TO IDX-DENOM.
           GO TO COMPROBAR-BOVEDA-BUCLE.

       COMPROBAR-BOVEDA-EXIT.
           EXIT.

           *> La dotacion saca de la boveda lo que entra en la caja y
           *> la entrega al reves.
       APLICAR-BOVEDA.
           MOVE 1 TO IDX-DENOM.

       APLICAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO APLICAR-BOVEDA-EXIT.

           IF BOVEDA-DOTACION
               SUBTRACT PIEZAS(IDX-DENOM) FROM BOVEDA-APTAS(IDX-DENOM)
           ELSE
               ADD PIEZAS(IDX-DENOM) TO BOVEDA-APTAS(IDX-DENOM).

           ADD 1 TO IDX-DENOM.
           GO TO APLICAR-BOVEDA-BUCLE.

       APLICAR-BOVEDA-EXIT.
           EXIT.

           *> Solo cambian las aptas: las no aptas de la fila se
           *> conservan.
       GUARDAR-BOVEDA.
           OPEN I-O F-BOVEDA.
           IF FSV = 35
               OPEN OUTPUT F-BOVEDA
               CLOSE F-BOVEDA
               OPEN I-O F-BOVEDA
           END-IF.
           IF FSV <> 00
               GO TO PSYS-ERR.

           MOVE 1 TO IDX-DENOM.

       GUARDAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO GUARDAR-BOVEDA-CIERRE.

           MOVE SUCURSAL-ACTUAL       TO BOV-SUCURSAL.
           MOVE DENOM-CENT(IDX-DENOM) TO BOV-DENOM-CENT.
           READ F-BOVEDA
               INVALID KEY
                   MOVE 0 TO BOV-NO-APTOS
           END-READ.
           MOVE BOVEDA-APTAS(IDX-DENOM) TO BOV-CANTIDAD.

           REWRITE BOVEDA-REG
               INVALID KEY WRITE BOVEDA-REG
                   INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           ADD 1 TO IDX-DENOM.
           GO TO GUARDAR-BOVEDA-BUCLE.

       GUARDAR-BOVEDA-CIERRE.
           CLOSE F-BOVEDA.

       GUARDAR-BOVEDA-EXIT.
           EXIT.

           *> Una linea del libro de la boveda por denominacion
           *> movida, firmada por el responsable de la boveda con el
           *> cajero de ventanilla como contraparte.
       ANOTAR-BOVEDA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY-NUM = (HORAS * 10000) + (MINUTOS * 100)
                                  + SEGUNDOS.
           MOVE 0 TO NUM-MOV-BOVEDA.

           OPEN I-O F-MOVBOVEDA.
           IF FSL = 35
               OPEN OUTPUT F-MOVBOVEDA
               CLOSE F-MOVBOVEDA
               OPEN I-O F-MOVBOVEDA
           END-IF.
           IF FSL <> 00
               GO TO PSYS-ERR.

           MOVE SUCURSAL-ACTUAL TO BMV-SUCURSAL.
           MOVE FECHA-HOY-NUM   TO BMV-FECHA.
           MOVE 0               TO BMV-NUM.
           MOVE 0               TO BMV-DENOM-CENT.
           START F-MOVBOVEDA KEY IS NOT LESS THAN BMV-CLAVE
               INVALID KEY GO TO ANOTAR-BOVEDA-NUMERO.

       ANOTAR-BOVEDA-ULTIMO.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO ANOTAR-BOVEDA-NUMERO.

           IF BMV-SUCURSAL NOT = SUCURSAL-ACTUAL
               OR BMV-FECHA NOT = FECHA-HOY-NUM
               GO TO ANOTAR-BOVEDA-NUMERO.

           MOVE BMV-NUM TO NUM-MOV-BOVEDA.
           GO TO ANOTAR-BOVEDA-ULTIMO.

       ANOTAR-BOVEDA-NUMERO.
           ADD 1 TO NUM-MOV-BOVEDA.
           MOVE 1 TO IDX-DENOM.

       ANOTAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO ANOTAR-BOVEDA-CIERRE.

           IF PIEZAS(IDX-DENOM) = 0
               ADD 1 TO IDX-DENOM
               GO TO ANOTAR-BOVEDA-BUCLE.

           INITIALIZE MOVBOVEDA-REG.
           MOVE SUCURSAL-ACTUAL       TO BMV-SUCURSAL.
           MOVE FECHA-HOY-NUM         TO BMV-FECHA.
           MOVE NUM-MOV-BOVEDA        TO BMV-NUM.
           MOVE DENOM-CENT(IDX-DENOM) TO BMV-DENOM-CENT.
           MOVE HORA-HOY-NUM          TO BMV-HORA.
           IF BOVEDA-DOTACION
               SET BMV-DOTACION TO TRUE
           ELSE
               SET BMV-ENTREGA TO TRUE.
           MOVE ID-CUSTODIO-USUARIO   TO BMV-OPERADOR.
           MOVE OPERADOR-ACTUAL       TO BMV-CONTRAPARTE.
           MOVE TERMINAL-ACTUAL       TO BMV-TERMINAL.
           MOVE PIEZAS(IDX-DENOM)     TO BMV-PIEZAS.

           WRITE MOVBOVEDA-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO IDX-DENOM.
           GO TO ANOTAR-BOVEDA-BUCLE.

       ANOTAR-BOVEDA-CIERRE.
           CLOSE F-MOVBOVEDA.

       ANOTAR-BOVEDA-EXIT.
           EXIT.

           *> Un cargo no puede superar el disponible de la cuenta
           *> origen: saldo, menos lo retenido, mas el descubierto.
       COMPROBAR-DISPONIBLE.
           MOVE CTA-ID-OPERACION TO CTA-ID-ACTUAL.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-FIN.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           IF CENT-IMPORTE > CENT-SALDO - CENT-RETENIDO-PDTE
                             + CENT-LIMITE-DESC
               GO TO SALDO-ERR.

       COMPROBAR-DISPONIBLE-EXIT.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-EXIT.
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

       LEER-SALDO-EXIT.
           EXIT.

       SUMAR-RETENIDO.
           MOVE 0 TO CENT-RETENIDO-PDTE.

           OPEN INPUT F-RETENCIONES.
           IF FSB = 35
               CLOSE F-RETENCIONES
               GO TO SUMAR-RETENIDO-FIN.
           IF FSB <> 00
               GO TO PSYS-ERR.

       SUMAR-RETENIDO-BUCLE.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO SUMAR-RETENIDO-CIERRE.

           IF RET-CTA-ID NOT = CTA-ID-OPERACION
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
               GO TO PSYS-ERR.

           MOVE CTA-ID-OPERACION TO DSC-CTA-ID.
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

       RESOLVER-CTA-DESTINO.
           OPEN I-O F-CUENTAS.
           IF FSA = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN I-O F-CUENTAS
           END-IF.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-DESTINO TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE TARJETA-DESTINO TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           END-READ.

           MOVE CTA-ID TO CTA-ID-DESTINO.

           CLOSE F-CUENTAS.

       RESOLVER-CTA-DESTINO-EXIT.
           EXIT.


           *> Escribe el apunte preparado en CENT-APUNTE, TIPO-APUNTE,
           *> CONCEPTO-APUNTE, TARJETA-APUNTE y CTA-ID-ACTUAL (cero
           *> para los ajustes de caja, que no tocan ninguna cuenta),
           *> con su indice, su justificante si se pide y el saldo
           *> resultante, que queda en CENT-SALDO.
       ANOTAR-MOVIMIENTO.
           MOVE 0 TO CENT-SALDO.
           IF CTA-ID-ACTUAL NOT = 0
               PERFORM LEER-SALDO THRU LEER-SALDO-EXIT
               ADD CENT-APUNTE TO CENT-SALDO.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               GO TO PSYS-ERR.

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

           MOVE TIPO-APUNTE     TO MOV-TIPO.
           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-ACTUAL   TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           IF CON-JUSTIFICANTE
               PERFORM ESCRIBIR-JUSTIFICANTE
                   THRU ESCRIBIR-JUSTIFICANTE-EXIT.

           CLOSE F-MOVIMIENTOS.

           IF CTA-ID-ACTUAL NOT = 0
               PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-EXIT.

       ANOTAR-MOVIMIENTO-EXIT.
           EXIT.

       ACTUALIZAR-SALDO.
           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-ACTUAL TO SALDO-CTA-ID.
           COMPUTE SALDO-ENT = CENT-SALDO / 100.
           COMPUTE SALDO-DEC =
               FUNCTION ABS(CENT-SALDO - (SALDO-ENT * 100)).

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-EXIT.
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

           *> Encola el justificante de la operacion recien anotada
           *> para que el proceso de impresora lo emita.
       ESCRIBIR-JUSTIFICANTE.
           OPEN I-O F-JUSTIFICANTES.
           IF FSJ = 35
               OPEN OUTPUT F-JUSTIFICANTES
               CLOSE F-JUSTIFICANTES
               OPEN I-O F-JUSTIFICANTES
           END-IF.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           MOVE MOV-NUM          TO JUS-NUM.
           MOVE MOV-TARJETA      TO JUS-TARJETA.
           MOVE MOV-ANO          TO JUS-ANO.
           MOVE MOV-MES          TO JUS-MES.
           MOVE MOV-DIA          TO JUS-DIA.
           MOVE MOV-HOR          TO JUS-HOR.
           MOVE MOV-MIN          TO JUS-MIN.
           MOVE MOV-SEG          TO JUS-SEG.
           MOVE MOV-CONCEPTO     TO JUS-OPERACION.
           MOVE MOV-IMPORTE-ENT  TO JUS-IMPORTE-ENT.
           MOVE MOV-IMPORTE-DEC  TO JUS-IMPORTE-DEC.
           MOVE MOV-SALDOPOS-ENT TO JUS-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO JUS-SALDOPOS-DEC.
           MOVE MOV-CTA-ID       TO JUS-CTA-ID.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE MOV-CTA-ID       TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN         TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-JUSTIFICANTES.

       ESCRIBIR-JUSTIFICANTE-EXIT.
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

           *> Sucursal del puesto segun el mapa de terminales.
       LEER-SUCURSAL.
           OPEN INPUT F-TERMSUC.
           IF FSN NOT = 00
               GO TO LEER-SUCURSAL-EXIT.

           MOVE TERMINAL-ACTUAL TO TSU-TERMINAL.
           READ F-TERMSUC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TSU-SUCURSAL TO SUCURSAL-ACTUAL
           END-READ.

           CLOSE F-TERMSUC.

       LEER-SUCURSAL-EXIT.
           EXIT.

           *> Sigue el turno que el operador tenga abierto; si no
           *> tiene ninguno se abre uno nuevo con la caja que deja el
           *> ultimo arqueo.
       ABRIR-TURNO.
           MOVE 0 TO TURNO-ENCONTRADO-SW.

           OPEN I-O F-TURNOS.
           IF FSU = 35
               OPEN OUTPUT F-TURNOS
               CLOSE F-TURNOS
               OPEN I-O F-TURNOS
           END-IF.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE OPERADOR-ACTUAL TO TUR-OPERADOR.
           MOVE 0 TO TUR-FECHA.
           MOVE 0 TO TUR-HORA-APERTURA.
           START F-TURNOS KEY IS NOT LESS THAN TUR-CLAVE
               INVALID KEY GO TO ABRIR-TURNO-NUEVO.

       ABRIR-TURNO-BUCLE.
           READ F-TURNOS NEXT RECORD
               AT END GO TO ABRIR-TURNO-NUEVO.

           IF TUR-OPERADOR NOT = OPERADOR-ACTUAL
               GO TO ABRIR-TURNO-NUEVO.

           IF TUR-ABIERTO
               MOVE TUR-CLAVE TO CLAVE-TURNO-ACTUAL
               MOVE 1 TO TURNO-ENCONTRADO-SW.

           GO TO ABRIR-TURNO-BUCLE.

       ABRIR-TURNO-NUEVO.
           IF TURNO-ENCONTRADO
               CLOSE F-TURNOS
               GO TO ABRIR-TURNO-EXIT.

           PERFORM CARGAR-CAJA THRU CARGAR-CAJA-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           INITIALIZE TURNO-REG.
           MOVE OPERADOR-ACTUAL TO TUR-OPERADOR.
           COMPUTE TUR-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE TUR-HORA-APERTURA = (HORAS * 10000)
               + (MINUTOS * 100) + SEGUNDOS.
           MOVE TERMINAL-ACTUAL TO TUR-TERMINAL.
           MOVE SUCURSAL-ACTUAL TO TUR-SUCURSAL.
           MOVE CENT-LIBRO      TO TUR-APERTURA-CENT.
           SET TUR-ABIERTO      TO TRUE.

           WRITE TURNO-REG INVALID KEY GO TO PSYS-ERR.

           MOVE TUR-CLAVE TO CLAVE-TURNO-ACTUAL.

           CLOSE F-TURNOS.

       ABRIR-TURNO-EXIT.
           EXIT.

           *> Deja leido y con el fichero abierto el turno en curso;
           *> GRABAR-TURNO lo reescribe y cierra.
       LEER-TURNO.
           OPEN I-O F-TURNOS.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE CLAVE-TURNO-ACTUAL TO TUR-CLAVE.
           READ F-TURNOS INVALID KEY GO TO PSYS-ERR.

       LEER-TURNO-EXIT.
           EXIT.

       GRABAR-TURNO.
           REWRITE TURNO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-TURNOS.

       GRABAR-TURNO-EXIT.
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


       CLIENTE-NO-ENCONTRADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay ningun cliente con ese documento"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CLIENTE-BLOQUEADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente no puede operar en ventanilla"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Consulte su ficha en el maestro de clientes"
               AT LINE 11 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-TARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente no tiene ninguna tarjeta en vigor"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       TARJETA-NO-ENCONTRADA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ninguna tarjeta con ese numero"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       TARJETA-BLOQUEADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no admite esta operacion" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CTA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta esta cerrada" AT LINE 9 COL 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SALDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta no tiene saldo disponible suficiente"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PIEZAS-NO-CUADRAN-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las piezas no suman el importe a pagar"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PIEZAS-NO-CUADRAN-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO REINTEGRO-PIEZAS
               ELSE
                   GO TO PIEZAS-NO-CUADRAN-ENTER.

           GO TO REINTEGRO-PIEZAS.

       CAJA-INSUFICIENTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay tantas piezas de esa denominacion en caja"
               AT LINE 9 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       BOVEDA-INSUFICIENTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay tantas piezas de esa denominacion en la"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "boveda" AT LINE 10 COL 37
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CUSTODIO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Firma del responsable de la boveda incorrecta"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Ha de firmar otro operador con su clave"
               AT LINE 11 COL 21.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       DESTINO-NO-ENCONTRADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe la tarjeta destino" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       DESTINO-BLOQUEADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta destino no admite abonos" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       MISMA-CUENTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Origen y destino son la misma cuenta" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
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
           CLOSE F-CAJAVENT.
           CLOSE F-BOVEDA.
           CLOSE F-MOVBOVEDA.
           CLOSE F-TURNOS.
           CLOSE TARJETAS.
           CLOSE F-CLIENTES.
           CLOSE F-CUENTAS.
           CLOSE F-SALDOS.
           CLOSE F-RETENCIONES.
           CLOSE F-DESCUBIERTOS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SECUENCIA.
           CLOSE F-MOVIDX.
           CLOSE F-JUSTIFICANTES.

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

       VOLVER-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PMENU.

       FIN-PROGRAMA.
           STOP RUN.
