       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOVEDAOFI.

           *> Libro de la boveda de la oficina por denominacion
           *> (boveda.ubd), entre el transportista de fondos y los
           *> cajones de los cajeros. La entrada del transportista se
           *> contrasta con el pedido de reposicion del terminal que
           *> sirve (repocajonNNNN.dat de PLANCAJON) y deja a la vista
           *> el faltante o sobrante del envio; el traspaso carga el
           *> cajon.ubd del cajero con su movimiento de reposicion; el
           *> exceso y las piezas no aptas vuelven al transportista.
           *> Las dotaciones y entregas de las cajas de ventanilla se
           *> hacen desde VENTANILLA contra esta misma boveda. Cada
           *> movimiento se firma con la clave del operador y queda en
           *> movboveda.ubd; la conformidad del dia la firman la
           *> oficina y un supervisor de la oficina de efectivo.

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

           SELECT F-CAJON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSC.

           *> Pedido de reposicion de un terminal que escribe
           *> PLANCAJON para el transportista (repocajonNNNN.dat).
           SELECT F-ORDEN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSP.

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

       FD F-BOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "boveda.ubd".
           COPY BOVEDA.

       FD F-MOVBOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movboveda.ubd".
           COPY MOVBOVEDA.

       FD F-CAJON
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajon.ubd".
           COPY CAJON.

       FD F-ORDEN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ORDEN.
       01 ORDEN-REG.
           02 ORD-FECHA               PIC   9(8).
           02 ORD-TERMINAL            PIC   9(4).
           02 ORD-DENOM               PIC   9(3).
           02 ORD-BILLETES            PIC   9(7).

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
       77 FSV                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSX                      PIC  X(2).

       77 CHOICE                   PIC 9(1).

       77 OPERADOR-ACTUAL          PIC  9(4).
       77 NIVEL-OPERADOR-ACTUAL    PIC  9(1).
           88 SUPERVISOR-CONECTADO VALUE 2.
       77 ID-OPERADOR-USUARIO      PIC  9(4).
       77 CLAVE-OPERADOR-USUARIO   PIC  9(6).
       77 AUD-FUNCION-ACTUAL       PIC X(12).
       77 AUD-OBJETO-ACTUAL        PIC 9(16).

           *> Firma de un movimiento: el operador conectado repite su
           *> clave; la conformidad pide ademas la del supervisor de
           *> la oficina de efectivo.
       77 CLAVE-FIRMA-USUARIO      PIC  9(6).
       77 ID-EFECTIVO-USUARIO      PIC  9(4).
       77 CLAVE-EFECTIVO-USUARIO   PIC  9(6).
       77 ID-FIRMA                 PIC  9(4).
       77 CLAVE-FIRMA              PIC  9(6).
       77 NIVEL-FIRMA              PIC  9(1).
       77 FIRMA-VALIDA-SW          PIC  9(1).
           88 FIRMA-VALIDA         VALUE 1.

           *> Puesto desde el que se lleva la boveda y sucursal a la
           *> que pertenece; sin fila en termsuc.ubd queda la 0.
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.
       77 SUCURSAL-ACTUAL          PIC  9(4) VALUE 0.

       77 FECHA-HOY-NUM            PIC  9(8).
       77 HORA-HOY-NUM             PIC  9(6).

           *> Movimiento elegido en el menu, con los mismos codigos
           *> que BMV-TIPO.
       77 MOVIMIENTO-EN-CURSO      PIC  9(1).
           88 MOV-BOV-ENTRADA      VALUE 1.
           88 MOV-BOV-TRASPASO     VALUE 2.
           88 MOV-BOV-DEVOLUCION   VALUE 5.
           88 MOV-BOV-DEV-NO-APTOS VALUE 6.
           88 MOV-BOV-APARTAR      VALUE 7.
           88 MOV-BOV-CONFORMIDAD  VALUE 9.

           *> Terminal del pedido o del cajon y su sucursal.
       77 TERMINAL-USUARIO         PIC  9(4).
       77 SUCURSAL-TERMINAL        PIC  9(4).
       77 DENOM-USUARIO            PIC  9(3).
       77 BILLETES-USUARIO         PIC  9(7).

       77 NOMBRE-ORDEN             PIC  X(20).
       77 FECHA-PEDIDO             PIC  9(8).
       77 LINEAS-PEDIDO            PIC  9(3).
       77 PEDIDO-SERVIDO-SW        PIC  9(1).
           88 PEDIDO-SERVIDO       VALUE 1.
       77 ENVIO-DESCUADRADO-SW     PIC  9(1).
           88 ENVIO-DESCUADRADO    VALUE 1.

           *> Conformidad del dia ya firmada, si la hay.
       77 CONFORMIDAD-SW           PIC  9(1).
           88 CONFORMIDAD-FIRMADA  VALUE 1.
       77 CONFORMIDAD-OFICINA      PIC  9(4).
       77 CONFORMIDAD-EFECTIVO     PIC  9(4).

       77 NUM-MOV-BOVEDA           PIC  9(5).
       77 LAST-MOV-NUM             PIC 9(35).
       77 CENT-MOVIMIENTO-CAJON    PIC S9(11).

           *> Denominaciones de la boveda, en centimos, en el orden
           *> en que se piden en pantalla (las de cajaventanilla.ubd).
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

       01 TABLA-ETIQUETAS.
           05 FILLER               PIC X(16) VALUE "Billetes 200".
           05 FILLER               PIC X(16) VALUE "Billetes 100".
           05 FILLER               PIC X(16) VALUE "Billetes  50".
           05 FILLER               PIC X(16) VALUE "Billetes  20".
           05 FILLER               PIC X(16) VALUE "Billetes  10".
           05 FILLER               PIC X(16) VALUE "Billetes   5".
           05 FILLER               PIC X(16) VALUE "Monedas 2 EUR".
           05 FILLER               PIC X(16) VALUE "Monedas 1 EUR".
           05 FILLER               PIC X(16) VALUE "Monedas 50 cent".
           05 FILLER               PIC X(16) VALUE "Monedas 20 cent".
           05 FILLER               PIC X(16) VALUE "Monedas 10 cent".
           05 FILLER               PIC X(16) VALUE "Monedas 5 cent".
           05 FILLER               PIC X(16) VALUE "Monedas 2 cent".
           05 FILLER               PIC X(16) VALUE "Monedas 1 cent".
       01 FILLER REDEFINES TABLA-ETIQUETAS.
           05 ETIQUETA-DENOM       PIC X(16) OCCURS 14 TIMES.

           *> Piezas tecleadas por denominacion.
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

           *> Piezas que pedia el pedido servido por la entrada.
       01 TABLA-PEDIDO.
           05 PEDIDO-PIEZAS        PIC 9(7) OCCURS 14 TIMES.

           *> Libro de la boveda de la sucursal por denominacion.
       01 TABLA-BOVEDA.
           05 BOVEDA-DENOM         OCCURS 14 TIMES.
               10 BOVEDA-APTAS     PIC 9(7).
               10 BOVEDA-NO-APTAS  PIC 9(7).

       77 IDX-DENOM                PIC 9(2).
       77 LINEA-PANTALLA           PIC 9(2).
       77 CENT-PIEZAS              PIC S9(11).
       77 CENT-APTAS               PIC S9(11).
       77 CENT-NO-APTAS            PIC S9(11).
       77 DIFERENCIA-PIEZAS        PIC S9(7).
       77 FALTAN-PIEZAS-SW         PIC 9(1).
           88 FALTAN-PIEZAS        VALUE 1.

       77 IMPORTE-EDITADO          PIC -ZZZ,ZZZ,ZZ9.99.
       77 CANTIDAD-EDITADA         PIC Z,ZZZ,ZZ9.
       77 DIFERENCIA-EDITADA       PIC -Z,ZZZ,ZZ9.


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 TERMINAL-ACCEPT.
           05 FILLER BLANK ZERO LINE 09 COL 50
               PIC 9(4) USING TERMINAL-USUARIO.

       01 TRASPASO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING TERMINAL-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 50
               PIC 9(3) USING DENOM-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 50
               PIC 9(7) USING BILLETES-USUARIO.

       01 FIRMA-ACCEPT.
           05 FILLER BLANK ZERO SECURE LINE 22 COL 50
               PIC 9(6) USING CLAVE-FIRMA-USUARIO.

       01 CONFORMIDAD-ACCEPT.
           05 FILLER BLANK ZERO SECURE LINE 22 COL 50
               PIC 9(6) USING CLAVE-FIRMA-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 23 COL 50
               PIC 9(4) USING ID-EFECTIVO-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 23 COL 56
               PIC 9(6) USING CLAVE-EFECTIVO-USUARIO.

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

           DISPLAY "UnizarBank - Boveda de la oficina" AT LINE 2
               COL 23 WITH FOREGROUND-COLOR IS BLUE.

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
           COMPUTE HORA-HOY-NUM = (HORAS * 10000) + (MINUTOS * 100)
                                  + SEGUNDOS.


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

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       PMENU.
           DISPLAY "1 - Entrada del transportista contra pedido"
               AT LINE 8 COL 15.
           DISPLAY "2 - Traspaso al cajon de un cajero" AT LINE 9
               COL 15.
           DISPLAY "3 - Devolucion de exceso al transportista"
               AT LINE 10 COL 15.
           DISPLAY "4 - Apartar piezas no aptas" AT LINE 11 COL 15.
           DISPLAY "5 - Devolucion de no aptas al transportista"
               AT LINE 12 COL 15.
           DISPLAY "6 - Existencias y conformidad del dia" AT LINE 13
               COL 15.
           DISPLAY "Operador:" AT LINE 18 COL 15.
           DISPLAY OPERADOR-ACTUAL AT LINE 18 COL 26.
           DISPLAY "Boveda de la sucursal:" AT LINE 18 COL 35.
           DISPLAY SUCURSAL-ACTUAL AT LINE 18 COL 58.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           INITIALIZE TABLA-PEDIDO.
           MOVE 0 TO TERMINAL-USUARIO.
           MOVE 0 TO FECHA-PEDIDO.
           MOVE 0 TO ENVIO-DESCUADRADO-SW.

           IF CHOICE = 1
               SET MOV-BOV-ENTRADA TO TRUE
               GO TO ENTRADA-PEDIDO.

           IF CHOICE = 2
               SET MOV-BOV-TRASPASO TO TRUE
               GO TO TRASPASO-CAJON.

           IF CHOICE = 3
               SET MOV-BOV-DEVOLUCION TO TRUE
               GO TO MOVER-PIEZAS.

           IF CHOICE = 4
               SET MOV-BOV-APARTAR TO TRUE
               GO TO MOVER-PIEZAS.

           IF CHOICE = 5
               SET MOV-BOV-DEV-NO-APTOS TO TRUE
               GO TO MOVER-PIEZAS.

           IF CHOICE = 6
               SET MOV-BOV-CONFORMIDAD TO TRUE
               GO TO EXISTENCIAS.

           GO TO PMENU-ACCEPT.


           *> El transportista entrega el envio de un pedido de
           *> reposicion: se identifica el terminal cuyo pedido sirve
           *> y cada pedido solo se recibe una vez.
       ENTRADA-PEDIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entrada del transportista" AT LINE 6 COL 28.
           DISPLAY "Terminal del pedido que se recibe:" AT LINE 9
               COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ENTRADA-PEDIDO-ACCEPT.
           ACCEPT TERMINAL-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ENTRADA-PEDIDO-ACCEPT.

           PERFORM COMPROBAR-TERMINAL THRU COMPROBAR-TERMINAL-EXIT.
           IF SUCURSAL-TERMINAL NOT = SUCURSAL-ACTUAL
               GO TO TERMINAL-AJENO-ERR.

           PERFORM CARGAR-PEDIDO THRU CARGAR-PEDIDO-EXIT.
           IF LINEAS-PEDIDO = 0
               GO TO SIN-PEDIDO-ERR.

           PERFORM COMPROBAR-PEDIDO-SERVIDO
               THRU COMPROBAR-PEDIDO-SERVIDO-EXIT.
           IF PEDIDO-SERVIDO
               GO TO PEDIDO-SERVIDO-ERR.

       ENTRADA-PIEZAS.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entrada - piezas recibidas del pedido de"
               AT LINE 6 COL 15.
           DISPLAY FECHA-PEDIDO(7:2) AT LINE 6 COL 56.
           DISPLAY "-" AT LINE 6 COL 58.
           DISPLAY FECHA-PEDIDO(5:2) AT LINE 6 COL 59.
           DISPLAY "-" AT LINE 6 COL 61.
           DISPLAY FECHA-PEDIDO(1:4) AT LINE 6 COL 62.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           DISPLAY "Cuente el envio e indique las piezas recibidas"
               AT LINE 17 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ENTRADA-PIEZAS-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ENTRADA-PIEZAS-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.
           IF CENT-PIEZAS = 0
               GO TO ENTRADA-PIEZAS-ACCEPT.

           *> Contraste del envio con el pedido, denominacion a
           *> denominacion: el faltante o sobrante queda a la vista y
           *> en el libro de la boveda.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Envio del terminal" AT LINE 6 COL 15.
           DISPLAY TERMINAL-USUARIO AT LINE 6 COL 34.
           DISPLAY "Pedidas" AT LINE 7 COL 36.
           DISPLAY "Recibidas" AT LINE 7 COL 48.
           DISPLAY "Diferencia" AT LINE 7 COL 61.
           PERFORM PINTAR-CONTRASTE THRU PINTAR-CONTRASTE-EXIT.

           IF ENVIO-DESCUADRADO
               DISPLAY "Envio con diferencias: comuniquelas al"
                   AT LINE 21 COL 15
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
               DISPLAY "transportista" AT LINE 21 COL 55
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW
           ELSE
               DISPLAY "Envio conforme al pedido" AT LINE 21 COL 15
                   WITH FOREGROUND-COLOR IS GREEN.

           DISPLAY "Firma - clave del operador:" AT LINE 22 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       ENTRADA-CONFIRMAR.
           PERFORM FIRMAR-MOVIMIENTO THRU FIRMAR-MOVIMIENTO-EXIT.

           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM APLICAR-BOVEDA THRU APLICAR-BOVEDA-EXIT.
           PERFORM GUARDAR-BOVEDA THRU GUARDAR-BOVEDA-EXIT.

           PERFORM ANOTAR-BOVEDA THRU ANOTAR-BOVEDA-EXIT.

           MOVE "BOV-ENTRADA" TO AUD-FUNCION-ACTUAL.
           MOVE TERMINAL-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           GO TO MOVIMIENTO-OK.


           *> Billetes de la boveda al cajon de un cajero de la
           *> sucursal. El cajon sube en cajon.ubd con su movimiento
           *> de reposicion, como cuando se repone en la maquina.
       TRASPASO-CAJON.
           INITIALIZE DENOM-USUARIO.
           INITIALIZE BILLETES-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Traspaso al cajon de un cajero" AT LINE 6 COL 26.
           DISPLAY "Terminal del cajero:" AT LINE 8 COL 15.
           DISPLAY "Denominacion (100,50,20,10,5):" AT LINE 9 COL 15.
           DISPLAY "Numero de billetes:" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       TRASPASO-CAJON-ACCEPT.
           ACCEPT TRASPASO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO TRASPASO-CAJON-ACCEPT.

           IF DENOM-USUARIO NOT = 100
               AND DENOM-USUARIO NOT = 50
               AND DENOM-USUARIO NOT = 20
               AND DENOM-USUARIO NOT = 10
               AND DENOM-USUARIO NOT = 5
               GO TO DENOM-INVALIDA.

           IF BILLETES-USUARIO = 0
               GO TO TRASPASO-CAJON-ACCEPT.

           PERFORM COMPROBAR-TERMINAL THRU COMPROBAR-TERMINAL-EXIT.
           IF SUCURSAL-TERMINAL NOT = SUCURSAL-ACTUAL
               GO TO TERMINAL-AJENO-ERR.

           *> Se lleva a las piezas tecleadas para usar el mismo
           *> contraste de existencias y el mismo apunte del libro.
           INITIALIZE PIEZAS-USUARIO.
           MOVE 1 TO IDX-DENOM.

       TRASPASO-BUSCAR-DENOM.
           IF DENOM-CENT(IDX-DENOM) NOT = DENOM-USUARIO * 100
               ADD 1 TO IDX-DENOM
               GO TO TRASPASO-BUSCAR-DENOM.

           MOVE BILLETES-USUARIO TO PIEZAS(IDX-DENOM).
           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.

           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-EXIT.
           IF FALTAN-PIEZAS
               GO TO BOVEDA-INSUFICIENTE-ERR.

           COMPUTE IMPORTE-EDITADO = CENT-PIEZAS / 100.
           DISPLAY "Importe:" AT LINE 12 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 32.
           DISPLAY "EUR" AT LINE 12 COL 48.
           DISPLAY "Firma - clave del operador:" AT LINE 22 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       TRASPASO-CONFIRMAR.
           PERFORM FIRMAR-MOVIMIENTO THRU FIRMAR-MOVIMIENTO-EXIT.

           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-EXIT.
           IF FALTAN-PIEZAS
               GO TO BOVEDA-INSUFICIENTE-ERR.

           PERFORM APLICAR-BOVEDA THRU APLICAR-BOVEDA-EXIT.
           PERFORM GUARDAR-BOVEDA THRU GUARDAR-BOVEDA-EXIT.

           PERFORM REPONER-CAJON THRU REPONER-CAJON-EXIT.
           MOVE CENT-PIEZAS TO CENT-MOVIMIENTO-CAJON.
           PERFORM ESCRIBIR-MOVIMIENTO-CAJON
               THRU ESCRIBIR-MOVIMIENTO-CAJON-EXIT.

           PERFORM ANOTAR-BOVEDA THRU ANOTAR-BOVEDA-EXIT.

           MOVE "BOV-TRASPASO" TO AUD-FUNCION-ACTUAL.
           MOVE TERMINAL-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           GO TO MOVIMIENTO-OK.


           *> Devolucion de exceso, apartado de no aptas y devolucion
           *> de no aptas: piezas por denominacion contra las aptas o
           *> las no aptas de la boveda.
       MOVER-PIEZAS.
           INITIALIZE PIEZAS-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM PINTAR-MOVIMIENTO THRU PINTAR-MOVIMIENTO-EXIT.
           PERFORM PINTAR-PIEZAS THRU PINTAR-PIEZAS-EXIT.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       MOVER-PIEZAS-ACCEPT.
           ACCEPT PIEZAS-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO MOVER-PIEZAS-ACCEPT.

           PERFORM SUMAR-PIEZAS THRU SUMAR-PIEZAS-EXIT.
           IF CENT-PIEZAS = 0
               GO TO MOVER-PIEZAS-ACCEPT.

           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-EXIT.
           IF FALTAN-PIEZAS
               GO TO BOVEDA-INSUFICIENTE-ERR.

           COMPUTE IMPORTE-EDITADO = CENT-PIEZAS / 100.
           DISPLAY "Total:" AT LINE 17 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 17 COL 32.
           DISPLAY "EUR" AT LINE 17 COL 48.
           DISPLAY "Firma - clave del operador:" AT LINE 22 COL 15.
           DISPLAY "Enter - Confirmar" AT LINE 24 COL 1.
           DISPLAY "ESC - Cancelar " AT LINE 24 COL 65.

       MOVER-PIEZAS-CONFIRMAR.
           PERFORM FIRMAR-MOVIMIENTO THRU FIRMAR-MOVIMIENTO-EXIT.

           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM COMPROBAR-EXISTENCIAS
               THRU COMPROBAR-EXISTENCIAS-EXIT.
           IF FALTAN-PIEZAS
               GO TO BOVEDA-INSUFICIENTE-ERR.

           PERFORM APLICAR-BOVEDA THRU APLICAR-BOVEDA-EXIT.
           PERFORM GUARDAR-BOVEDA THRU GUARDAR-BOVEDA-EXIT.

           PERFORM ANOTAR-BOVEDA THRU ANOTAR-BOVEDA-EXIT.

           IF MOV-BOV-DEVOLUCION
               MOVE "BOV-DEVOLUC" TO AUD-FUNCION-ACTUAL.
           IF MOV-BOV-APARTAR
               MOVE "BOV-NOAPTAS" TO AUD-FUNCION-ACTUAL.
           IF MOV-BOV-DEV-NO-APTOS
               MOVE "BOV-DEVNOAPT" TO AUD-FUNCION-ACTUAL.
           MOVE CENT-PIEZAS TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           GO TO MOVIMIENTO-OK.


           *> Existencias de la boveda por denominacion y conformidad
           *> del dia: la firma la oficina con la clave del operador y
           *> un supervisor de la oficina de efectivo con la suya.
       EXISTENCIAS.
           PERFORM CARGAR-BOVEDA THRU CARGAR-BOVEDA-EXIT.
           PERFORM BUSCAR-CONFORMIDAD THRU BUSCAR-CONFORMIDAD-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Existencias de la boveda" AT LINE 5 COL 29.
           DISPLAY "Aptas" AT LINE 6 COL 38.
           DISPLAY "No aptas" AT LINE 6 COL 50.

           MOVE 0 TO CENT-APTAS.
           MOVE 0 TO CENT-NO-APTAS.
           MOVE 1 TO IDX-DENOM.
           MOVE 7 TO LINEA-PANTALLA.

       EXISTENCIAS-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO EXISTENCIAS-TOTAL.

           DISPLAY ETIQUETA-DENOM(IDX-DENOM) AT LINE LINEA-PANTALLA
               COL 15.
           MOVE BOVEDA-APTAS(IDX-DENOM) TO CANTIDAD-EDITADA.
           DISPLAY CANTIDAD-EDITADA AT LINE LINEA-PANTALLA COL 34.
           MOVE BOVEDA-NO-APTAS(IDX-DENOM) TO CANTIDAD-EDITADA.
           DISPLAY CANTIDAD-EDITADA AT LINE LINEA-PANTALLA COL 49.

           COMPUTE CENT-APTAS = CENT-APTAS
               + (BOVEDA-APTAS(IDX-DENOM) * DENOM-CENT(IDX-DENOM)).
           COMPUTE CENT-NO-APTAS = CENT-NO-APTAS
               + (BOVEDA-NO-APTAS(IDX-DENOM) * DENOM-CENT(IDX-DENOM)).

           ADD 1 TO IDX-DENOM.
           ADD 1 TO LINEA-PANTALLA.
           GO TO EXISTENCIAS-BUCLE.

       EXISTENCIAS-TOTAL.
           DISPLAY "Total aptas:" AT LINE 21 COL 15.
           COMPUTE IMPORTE-EDITADO = CENT-APTAS / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 21 COL 28.
           DISPLAY "No aptas:" AT LINE 21 COL 46.
           COMPUTE IMPORTE-EDITADO = CENT-NO-APTAS / 100.
           DISPLAY IMPORTE-EDITADO AT LINE 21 COL 56.

           IF CONFORMIDAD-FIRMADA
               DISPLAY "Conformidad del dia firmada por" AT LINE 22
                   COL 15 WITH FOREGROUND-COLOR IS GREEN
               DISPLAY CONFORMIDAD-OFICINA AT LINE 22 COL 47
               DISPLAY "y" AT LINE 22 COL 52
               DISPLAY CONFORMIDAD-EFECTIVO AT LINE 22 COL 54
               DISPLAY "Enter - Aceptar" AT LINE 24 COL 33
               GO TO VOLVER-ENTER.

           DISPLAY "Firma oficina - clave:" AT LINE 22 COL 15.
           DISPLAY "Oficina de efectivo - operador/clave:" AT LINE 23
               COL 12.
           DISPLAY "Enter - Conformidad" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       EXISTENCIAS-ACCEPT.
           INITIALIZE CLAVE-FIRMA-USUARIO.
           INITIALIZE ID-EFECTIVO-USUARIO.
           INITIALIZE CLAVE-EFECTIVO-USUARIO.

           ACCEPT CONFORMIDAD-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO EXISTENCIAS-ACCEPT.

           MOVE OPERADOR-ACTUAL     TO ID-FIRMA.
           MOVE CLAVE-FIRMA-USUARIO TO CLAVE-FIRMA.
           PERFORM COMPROBAR-FIRMA THRU COMPROBAR-FIRMA-EXIT.
           IF NOT FIRMA-VALIDA
               GO TO FIRMA-ERR.

           *> La oficina de efectivo firma con otro operador, y ha de
           *> ser supervisor.
           IF ID-EFECTIVO-USUARIO = OPERADOR-ACTUAL
               GO TO FIRMA-EFECTIVO-ERR.
           MOVE ID-EFECTIVO-USUARIO    TO ID-FIRMA.
           MOVE CLAVE-EFECTIVO-USUARIO TO CLAVE-FIRMA.
           PERFORM COMPROBAR-FIRMA THRU COMPROBAR-FIRMA-EXIT.
           IF NOT FIRMA-VALIDA
               GO TO FIRMA-EFECTIVO-ERR.
           IF NIVEL-FIRMA NOT = 2
               GO TO FIRMA-EFECTIVO-ERR.

           PERFORM SIGUIENTE-NUM-BOVEDA
               THRU SIGUIENTE-NUM-BOVEDA-EXIT.

           INITIALIZE MOVBOVEDA-REG.
           MOVE SUCURSAL-ACTUAL     TO BMV-SUCURSAL.
           MOVE FECHA-HOY-NUM       TO BMV-FECHA.
           MOVE NUM-MOV-BOVEDA      TO BMV-NUM.
           MOVE 0                   TO BMV-DENOM-CENT.
           MOVE HORA-HOY-NUM        TO BMV-HORA.
           SET BMV-CONFORMIDAD      TO TRUE.
           MOVE OPERADOR-ACTUAL     TO BMV-OPERADOR.
           MOVE ID-EFECTIVO-USUARIO TO BMV-CONTRAPARTE.
           MOVE TERMINAL-ACTUAL     TO BMV-TERMINAL.

           WRITE MOVBOVEDA-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-MOVBOVEDA.

           MOVE "BOV-CONFORME" TO AUD-FUNCION-ACTUAL.
           MOVE ID-EFECTIVO-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Conformidad del dia registrada" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       MOVIMIENTO-OK.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Movimiento de boveda registrado" AT LINE 9
               COL 24 WITH FOREGROUND-COLOR IS GREEN.
           COMPUTE IMPORTE-EDITADO = CENT-PIEZAS / 100.
           DISPLAY "Importe:" AT LINE 11 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 32.
           DISPLAY "EUR" AT LINE 11 COL 48.
           IF ENVIO-DESCUADRADO
               DISPLAY "El envio no cuadra con el pedido" AT LINE 13
                   COL 24
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       PINTAR-MOVIMIENTO.
           IF MOV-BOV-DEVOLUCION
               DISPLAY "Devolucion de exceso al transportista"
                   AT LINE 6 COL 22.
           IF MOV-BOV-APARTAR
               DISPLAY "Apartar piezas no aptas" AT LINE 6 COL 29.
           IF MOV-BOV-DEV-NO-APTOS
               DISPLAY "Devolucion de no aptas al transportista"
                   AT LINE 6 COL 21.

       PINTAR-MOVIMIENTO-EXIT.
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

           *> Una linea por denominacion pedida o recibida, con la
           *> diferencia (positiva = sobrante, negativa = faltante).
       PINTAR-CONTRASTE.
           MOVE 0 TO ENVIO-DESCUADRADO-SW.
           MOVE 1 TO IDX-DENOM.
           MOVE 8 TO LINEA-PANTALLA.

       PINTAR-CONTRASTE-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO PINTAR-CONTRASTE-EXIT.

           IF PIEZAS(IDX-DENOM) = 0 AND PEDIDO-PIEZAS(IDX-DENOM) = 0
               ADD 1 TO IDX-DENOM
               GO TO PINTAR-CONTRASTE-BUCLE.

           COMPUTE DIFERENCIA-PIEZAS = PIEZAS(IDX-DENOM)
               - PEDIDO-PIEZAS(IDX-DENOM).
           IF DIFERENCIA-PIEZAS NOT = 0
               MOVE 1 TO ENVIO-DESCUADRADO-SW.

           DISPLAY ETIQUETA-DENOM(IDX-DENOM) AT LINE LINEA-PANTALLA
               COL 15.
           MOVE PEDIDO-PIEZAS(IDX-DENOM) TO CANTIDAD-EDITADA.
           DISPLAY CANTIDAD-EDITADA AT LINE LINEA-PANTALLA COL 34.
           MOVE PIEZAS(IDX-DENOM) TO CANTIDAD-EDITADA.
           DISPLAY CANTIDAD-EDITADA AT LINE LINEA-PANTALLA COL 48.
           MOVE DIFERENCIA-PIEZAS TO DIFERENCIA-EDITADA.
           IF DIFERENCIA-PIEZAS = 0
               DISPLAY DIFERENCIA-EDITADA AT LINE LINEA-PANTALLA
                   COL 61
           ELSE
               DISPLAY DIFERENCIA-EDITADA AT LINE LINEA-PANTALLA
                   COL 61 WITH FOREGROUND-COLOR IS YELLOW.

           ADD 1 TO IDX-DENOM.
           ADD 1 TO LINEA-PANTALLA.
           GO TO PINTAR-CONTRASTE-BUCLE.

       PINTAR-CONTRASTE-EXIT.
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

           *> La clave que teclea el operador conectado firma el
           *> movimiento; ESC lo cancela.
       FIRMAR-MOVIMIENTO.
           INITIALIZE CLAVE-FIRMA-USUARIO.

           ACCEPT FIRMA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO FIRMAR-MOVIMIENTO.

           MOVE OPERADOR-ACTUAL     TO ID-FIRMA.
           MOVE CLAVE-FIRMA-USUARIO TO CLAVE-FIRMA.
           PERFORM COMPROBAR-FIRMA THRU COMPROBAR-FIRMA-EXIT.
           IF NOT FIRMA-VALIDA
               GO TO FIRMA-ERR.

       FIRMAR-MOVIMIENTO-EXIT.
           EXIT.

           *> Comprueba operador y clave contra operadores.ubd y deja
           *> su nivel en NIVEL-FIRMA.
       COMPROBAR-FIRMA.
           MOVE 0 TO FIRMA-VALIDA-SW.
           MOVE 0 TO NIVEL-FIRMA.

           OPEN INPUT F-OPERADORES.
           IF FSO NOT = 00
               GO TO PSYS-ERR.

           MOVE ID-FIRMA TO OPE-ID.
           READ F-OPERADORES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OPE-CLAVE = CLAVE-FIRMA
                       MOVE 1 TO FIRMA-VALIDA-SW
                       MOVE OPE-NIVEL TO NIVEL-FIRMA
                   END-IF
           END-READ.

           CLOSE F-OPERADORES.

       COMPROBAR-FIRMA-EXIT.
           EXIT.

           *> Sucursal del terminal tecleado segun el mapa de
           *> terminales; sin fila queda la 0.
       COMPROBAR-TERMINAL.
           MOVE 0 TO SUCURSAL-TERMINAL.

           OPEN INPUT F-TERMSUC.
           IF FSN NOT = 00
               GO TO COMPROBAR-TERMINAL-EXIT.

           MOVE TERMINAL-USUARIO TO TSU-TERMINAL.
           READ F-TERMSUC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TSU-SUCURSAL TO SUCURSAL-TERMINAL
           END-READ.

           CLOSE F-TERMSUC.

       COMPROBAR-TERMINAL-EXIT.
           EXIT.

           *> Carga en TABLA-PEDIDO las lineas del ultimo pedido del
           *> terminal, que vienen en billetes por denominacion en EUR.
       CARGAR-PEDIDO.
           INITIALIZE TABLA-PEDIDO.
           MOVE 0 TO LINEAS-PEDIDO.
           MOVE 0 TO FECHA-PEDIDO.

           MOVE SPACES TO NOMBRE-ORDEN.
           STRING "repocajon"       DELIMITED BY SIZE
                  TERMINAL-USUARIO  DELIMITED BY SIZE
                  ".dat"            DELIMITED BY SIZE
               INTO NOMBRE-ORDEN.

           OPEN INPUT F-ORDEN.
           IF FSP NOT = 00
               GO TO CARGAR-PEDIDO-EXIT.

       CARGAR-PEDIDO-LEER.
           READ F-ORDEN
               AT END GO TO CARGAR-PEDIDO-CIERRE.

           MOVE ORD-FECHA TO FECHA-PEDIDO.
           MOVE 1 TO IDX-DENOM.

       CARGAR-PEDIDO-DENOM.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO CARGAR-PEDIDO-LEER.

           IF DENOM-CENT(IDX-DENOM) NOT = ORD-DENOM * 100
               ADD 1 TO IDX-DENOM
               GO TO CARGAR-PEDIDO-DENOM.

           ADD ORD-BILLETES TO PEDIDO-PIEZAS(IDX-DENOM).
           ADD 1 TO LINEAS-PEDIDO.
           GO TO CARGAR-PEDIDO-LEER.

       CARGAR-PEDIDO-CIERRE.
           CLOSE F-ORDEN.

       CARGAR-PEDIDO-EXIT.
           EXIT.

           *> Un pedido ya servido tiene su entrada en el libro de la
           *> boveda en su fecha o despues.
       COMPROBAR-PEDIDO-SERVIDO.
           MOVE 0 TO PEDIDO-SERVIDO-SW.

           OPEN INPUT F-MOVBOVEDA.
           IF FSL NOT = 00
               GO TO COMPROBAR-PEDIDO-SERVIDO-EXIT.

           MOVE SUCURSAL-ACTUAL TO BMV-SUCURSAL.
           MOVE FECHA-PEDIDO    TO BMV-FECHA.
           MOVE 0               TO BMV-NUM.
           MOVE 0               TO BMV-DENOM-CENT.
           START F-MOVBOVEDA KEY IS NOT LESS THAN BMV-CLAVE
               INVALID KEY GO TO COMPROBAR-PEDIDO-SERVIDO-CIERRE.

       COMPROBAR-PEDIDO-SERVIDO-LEER.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO COMPROBAR-PEDIDO-SERVIDO-CIERRE.

           IF BMV-SUCURSAL NOT = SUCURSAL-ACTUAL
               GO TO COMPROBAR-PEDIDO-SERVIDO-CIERRE.

           IF BMV-ENTRADA
               AND BMV-TERMINAL = TERMINAL-USUARIO
               AND BMV-FECHA-PEDIDO = FECHA-PEDIDO
               MOVE 1 TO PEDIDO-SERVIDO-SW
               GO TO COMPROBAR-PEDIDO-SERVIDO-CIERRE.

           GO TO COMPROBAR-PEDIDO-SERVIDO-LEER.

       COMPROBAR-PEDIDO-SERVIDO-CIERRE.
           CLOSE F-MOVBOVEDA.

       COMPROBAR-PEDIDO-SERVIDO-EXIT.
           EXIT.

           *> Conformidad ya firmada hoy para la boveda.
       BUSCAR-CONFORMIDAD.
           MOVE 0 TO CONFORMIDAD-SW.

           OPEN INPUT F-MOVBOVEDA.
           IF FSL NOT = 00
               GO TO BUSCAR-CONFORMIDAD-EXIT.

           MOVE SUCURSAL-ACTUAL TO BMV-SUCURSAL.
           MOVE FECHA-HOY-NUM   TO BMV-FECHA.
           MOVE 0               TO BMV-NUM.
           MOVE 0               TO BMV-DENOM-CENT.
           START F-MOVBOVEDA KEY IS NOT LESS THAN BMV-CLAVE
               INVALID KEY GO TO BUSCAR-CONFORMIDAD-CIERRE.

       BUSCAR-CONFORMIDAD-LEER.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO BUSCAR-CONFORMIDAD-CIERRE.

           IF BMV-SUCURSAL NOT = SUCURSAL-ACTUAL
               OR BMV-FECHA NOT = FECHA-HOY-NUM
               GO TO BUSCAR-CONFORMIDAD-CIERRE.

           IF BMV-CONFORMIDAD
               MOVE 1               TO CONFORMIDAD-SW
               MOVE BMV-OPERADOR    TO CONFORMIDAD-OFICINA
               MOVE BMV-CONTRAPARTE TO CONFORMIDAD-EFECTIVO.

           GO TO BUSCAR-CONFORMIDAD-LEER.

       BUSCAR-CONFORMIDAD-CIERRE.
           CLOSE F-MOVBOVEDA.

       BUSCAR-CONFORMIDAD-EXIT.
           EXIT.

           *> Carga en TABLA-BOVEDA la boveda de la sucursal; sin
           *> fichero la boveda esta vacia.
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
                   MOVE 0 TO BOV-NO-APTOS
           END-READ.

           MOVE BOV-CANTIDAD TO BOVEDA-APTAS(IDX-DENOM).
           MOVE BOV-NO-APTOS TO BOVEDA-NO-APTAS(IDX-DENOM).

           ADD 1 TO IDX-DENOM.
           GO TO CARGAR-BOVEDA-BUCLE.

       CARGAR-BOVEDA-CIERRE.
           CLOSE F-BOVEDA.

       CARGAR-BOVEDA-EXIT.
           EXIT.

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

           MOVE SUCURSAL-ACTUAL            TO BOV-SUCURSAL.
           MOVE DENOM-CENT(IDX-DENOM)      TO BOV-DENOM-CENT.
           MOVE BOVEDA-APTAS(IDX-DENOM)    TO BOV-CANTIDAD.
           MOVE BOVEDA-NO-APTAS(IDX-DENOM) TO BOV-NO-APTOS.

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

           *> Las piezas tecleadas no pueden superar lo que hay en la
           *> boveda: las no aptas para su devolucion, las aptas para
           *> lo demas.
       COMPROBAR-EXISTENCIAS.
           MOVE 0 TO FALTAN-PIEZAS-SW.
           MOVE 1 TO IDX-DENOM.

       COMPROBAR-EXISTENCIAS-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO COMPROBAR-EXISTENCIAS-EXIT.

           IF MOV-BOV-DEV-NO-APTOS
               IF PIEZAS(IDX-DENOM) > BOVEDA-NO-APTAS(IDX-DENOM)
                   MOVE 1 TO FALTAN-PIEZAS-SW
               END-IF
           ELSE
               IF PIEZAS(IDX-DENOM) > BOVEDA-APTAS(IDX-DENOM)
                   MOVE 1 TO FALTAN-PIEZAS-SW
               END-IF
           END-IF.

           ADD 1 TO IDX-DENOM.
           GO TO COMPROBAR-EXISTENCIAS-BUCLE.

       COMPROBAR-EXISTENCIAS-EXIT.
           EXIT.

           *> Aplica las piezas tecleadas a la boveda cargada segun el
           *> movimiento en curso.
       APLICAR-BOVEDA.
           MOVE 1 TO IDX-DENOM.

       APLICAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO APLICAR-BOVEDA-EXIT.

           IF MOV-BOV-ENTRADA
               ADD PIEZAS(IDX-DENOM) TO BOVEDA-APTAS(IDX-DENOM).
           IF MOV-BOV-TRASPASO OR MOV-BOV-DEVOLUCION
               SUBTRACT PIEZAS(IDX-DENOM)
                   FROM BOVEDA-APTAS(IDX-DENOM).
           IF MOV-BOV-APARTAR
               SUBTRACT PIEZAS(IDX-DENOM)
                   FROM BOVEDA-APTAS(IDX-DENOM)
               ADD PIEZAS(IDX-DENOM) TO BOVEDA-NO-APTAS(IDX-DENOM).
           IF MOV-BOV-DEV-NO-APTOS
               SUBTRACT PIEZAS(IDX-DENOM)
                   FROM BOVEDA-NO-APTAS(IDX-DENOM).

           ADD 1 TO IDX-DENOM.
           GO TO APLICAR-BOVEDA-BUCLE.

       APLICAR-BOVEDA-EXIT.
           EXIT.

           *> Siguiente numero de movimiento del dia en la boveda;
           *> deja movboveda.ubd abierto para escribir.
       SIGUIENTE-NUM-BOVEDA.
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
               INVALID KEY GO TO SIGUIENTE-NUM-BOVEDA-FIN.

       SIGUIENTE-NUM-BOVEDA-LEER.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO SIGUIENTE-NUM-BOVEDA-FIN.

           IF BMV-SUCURSAL NOT = SUCURSAL-ACTUAL
               OR BMV-FECHA NOT = FECHA-HOY-NUM
               GO TO SIGUIENTE-NUM-BOVEDA-FIN.

           MOVE BMV-NUM TO NUM-MOV-BOVEDA.
           GO TO SIGUIENTE-NUM-BOVEDA-LEER.

       SIGUIENTE-NUM-BOVEDA-FIN.
           ADD 1 TO NUM-MOV-BOVEDA.

       SIGUIENTE-NUM-BOVEDA-EXIT.
           EXIT.

           *> Una linea del libro por denominacion movida (o pedida,
           *> en las entradas), con la firma del operador.
       ANOTAR-BOVEDA.
           PERFORM SIGUIENTE-NUM-BOVEDA
               THRU SIGUIENTE-NUM-BOVEDA-EXIT.

           MOVE 1 TO IDX-DENOM.

       ANOTAR-BOVEDA-BUCLE.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO ANOTAR-BOVEDA-CIERRE.

           IF PIEZAS(IDX-DENOM) = 0 AND PEDIDO-PIEZAS(IDX-DENOM) = 0
               ADD 1 TO IDX-DENOM
               GO TO ANOTAR-BOVEDA-BUCLE.

           INITIALIZE MOVBOVEDA-REG.
           MOVE SUCURSAL-ACTUAL          TO BMV-SUCURSAL.
           MOVE FECHA-HOY-NUM            TO BMV-FECHA.
           MOVE NUM-MOV-BOVEDA           TO BMV-NUM.
           MOVE DENOM-CENT(IDX-DENOM)    TO BMV-DENOM-CENT.
           MOVE HORA-HOY-NUM             TO BMV-HORA.
           MOVE MOVIMIENTO-EN-CURSO      TO BMV-TIPO.
           MOVE OPERADOR-ACTUAL          TO BMV-OPERADOR.
           MOVE 0                        TO BMV-CONTRAPARTE.
           MOVE TERMINAL-USUARIO         TO BMV-TERMINAL.
           MOVE FECHA-PEDIDO             TO BMV-FECHA-PEDIDO.
           MOVE PEDIDO-PIEZAS(IDX-DENOM) TO BMV-PEDIDAS.
           MOVE PIEZAS(IDX-DENOM)        TO BMV-PIEZAS.

           WRITE MOVBOVEDA-REG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO IDX-DENOM.
           GO TO ANOTAR-BOVEDA-BUCLE.

       ANOTAR-BOVEDA-CIERRE.
           CLOSE F-MOVBOVEDA.

       ANOTAR-BOVEDA-EXIT.
           EXIT.

           *> Los billetes traspasados se suman al cajon del terminal.
       REPONER-CAJON.
           OPEN I-O F-CAJON.
           IF FSC = 35
               OPEN OUTPUT F-CAJON
               CLOSE F-CAJON
               OPEN I-O F-CAJON
           END-IF.
           IF FSC <> 00
               GO TO PSYS-ERR.

           MOVE TERMINAL-USUARIO TO CAJ-TERMINAL.
           MOVE DENOM-USUARIO TO CAJ-DENOM.
           READ F-CAJON
               INVALID KEY
                   MOVE 0 TO CAJ-CANTIDAD
           END-READ.

           ADD BILLETES-USUARIO TO CAJ-CANTIDAD.

           REWRITE CAJON-REG
               INVALID KEY WRITE CAJON-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-CAJON.

       REPONER-CAJON-EXIT.
           EXIT.

           *> Movimiento de reposicion del cajon, sin tarjeta ni
           *> cuenta de cliente y con el terminal del cajero, para que
           *> la contabilidad del efectivo del cajero siga a cajon.ubd.
       ESCRIBIR-MOVIMIENTO-CAJON.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               GO TO PSYS-ERR.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE 0            TO MOV-TARJETA.
           MOVE ANO          TO MOV-ANO.
           MOVE MES          TO MOV-MES.
           MOVE DIA          TO MOV-DIA.
           MOVE HORAS        TO MOV-HOR.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-MOVIMIENTO-CAJON / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-MOVIMIENTO-CAJON
                   - (MOV-IMPORTE-ENT * 100)).

           MOVE "Traspaso boveda a cajon" TO MOV-CONCEPTO.

           MOVE 0 TO MOV-SALDOPOS-ENT.
           MOVE 0 TO MOV-SALDOPOS-DEC.

           MOVE ANO      TO MOV-ALTA-ANO.
           MOVE MES      TO MOV-ALTA-MES.
           MOVE DIA      TO MOV-ALTA-DIA.
           MOVE HORAS    TO MOV-ALTA-HOR.
           MOVE MINUTOS  TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           SET MOV-TIPO-REPOSICION-CAJON TO TRUE.

           MOVE TERMINAL-USUARIO TO MOV-TERMINAL.
           MOVE 0 TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

       ESCRIBIR-MOVIMIENTO-CAJON-EXIT.
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

           *> Sucursal del puesto segun el mapa de terminales: es la
           *> boveda que se lleva.
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


       TERMINAL-AJENO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El terminal no es de esta sucursal" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-PEDIDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay pedido de reposicion para ese terminal"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PEDIDO-SERVIDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese pedido ya se recibio en la boveda" AT LINE 9
               COL 22
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

       DENOM-INVALIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Denominacion no valida" AT LINE 9 COL 29
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       FIRMA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Firma incorrecta: el movimiento no se registra"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       FIRMA-EFECTIVO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La oficina de efectivo ha de firmar con otro"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "operador supervisor y su clave" AT LINE 10 COL 25
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
           CLOSE F-BOVEDA.
           CLOSE F-MOVBOVEDA.
           CLOSE F-CAJON.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SECUENCIA.
           CLOSE F-MOVIDX.

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
