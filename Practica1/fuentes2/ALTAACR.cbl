       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTAACR.

           *> Maestro de acreedores (clientes de empresa que cobran por
           *> adeudo a sus clientes de otros bancos), en el patron del
           *> maestro de empleadores: alta con la tarjeta cuya cuenta
           *> recibe los cobros y soporta las devoluciones, forma de
           *> abono (por remesa o por adeudo) y baja logica.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSA.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.


       DATA DIVISION.
       FILE SECTION.
       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FST                      PIC  X(2).

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
       77 CODIGO-USUARIO           PIC  9(4).
       77 NOMBRE-USUARIO           PIC X(30).
       77 TARJETA-USUARIO          PIC 9(16).
       77 ABONO-USUARIO            PIC  9(1).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 50
               PIC 9(4) USING CODIGO-USUARIO.
           05 FILLER AUTO LINE 10 COL 50
               PIC X(30) USING NOMBRE-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 50
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER LINE 12 COL 50
               PIC 9(1) USING ABONO-USUARIO.

       01 CODIGO-ACCEPT.
           05 FILLER BLANK ZERO LINE 09 COL 50
               PIC 9(4) USING CODIGO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Acreedores de adeudos" AT LINE 2
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


       PMENU.
           DISPLAY "1 - Alta de acreedor" AT LINE 8 COL 15.
           DISPLAY "2 - Baja de acreedor" AT LINE 9 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-ACREEDOR.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO BAJA-ACREEDOR.

           GO TO PMENU-ACCEPT.


       ALTA-ACREEDOR.
           INITIALIZE CODIGO-USUARIO.
           INITIALIZE NOMBRE-USUARIO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE ABONO-USUARIO.

           DISPLAY "Codigo del acreedor:" AT LINE 9 COL 15.
           DISPLAY "Nombre del acreedor:" AT LINE 10 COL 15.
           DISPLAY "Tarjeta de abono:" AT LINE 11 COL 15.
           DISPLAY "Abono (0 por remesa, 1 por adeudo):" AT LINE 12
               COL 13.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-ACREEDOR.

           IF CODIGO-USUARIO = 0 OR TARJETA-USUARIO = 0
               OR ABONO-USUARIO > 1
               GO TO ALTA-ACREEDOR.

           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-EXIT.

           OPEN I-O F-ACREEDORES.
           IF FSA = 35
               OPEN OUTPUT F-ACREEDORES
               CLOSE F-ACREEDORES
               OPEN I-O F-ACREEDORES
           END-IF.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE CODIGO-USUARIO  TO ACR-CODIGO.
           MOVE NOMBRE-USUARIO  TO ACR-NOMBRE.
           MOVE TARJETA-USUARIO TO ACR-TARJETA.
           MOVE ABONO-USUARIO   TO ACR-ABONO.
           SET ACR-ACTIVO       TO TRUE.

           *> Si el codigo ya existia se reactiva y se actualizan
           *> nombre, tarjeta y forma de abono, igual que hace el alta
           *> de empleadores.
           WRITE ACREEDOR-REG INVALID KEY
               REWRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.

           CLOSE F-ACREEDORES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Acreedor dado de alta correctamente" AT LINE 9
               COL 22 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       BAJA-ACREEDOR.
           INITIALIZE CODIGO-USUARIO.

           DISPLAY "Codigo del acreedor:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CODIGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO BAJA-ACREEDOR.

           OPEN I-O F-ACREEDORES.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE CODIGO-USUARIO TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY GO TO PNOENCONTRADO.

           SET ACR-BAJA TO TRUE.

           REWRITE ACREEDOR-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-ACREEDORES.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Acreedor dado de baja correctamente" AT LINE 9
               COL 22 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       COMPROBAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.

           CLOSE TARJETAS.

       COMPROBAR-TARJETA-EXIT.
           EXIT.


       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ninguna tarjeta con ese numero"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNOENCONTRADO.
           CLOSE F-ACREEDORES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ningun acreedor con ese codigo"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-ACREEDORES.

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
