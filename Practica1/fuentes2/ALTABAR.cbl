       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTABAR.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-CLAVE
           FILE STATUS IS FSB.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-CUENTASAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-CLAVE
           FILE STATUS IS FSA.


       DATA DIVISION.
       FILE SECTION.
       FD F-BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
           COPY REGLABAR.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-CUENTASAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasad.ubd".
           COPY CUENTAAD.


       WORKING-STORAGE SECTION.
       77 FSB                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSA                      PIC  X(2).

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
       77 TARJETA-USUARIO          PIC 9(16).
       77 ORDEN-USUARIO            PIC  9(2).
       77 CORRIENTE-USUARIO        PIC 9(16).
       77 AHORRO-USUARIO           PIC 9(16).
       77 TECHO-ENT-USUARIO        PIC  9(7).
       77 TECHO-DEC-USUARIO        PIC  9(2).
       77 SUELO-ENT-USUARIO        PIC  9(7).
       77 SUELO-DEC-USUARIO        PIC  9(2).

       77 CTA-ID-BUSCADA           PIC 9(16).
       77 CUENTA-ALCANZABLE-SW     PIC  9(1).
           88 CUENTA-ALCANZABLE    VALUE 1.
       77 CENT-TECHO               PIC  9(9).
       77 CENT-SUELO               PIC  9(9).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 CLAVE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 50
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 50
               PIC 9(2) USING ORDEN-USUARIO.

       01 REGLA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 50
               PIC 9(16) USING CORRIENTE-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 50
               PIC 9(16) USING AHORRO-USUARIO.
           05 FILLER AUTO LINE 14 COL 50
               PIC 9(7) USING TECHO-ENT-USUARIO.
           05 FILLER LINE 14 COL 57 VALUE ".".
           05 FILLER AUTO LINE 14 COL 58
               PIC 9(2) USING TECHO-DEC-USUARIO.
           05 FILLER AUTO LINE 15 COL 50
               PIC 9(7) USING SUELO-ENT-USUARIO.
           05 FILLER LINE 15 COL 57 VALUE ".".
           05 FILLER LINE 15 COL 58
               PIC 9(2) USING SUELO-DEC-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Barrido de saldo entre cuentas"
               AT LINE 2 COL 19 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta o cambio de regla de barrido"
               AT LINE 8 COL 15.
           DISPLAY "2 - Baja de regla de barrido" AT LINE 9 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-REGLA.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO BAJA-REGLA.

           GO TO PMENU-ACCEPT.


       ALTA-REGLA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.

           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-EXIT.

           INITIALIZE CORRIENTE-USUARIO.
           INITIALIZE AHORRO-USUARIO.
           INITIALIZE TECHO-ENT-USUARIO.
           INITIALIZE TECHO-DEC-USUARIO.
           INITIALIZE SUELO-ENT-USUARIO.
           INITIALIZE SUELO-DEC-USUARIO.

           DISPLAY "Cuenta corriente (objetivo):" AT LINE 12 COL 15.
           DISPLAY "Cuenta de ahorro (origen):" AT LINE 13 COL 15.
           DISPLAY "Techo (0 = sin barrido):" AT LINE 14 COL 15.
           DISPLAY "Suelo:" AT LINE 15 COL 15.

       ALTA-REGLA-ACCEPT.
           ACCEPT REGLA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-REGLA-ACCEPT.

           IF CORRIENTE-USUARIO = 0 OR AHORRO-USUARIO = 0
               GO TO ALTA-REGLA-ACCEPT.

           IF CORRIENTE-USUARIO = AHORRO-USUARIO
               GO TO PMISMA-CUENTA-ERR.

           *> Las dos cuentas tienen que alcanzarse con la tarjeta:
           *> el barrido no mueve dinero de terceros.
           MOVE CORRIENTE-USUARIO TO CTA-ID-BUSCADA.
           PERFORM COMPROBAR-CUENTA THRU COMPROBAR-CUENTA-EXIT.
           IF NOT CUENTA-ALCANZABLE
               GO TO PCUENTA-ERR.

           MOVE AHORRO-USUARIO TO CTA-ID-BUSCADA.
           PERFORM COMPROBAR-CUENTA THRU COMPROBAR-CUENTA-EXIT.
           IF NOT CUENTA-ALCANZABLE
               GO TO PCUENTA-ERR.

           COMPUTE CENT-TECHO = (TECHO-ENT-USUARIO * 100)
                                + TECHO-DEC-USUARIO.
           COMPUTE CENT-SUELO = (SUELO-ENT-USUARIO * 100)
                                + SUELO-DEC-USUARIO.
           IF CENT-TECHO > 0 AND CENT-SUELO > CENT-TECHO
               GO TO PLIMITES-ERR.

           OPEN I-O F-BARRIDOS.
           IF FSB = 35
               OPEN OUTPUT F-BARRIDOS
               CLOSE F-BARRIDOS
               OPEN I-O F-BARRIDOS
           END-IF.
           IF FSB <> 00
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE TARJETA-USUARIO   TO BAR-TARJETA.
           MOVE ORDEN-USUARIO     TO BAR-ORDEN.
           MOVE CORRIENTE-USUARIO TO BAR-CTA-CORRIENTE.
           MOVE AHORRO-USUARIO    TO BAR-CTA-AHORRO.
           MOVE TECHO-ENT-USUARIO TO BAR-TECHO-ENT.
           MOVE TECHO-DEC-USUARIO TO BAR-TECHO-DEC.
           MOVE SUELO-ENT-USUARIO TO BAR-SUELO-ENT.
           MOVE SUELO-DEC-USUARIO TO BAR-SUELO-DEC.
           MOVE ANO               TO BAR-ANO.
           MOVE MES               TO BAR-MES.
           MOVE DIA               TO BAR-DIA.
           SET BAR-ACTIVA         TO TRUE.

           *> Una regla que ya existia se sustituye (y se reactiva si
           *> estaba de baja) con los datos tecleados hoy.
           WRITE REGLABAR-REG INVALID KEY
               REWRITE REGLABAR-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.

           CLOSE F-BARRIDOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Regla de barrido grabada correctamente" AT LINE 9
               COL 21 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       BAJA-REGLA.
           PERFORM PEDIR-CLAVE THRU PEDIR-CLAVE-EXIT.

           OPEN I-O F-BARRIDOS.
           IF FSB <> 00
               GO TO PNOENCONTRADO.

           MOVE TARJETA-USUARIO TO BAR-TARJETA.
           MOVE ORDEN-USUARIO   TO BAR-ORDEN.
           READ F-BARRIDOS INVALID KEY GO TO PNOENCONTRADO.

           SET BAR-BAJA TO TRUE.

           REWRITE REGLABAR-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-BARRIDOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Regla de barrido dada de baja" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       PEDIR-CLAVE.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE ORDEN-USUARIO.

           DISPLAY "Numero de tarjeta:" AT LINE 9 COL 15.
           DISPLAY "Numero de regla (1-99):" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CLAVE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO PEDIR-CLAVE.

           IF TARJETA-USUARIO = 0 OR ORDEN-USUARIO = 0
               GO TO PEDIR-CLAVE.

       PEDIR-CLAVE-EXIT.
           EXIT.

       COMPROBAR-TARJETA.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.

           IF TARJETA-DEFUNCION
               CLOSE TARJETAS
               GO TO PDEFUNCION-ERR.

           CLOSE TARJETAS.

       COMPROBAR-TARJETA-EXIT.
           EXIT.

           *> CTA-ID-BUSCADA es la principal de la tarjeta o una de
           *> sus adicionales.
       COMPROBAR-CUENTA.
           MOVE 0 TO CUENTA-ALCANZABLE-SW.

           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO COMPROBAR-CUENTA-AD.

           MOVE TARJETA-USUARIO TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF CTA-ID = CTA-ID-BUSCADA
                       MOVE 1 TO CUENTA-ALCANZABLE-SW
                   END-IF
           END-READ.

           CLOSE F-CUENTAS.

           IF CUENTA-ALCANZABLE
               GO TO COMPROBAR-CUENTA-EXIT.

       COMPROBAR-CUENTA-AD.
           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               GO TO COMPROBAR-CUENTA-EXIT.

           MOVE TARJETA-USUARIO TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO COMPROBAR-CUENTA-CIERRE.

       COMPROBAR-CUENTA-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO COMPROBAR-CUENTA-CIERRE.

           IF CAD-TARJETA NOT = TARJETA-USUARIO
               GO TO COMPROBAR-CUENTA-CIERRE.

           IF CAD-CTA-ID NOT = CTA-ID-BUSCADA
               GO TO COMPROBAR-CUENTA-BUCLE.

           MOVE 1 TO CUENTA-ALCANZABLE-SW.

       COMPROBAR-CUENTA-CIERRE.
           CLOSE F-CUENTASAD.

       COMPROBAR-CUENTA-EXIT.
           EXIT.


       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ninguna tarjeta con ese numero"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDEFUNCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta es de un titular fallecido"
               AT LINE 9 COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PMISMA-CUENTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las dos cuentas de la regla deben ser distintas"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PCUENTA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta no se alcanza con esa tarjeta"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PLIMITES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El suelo no puede superar al techo"
               AT LINE 9 COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNOENCONTRADO.
           CLOSE F-BARRIDOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe esa regla de barrido para la tarjeta"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-BARRIDOS.

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
