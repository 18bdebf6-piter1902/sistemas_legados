       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVISAS.

           *> Herramienta de oficina para la divisa: mantenimiento de
           *> la tabla de cambios que ofrece el cajero (alta del cambio
           *> de una moneda desde una fecha, o retirada de la moneda)
           *> y entrega al titular de los billetes de un pedido ya
           *> recibido del proveedor, que queda marcado como recogido.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-CLAVE
           FILE STATUS IS FSD.

           SELECT F-PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDV-NUM
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

           *> Registro de acciones de las herramientas de oficina;
           *> solo se anade al final.
           SELECT F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSW.


       DATA DIVISION.
       FILE SECTION.
       FD F-DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
           COPY DIVISA.

       FD F-PEDIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pedidosdiv.ubd".
           COPY PEDIDODIV.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

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


       WORKING-STORAGE SECTION.
       77 FSD                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSO                      PIC  X(2).
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

       77 FECHA-HOY-NUM            PIC  9(8).

       77 MONEDA-USUARIO           PIC  X(3).
       77 NOMBRE-USUARIO           PIC X(20).
       77 VIGENCIA-USUARIO         PIC  9(8).
       77 CAMBIO-USUARIO           PIC 9(4)V9(6).
       77 PEDIDO-USUARIO           PIC  9(8).

       77 TITULAR-PEDIDO           PIC X(35).
       77 IMPORTE-EDITADO          PIC ZZZZZZ9.99.
       77 UNIDADES-EDITADAS        PIC ZZZZZZ9.
       01 FECHA-EDITADA.
           05 FED-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FED-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FED-ANO              PIC  9(4).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 CAMBIO-ACCEPT.
           05 FILLER AUTO LINE 09 COL 52
               PIC X(3) USING MONEDA-USUARIO.
           05 FILLER AUTO LINE 10 COL 52
               PIC X(20) USING NOMBRE-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 52
               PIC 9(8) USING VIGENCIA-USUARIO.
           05 FILLER BLANK ZERO LINE 12 COL 52
               PIC 9999.999999 USING CAMBIO-USUARIO.

       01 RETIRADA-ACCEPT.
           05 FILLER AUTO LINE 09 COL 52
               PIC X(3) USING MONEDA-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 52
               PIC 9(8) USING VIGENCIA-USUARIO.

       01 PEDIDO-ACCEPT.
           05 FILLER BLANK ZERO LINE 09 COL 52
               PIC 9(8) USING PEDIDO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Divisa en oficina" AT LINE 2
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

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       PMENU.
           DISPLAY "1 - Cambio de una moneda" AT LINE 8 COL 15.
           DISPLAY "2 - Retirar una moneda del cajero" AT LINE 9
               COL 15.
           DISPLAY "3 - Entregar pedido de divisa" AT LINE 10 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-CAMBIO.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO RETIRAR-MONEDA.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ENTREGAR-PEDIDO.

           GO TO PMENU-ACCEPT.


           *> Cambio de una moneda desde una fecha: unidades de la
           *> moneda por euro. La misma moneda y fecha se corrige
           *> reescribiendo, como en la tabla de tarifas.
       ALTA-CAMBIO.
           INITIALIZE MONEDA-USUARIO.
           INITIALIZE NOMBRE-USUARIO.
           MOVE FECHA-HOY-NUM TO VIGENCIA-USUARIO.
           INITIALIZE CAMBIO-USUARIO.

           DISPLAY "Moneda (codigo de 3 letras):" AT LINE 9 COL 15.
           DISPLAY "Nombre de la moneda:" AT LINE 10 COL 15.
           DISPLAY "En vigor desde (AAAAMMDD):" AT LINE 11 COL 15.
           DISPLAY "Unidades por euro:" AT LINE 12 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CAMBIO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-CAMBIO.

           MOVE FUNCTION UPPER-CASE(MONEDA-USUARIO) TO MONEDA-USUARIO.

           IF MONEDA-USUARIO = SPACES OR VIGENCIA-USUARIO = 0
               OR CAMBIO-USUARIO = 0
               GO TO ALTA-CAMBIO.

           OPEN I-O F-DIVISAS.
           IF FSD = 35
               OPEN OUTPUT F-DIVISAS
               CLOSE F-DIVISAS
               OPEN I-O F-DIVISAS
           END-IF.
           IF FSD <> 00
               GO TO PSYS-ERR.

           MOVE MONEDA-USUARIO   TO DIV-MONEDA.
           MOVE VIGENCIA-USUARIO TO DIV-VIGENCIA.
           MOVE NOMBRE-USUARIO   TO DIV-NOMBRE.
           MOVE CAMBIO-USUARIO   TO DIV-CAMBIO.
           SET DIV-OFRECIDA      TO TRUE.

           WRITE DIVISA-REG INVALID KEY
               REWRITE DIVISA-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.

           CLOSE F-DIVISAS.

           MOVE "CAMBIO-DIV" TO AUD-FUNCION-ACTUAL.
           MOVE VIGENCIA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambio registrado correctamente" AT LINE 9
               COL 24 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Deja de ofrecer la moneda en el cajero desde la fecha
           *> indicada; los pedidos ya hechos siguen su curso.
       RETIRAR-MONEDA.
           INITIALIZE MONEDA-USUARIO.
           MOVE FECHA-HOY-NUM TO VIGENCIA-USUARIO.

           DISPLAY "Moneda (codigo de 3 letras):" AT LINE 9 COL 15.
           DISPLAY "Retirada desde (AAAAMMDD):" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT RETIRADA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO RETIRAR-MONEDA.

           MOVE FUNCTION UPPER-CASE(MONEDA-USUARIO) TO MONEDA-USUARIO.

           IF MONEDA-USUARIO = SPACES OR VIGENCIA-USUARIO = 0
               GO TO RETIRAR-MONEDA.

           OPEN I-O F-DIVISAS.
           IF FSD = 35
               CLOSE F-DIVISAS
               GO TO PMONEDA-ERR.
           IF FSD <> 00
               GO TO PSYS-ERR.

           *> Solo se retira una moneda que la tabla conoce.
           MOVE MONEDA-USUARIO TO DIV-MONEDA.
           MOVE 0 TO DIV-VIGENCIA.
           START F-DIVISAS KEY IS NOT LESS THAN DIV-CLAVE
               INVALID KEY
                   CLOSE F-DIVISAS
                   GO TO PMONEDA-ERR.
           READ F-DIVISAS NEXT RECORD
               AT END
                   CLOSE F-DIVISAS
                   GO TO PMONEDA-ERR.
           IF DIV-MONEDA NOT = MONEDA-USUARIO
               CLOSE F-DIVISAS
               GO TO PMONEDA-ERR.

           MOVE MONEDA-USUARIO   TO DIV-MONEDA.
           MOVE VIGENCIA-USUARIO TO DIV-VIGENCIA.
           MOVE 0                TO DIV-CAMBIO.
           SET DIV-RETIRADA      TO TRUE.

           WRITE DIVISA-REG INVALID KEY
               REWRITE DIVISA-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.

           CLOSE F-DIVISAS.

           MOVE "RETIRA-DIV" TO AUD-FUNCION-ACTUAL.
           MOVE VIGENCIA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Moneda retirada del cajero" AT LINE 9
               COL 27 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Entrega de los billetes de un pedido que ya llego del
           *> proveedor. El operador comprueba la identidad del
           *> titular antes de confirmar.
       ENTREGAR-PEDIDO.
           INITIALIZE PEDIDO-USUARIO.

           DISPLAY "Numero de pedido:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT PEDIDO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ENTREGAR-PEDIDO.

           IF PEDIDO-USUARIO = 0
               GO TO ENTREGAR-PEDIDO.

           OPEN I-O F-PEDIDOS.
           IF FSP = 35
               CLOSE F-PEDIDOS
               GO TO PNOENCONTRADO.
           IF FSP <> 00
               GO TO PSYS-ERR.

           MOVE PEDIDO-USUARIO TO PDV-NUM.
           READ F-PEDIDOS INVALID KEY
               CLOSE F-PEDIDOS
               GO TO PNOENCONTRADO.

           IF PDV-PEDIDO
               CLOSE F-PEDIDOS
               GO TO PNO-LLEGADO.
           IF PDV-RECOGIDO
               CLOSE F-PEDIDOS
               GO TO PYA-RECOGIDO.
           IF PDV-DEVUELTO
               CLOSE F-PEDIDOS
               GO TO PYA-DEVUELTO.

           MOVE SPACES TO TITULAR-PEDIDO.
           OPEN INPUT TARJETAS.
           IF FST = 00
               MOVE PDV-TARJETA TO TNUM
               READ TARJETAS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE TITULAR TO TITULAR-PEDIDO
               END-READ
               CLOSE TARJETAS
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entregar pedido de divisa" AT LINE 6 COL 28.
           DISPLAY "Pedido:" AT LINE 8 COL 15.
           DISPLAY PDV-NUM AT LINE 8 COL 40.
           DISPLAY "Tarjeta:" AT LINE 9 COL 15.
           DISPLAY PDV-TARJETA AT LINE 9 COL 40.
           DISPLAY "Titular:" AT LINE 10 COL 15.
           DISPLAY TITULAR-PEDIDO AT LINE 10 COL 40.
           MOVE PDV-IMPORTE-DIV TO UNIDADES-EDITADAS.
           DISPLAY "Billetes a entregar:" AT LINE 12 COL 15.
           DISPLAY UNIDADES-EDITADAS AT LINE 12 COL 40.
           DISPLAY PDV-MONEDA AT LINE 12 COL 48.
           COMPUTE IMPORTE-EDITADO = PDV-CARGO-CENT / 100.
           DISPLAY "Contravalor cargado:" AT LINE 13 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 13 COL 40.
           DISPLAY "EUR" AT LINE 13 COL 51.
           MOVE PDV-FECHA-LIMITE(7:2) TO FED-DIA.
           MOVE PDV-FECHA-LIMITE(5:2) TO FED-MES.
           MOVE PDV-FECHA-LIMITE(1:4) TO FED-ANO.
           DISPLAY "Recogida hasta el:" AT LINE 14 COL 15.
           DISPLAY FECHA-EDITADA AT LINE 14 COL 40.
           DISPLAY "Compruebe el documento de identidad del titular"
               AT LINE 17 COL 15 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Enter - Entregar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       ENTREGAR-PEDIDO-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-PEDIDOS
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ENTREGAR-PEDIDO-CONFIRMAR.

           SET PDV-RECOGIDO TO TRUE.
           MOVE FECHA-HOY-NUM   TO PDV-FECHA-CIERRE.
           MOVE OPERADOR-ACTUAL TO PDV-OPERADOR.
           REWRITE PEDIDODIV-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-PEDIDOS.

           MOVE "ENTREGA-DIV" TO AUD-FUNCION-ACTUAL.
           MOVE PEDIDO-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pedido entregado y marcado como recogido"
               AT LINE 9 COL 20 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


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

       PMONEDA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa moneda no esta en la tabla de cambios"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNOENCONTRADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ningun pedido con ese numero"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNO-LLEGADO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El pedido aun no se ha enviado al proveedor"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PYA-RECOGIDO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese pedido ya se entrego" AT LINE 9 COL 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PYA-DEVUELTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pedido caducado: el cargo ya se devolvio"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-DIVISAS.
           CLOSE F-PEDIDOS.
           CLOSE TARJETAS.

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
