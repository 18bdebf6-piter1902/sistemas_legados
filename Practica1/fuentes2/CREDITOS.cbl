       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDITOS.

           *> Herramienta de oficina de las tarjetas de credito: alta
           *> de la linea de credito de una tarjeta, cambio del limite
           *> y cambio de la forma de reembolso (total del mes o cuota
           *> fija). Las compras a credito las anotan los cajeros y el
           *> cierre mensual saca el extracto y cobra en la cuenta.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSK.

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
       FD F-CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
           COPY CREDITO.

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
       77 FSK                      PIC  X(2).
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

       *> Clase de tarifas.ubd con el interes mensual del saldo
       *> aplazado que llevan las lineas nuevas.
       78 CLASE-INTERES-DEFECTO    VALUE "CREDITO-INT".

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

       77 TARJETA-USUARIO          PIC  9(16).
       77 LIMITE-USUARIO           PIC  9(7).
       77 MODO-USUARIO             PIC  9(1).
       77 CUOTA-USUARIO            PIC  9(7).

       77 TITULAR-OPERACION        PIC X(35).

           *> La linea de credito va por tarjeta: la consulta de
           *> prestamos dudosos se hace solo por la tarjeta.
       77 CTA-SIN-COMPARAR         PIC 9(16) VALUE 0.
       77 PRE-DUDOSO-SW            PIC  9(1).
           88 TITULAR-DUDOSO       VALUE 1.

       77 IMPORTE-EDITADO          PIC -ZZZ,ZZZ,ZZ9.99.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 52
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 52
               PIC 9(7) USING LIMITE-USUARIO.
           05 FILLER AUTO LINE 11 COL 52
               PIC 9(1) USING MODO-USUARIO.
           05 FILLER BLANK ZERO LINE 12 COL 52
               PIC 9(7) USING CUOTA-USUARIO.

       01 LIMITE-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 52
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 52
               PIC 9(7) USING LIMITE-USUARIO.

       01 MODO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 52
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER AUTO LINE 10 COL 52
               PIC 9(1) USING MODO-USUARIO.
           05 FILLER BLANK ZERO LINE 11 COL 52
               PIC 9(7) USING CUOTA-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Tarjetas de credito" AT LINE 2
               COL 24 WITH FOREGROUND-COLOR IS BLUE.

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
           DISPLAY "1 - Alta de linea de credito" AT LINE 8 COL 15.
           DISPLAY "2 - Cambiar limite" AT LINE 9 COL 15.
           DISPLAY "3 - Cambiar forma de reembolso" AT LINE 10 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-CREDITO.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO CAMBIAR-LIMITE.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO CAMBIAR-MODO.

           GO TO PMENU-ACCEPT.


           *> Alta de la linea de credito de una tarjeta, con su
           *> limite y la forma de reembolso elegida por el titular.
           *> Una tarjeta que no admite cargos no recibe credito.
       ALTA-CREDITO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE LIMITE-USUARIO.
           INITIALIZE MODO-USUARIO.
           INITIALIZE CUOTA-USUARIO.

           DISPLAY "Alta de linea de credito" AT LINE 6 COL 28.
           DISPLAY "Tarjeta del titular:" AT LINE 9 COL 15.
           DISPLAY "Limite (EUR):" AT LINE 10 COL 15.
           DISPLAY "Reembolso:" AT LINE 11 COL 15.
           DISPLAY "Cuota mensual (EUR):" AT LINE 12 COL 15.
           DISPLAY "Reembolso: 0 - Total del mes  1 - Cuota fija"
               AT LINE 14 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-CREDITO.

           IF TARJETA-USUARIO = 0 OR LIMITE-USUARIO = 0
               GO TO ALTA-CREDITO.
           IF MODO-USUARIO > 1
               GO TO MODO-ERR.
           IF MODO-USUARIO = 1 AND CUOTA-USUARIO = 0
               GO TO MODO-ERR.

           PERFORM LEER-TARJETA THRU LEER-TARJETA-EXIT.

           IF TARJETA-ANULADA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               OR TARJETA-INACTIVA OR TARJETA-DILIGENCIA
               GO TO TARJETA-BLOQUEADA-ERR.

           CALL "PREDUDOSO" USING TARJETA-USUARIO CTA-SIN-COMPARAR
               PRE-DUDOSO-SW.
           IF TITULAR-DUDOSO
               GO TO DUDOSO-ERR.

           OPEN I-O F-CREDITOS.
           IF FSK = 35
               OPEN OUTPUT F-CREDITOS
               CLOSE F-CREDITOS
               OPEN I-O F-CREDITOS
           END-IF.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           READ F-CREDITOS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CLOSE F-CREDITOS
                   GO TO YA-TIENE-CREDITO-ERR
           END-READ.

           INITIALIZE CREDITO-REG.
           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           COMPUTE CRD-LIMITE-CENT = LIMITE-USUARIO * 100.
           MOVE 0 TO CRD-DISPUESTO-CENT.
           MOVE MODO-USUARIO TO CRD-MODO.
           IF CRD-PAGO-CUOTA
               COMPUTE CRD-CUOTA-CENT = CUOTA-USUARIO * 100
           ELSE
               MOVE 0 TO CRD-CUOTA-CENT.
           MOVE CLASE-INTERES-DEFECTO TO CRD-CLASE-TARIFA.
           SET CRD-ACTIVA TO TRUE.
           MOVE 0 TO CRD-ULTIMO-CICLO.
           MOVE 0 TO CRD-APLAZADO-CENT.
           MOVE 0 TO CRD-IMPAGADO-CENT.
           MOVE FECHA-HOY-NUM   TO CRD-ALTA-FECHA.
           MOVE FECHA-HOY-NUM   TO CRD-MODIF-FECHA.
           MOVE OPERADOR-ACTUAL TO CRD-OPERADOR.

           WRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CREDITOS.

           MOVE "CREDITO-ALTA" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Linea de credito dada de alta" AT LINE 7
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           GO TO MOSTRAR-CREDITO.


           *> Nuevo limite de la linea; nunca por debajo de lo que la
           *> tarjeta ya tiene dispuesto.
       CAMBIAR-LIMITE.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE LIMITE-USUARIO.

           DISPLAY "Cambiar limite de credito" AT LINE 6 COL 28.
           DISPLAY "Tarjeta del titular:" AT LINE 9 COL 15.
           DISPLAY "Nuevo limite (EUR):" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT LIMITE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CAMBIAR-LIMITE.

           IF TARJETA-USUARIO = 0 OR LIMITE-USUARIO = 0
               GO TO CAMBIAR-LIMITE.

           PERFORM LEER-TARJETA THRU LEER-TARJETA-EXIT.
           PERFORM LEER-CREDITO THRU LEER-CREDITO-EXIT.

           IF LIMITE-USUARIO * 100 < CRD-DISPUESTO-CENT
               CLOSE F-CREDITOS
               GO TO LIMITE-ERR.

           *> Con un prestamo dudoso el limite puede bajar, no subir.
           IF LIMITE-USUARIO * 100 > CRD-LIMITE-CENT
               CALL "PREDUDOSO" USING TARJETA-USUARIO CTA-SIN-COMPARAR
                   PRE-DUDOSO-SW
               IF TITULAR-DUDOSO
                   CLOSE F-CREDITOS
                   GO TO DUDOSO-ERR.

           COMPUTE CRD-LIMITE-CENT = LIMITE-USUARIO * 100.
           MOVE FECHA-HOY-NUM   TO CRD-MODIF-FECHA.
           MOVE OPERADOR-ACTUAL TO CRD-OPERADOR.

           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CREDITOS.

           MOVE "CREDITO-LIM" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Limite de credito cambiado" AT LINE 7
               COL 27 WITH FOREGROUND-COLOR IS GREEN.
           GO TO MOSTRAR-CREDITO.


           *> Forma de reembolso que aplicara el proximo cierre
           *> mensual: total de lo dispuesto o cuota fija.
       CAMBIAR-MODO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE MODO-USUARIO.
           INITIALIZE CUOTA-USUARIO.

           DISPLAY "Cambiar forma de reembolso" AT LINE 6 COL 27.
           DISPLAY "Tarjeta del titular:" AT LINE 9 COL 15.
           DISPLAY "Reembolso:" AT LINE 10 COL 15.
           DISPLAY "Cuota mensual (EUR):" AT LINE 11 COL 15.
           DISPLAY "Reembolso: 0 - Total del mes  1 - Cuota fija"
               AT LINE 13 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT MODO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CAMBIAR-MODO.

           IF TARJETA-USUARIO = 0
               GO TO CAMBIAR-MODO.
           IF MODO-USUARIO > 1
               GO TO MODO-ERR.
           IF MODO-USUARIO = 1 AND CUOTA-USUARIO = 0
               GO TO MODO-ERR.

           PERFORM LEER-TARJETA THRU LEER-TARJETA-EXIT.
           PERFORM LEER-CREDITO THRU LEER-CREDITO-EXIT.

           MOVE MODO-USUARIO TO CRD-MODO.
           IF CRD-PAGO-CUOTA
               COMPUTE CRD-CUOTA-CENT = CUOTA-USUARIO * 100
           ELSE
               MOVE 0 TO CRD-CUOTA-CENT.
           MOVE FECHA-HOY-NUM   TO CRD-MODIF-FECHA.
           MOVE OPERADOR-ACTUAL TO CRD-OPERADOR.

           REWRITE CREDITO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CREDITOS.

           MOVE "CREDITO-MODO" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Forma de reembolso cambiada" AT LINE 7
               COL 26 WITH FOREGROUND-COLOR IS GREEN.
           GO TO MOSTRAR-CREDITO.


           *> Situacion de la linea tras el cambio, con los datos que
           *> quedan en CREDITO-REG.
       MOSTRAR-CREDITO.
           DISPLAY "Titular:" AT LINE 9 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 9 COL 35.
           DISPLAY "Tarjeta:" AT LINE 10 COL 15.
           DISPLAY CRD-TARJETA AT LINE 10 COL 35.
           COMPUTE IMPORTE-EDITADO = CRD-LIMITE-CENT / 100.
           DISPLAY "Limite:" AT LINE 11 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 11 COL 35.
           COMPUTE IMPORTE-EDITADO = CRD-DISPUESTO-CENT / 100.
           DISPLAY "Dispuesto:" AT LINE 12 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 35.
           DISPLAY "Reembolso:" AT LINE 13 COL 15.
           IF CRD-PAGO-TOTAL
               DISPLAY "Total del mes" AT LINE 13 COL 35
           ELSE
               COMPUTE IMPORTE-EDITADO = CRD-CUOTA-CENT / 100
               DISPLAY "Cuota fija" AT LINE 13 COL 35
               DISPLAY IMPORTE-EDITADO AT LINE 14 COL 35.
           IF CRD-MORA
               DISPLAY "Linea en mora: cajero sin compras a credito"
                   AT LINE 16 COL 15
                   WITH FOREGROUND-COLOR IS BLACK
                        BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       LEER-TARJETA.
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

           MOVE TITULAR TO TITULAR-OPERACION.
           CLOSE TARJETAS.

       LEER-TARJETA-EXIT.
           EXIT.

           *> Deja F-CREDITOS abierto y la linea de la tarjeta leida
           *> para reescribirla.
       LEER-CREDITO.
           OPEN I-O F-CREDITOS.
           IF FSK = 35
               CLOSE F-CREDITOS
               GO TO SIN-CREDITO-ERR.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           READ F-CREDITOS INVALID KEY
               CLOSE F-CREDITOS
               GO TO SIN-CREDITO-ERR.

           IF CRD-BAJA
               CLOSE F-CREDITOS
               GO TO SIN-CREDITO-ERR.

       LEER-CREDITO-EXIT.
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

       MODO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Reembolso 0 (total) o 1 (cuota, con su importe)"
               AT LINE 9 COL 16
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
           DISPLAY "La tarjeta no admite cargos; no se da credito"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       YA-TIENE-CREDITO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta ya tiene linea de credito" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-CREDITO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta no tiene linea de credito" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       DUDOSO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El titular tiene un prestamo clasificado dudoso"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       LIMITE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El limite no puede quedar bajo lo dispuesto"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-CREDITOS.
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
