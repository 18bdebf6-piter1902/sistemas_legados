       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTAABO.

           *> Mantenimiento del catalogo de abonos: alta de un abono
           *> con sus espectaculos y el reparto de su precio entre
           *> ellos, y retirada de la venta. Va junto a ALTAESP, que
           *> mantiene los espectaculos sueltos.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-ID
           FILE STATUS IS FSA.

           SELECT F-ESPECTACULOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ESP-ID
           FILE STATUS IS FSE.


       DATA DIVISION.
       FILE SECTION.
       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
           COPY ABONO.

       FD F-ESPECTACULOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "espectaculos.ubd".
           COPY ESPECTACULO.


       WORKING-STORAGE SECTION.
       77 FSA                      PIC  X(2).
       77 FSE                      PIC  X(2).

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

       77 ABO-ID-USUARIO           PIC  9(6).
       77 NOMBRE-USUARIO           PIC  X(30).
       77 PRECIO-ENT-USUARIO       PIC  9(5).
       77 PRECIO-DEC-USUARIO       PIC  9(2).

           *> Rejilla de eventos del alta: una fila por espectaculo,
           *> con su parte del precio; las filas a cero se ignoran.
       01 TABLA-USUARIO.
           05 AEV-ENTRY OCCURS 10 TIMES.
               10 AEV-ESP-ID       PIC  9(6).
               10 AEV-PARTE-ENT    PIC  9(5).
               10 AEV-PARTE-DEC    PIC  9(2).

       77 IDX-FILA                 PIC  9(2).
       77 IDX-EVENTO               PIC  9(2).
       77 IDX-OTRO                 PIC  9(2).
       77 LINEA-EVENTO             PIC  99.

           *> Precio suelto de cada evento, para el reparto
           *> automatico cuando no se indican las partes.
       01 TABLA-PRECIOS.
           05 PRECIO-EVENTO-CENT   PIC S9(9) OCCURS 10 TIMES.

       77 CENT-PRECIO-ABONO        PIC S9(9).
       77 CENT-PARTE               PIC S9(9).
       77 CENT-SUMA-PARTES         PIC S9(9).
       77 CENT-SUMA-SUELTOS        PIC S9(9).
       77 CENT-REPARTIDO           PIC S9(9).

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ALTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(6) USING ABO-ID-USUARIO.
           05 FILLER AUTO LINE 09 COL 50
               PIC X(30) USING NOMBRE-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 50
               PIC 9(5) USING PRECIO-ENT-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 56
               PIC 9(2) USING PRECIO-DEC-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 20
               PIC 9(6) USING AEV-ESP-ID(1).
           05 FILLER BLANK ZERO AUTO LINE 13 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(1).
           05 FILLER BLANK ZERO LINE 13 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(1).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 20
               PIC 9(6) USING AEV-ESP-ID(2).
           05 FILLER BLANK ZERO AUTO LINE 14 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(2).
           05 FILLER BLANK ZERO LINE 14 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(2).
           05 FILLER BLANK ZERO AUTO LINE 15 COL 20
               PIC 9(6) USING AEV-ESP-ID(3).
           05 FILLER BLANK ZERO AUTO LINE 15 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(3).
           05 FILLER BLANK ZERO LINE 15 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(3).
           05 FILLER BLANK ZERO AUTO LINE 16 COL 20
               PIC 9(6) USING AEV-ESP-ID(4).
           05 FILLER BLANK ZERO AUTO LINE 16 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(4).
           05 FILLER BLANK ZERO LINE 16 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(4).
           05 FILLER BLANK ZERO AUTO LINE 17 COL 20
               PIC 9(6) USING AEV-ESP-ID(5).
           05 FILLER BLANK ZERO AUTO LINE 17 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(5).
           05 FILLER BLANK ZERO LINE 17 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(5).
           05 FILLER BLANK ZERO AUTO LINE 18 COL 20
               PIC 9(6) USING AEV-ESP-ID(6).
           05 FILLER BLANK ZERO AUTO LINE 18 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(6).
           05 FILLER BLANK ZERO LINE 18 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(6).
           05 FILLER BLANK ZERO AUTO LINE 19 COL 20
               PIC 9(6) USING AEV-ESP-ID(7).
           05 FILLER BLANK ZERO AUTO LINE 19 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(7).
           05 FILLER BLANK ZERO LINE 19 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(7).
           05 FILLER BLANK ZERO AUTO LINE 20 COL 20
               PIC 9(6) USING AEV-ESP-ID(8).
           05 FILLER BLANK ZERO AUTO LINE 20 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(8).
           05 FILLER BLANK ZERO LINE 20 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(8).
           05 FILLER BLANK ZERO AUTO LINE 21 COL 20
               PIC 9(6) USING AEV-ESP-ID(9).
           05 FILLER BLANK ZERO AUTO LINE 21 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(9).
           05 FILLER BLANK ZERO LINE 21 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(9).
           05 FILLER BLANK ZERO AUTO LINE 22 COL 20
               PIC 9(6) USING AEV-ESP-ID(10).
           05 FILLER BLANK ZERO AUTO LINE 22 COL 40
               PIC 9(5) USING AEV-PARTE-ENT(10).
           05 FILLER BLANK ZERO LINE 22 COL 46
               PIC 9(2) USING AEV-PARTE-DEC(10).

       01 ABONO-ACCEPT.
           05 FILLER BLANK ZERO LINE 08 COL 50
               PIC 9(6) USING ABO-ID-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Catalogo de abonos" AT LINE 2
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


       PMENU.
           DISPLAY "1 - Alta de abono" AT LINE 8 COL 15.
           DISPLAY "2 - Retirar un abono de la venta" AT LINE 9 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-ABONO.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO RETIRAR-ABONO.

           GO TO PMENU-ACCEPT.


       ALTA-ABONO.
           INITIALIZE ABO-ID-USUARIO.
           INITIALIZE NOMBRE-USUARIO.
           INITIALIZE PRECIO-ENT-USUARIO.
           INITIALIZE PRECIO-DEC-USUARIO.
           INITIALIZE TABLA-USUARIO.

           DISPLAY "Id. del abono:" AT LINE 8 COL 15.
           DISPLAY "Nombre:" AT LINE 9 COL 15.
           DISPLAY "Precio (EUR . cent):" AT LINE 10 COL 15.
           DISPLAY "." AT LINE 10 COL 55.
           DISPLAY "Id. espectaculo     Parte del precio"
               AT LINE 12 COL 20.
           DISPLAY "(partes a cero: reparto segun el precio suelto)"
               AT LINE 11 COL 20.
           MOVE 13 TO LINEA-EVENTO.
           MOVE 0 TO IDX-FILA.

       ALTA-ABONO-PUNTOS.
           ADD 1 TO IDX-FILA.
           IF IDX-FILA > 10
               GO TO ALTA-ABONO-PIDE.
           DISPLAY "." AT LINE LINEA-EVENTO COL 45.
           ADD 1 TO LINEA-EVENTO.
           GO TO ALTA-ABONO-PUNTOS.

       ALTA-ABONO-PIDE.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-ABONO-PIDE.

           IF ABO-ID-USUARIO = 0
               GO TO ALTA-ABONO-PIDE.

           COMPUTE CENT-PRECIO-ABONO = (PRECIO-ENT-USUARIO * 100)
                                       + PRECIO-DEC-USUARIO.
           IF CENT-PRECIO-ABONO = 0
               GO TO PRECIO-ERR.

           MOVE ABO-ID-USUARIO     TO ABO-ID.
           MOVE NOMBRE-USUARIO     TO ABO-NOMBRE.
           MOVE PRECIO-ENT-USUARIO TO ABO-PRECIO-ENT.
           MOVE PRECIO-DEC-USUARIO TO ABO-PRECIO-DEC.
           SET ABO-EN-VENTA        TO TRUE.
           MOVE 0 TO ABO-NUM-EVENTOS.
           MOVE 0 TO CENT-SUMA-PARTES.
           MOVE 0 TO CENT-SUMA-SUELTOS.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-FILA.

           *> Pasa las filas no vacias de la rejilla al abono: cada
           *> espectaculo tiene que existir, seguir a la venta y no
           *> repetirse.
       ALTA-ABONO-FILA.
           ADD 1 TO IDX-FILA.
           IF IDX-FILA > 10
               GO TO ALTA-ABONO-REPARTO.

           IF AEV-ESP-ID(IDX-FILA) = 0
               GO TO ALTA-ABONO-FILA.

           MOVE AEV-ESP-ID(IDX-FILA) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO EVENTO-ERR.

           IF NOT ESP-EN-VENTA
               GO TO EVENTO-ERR.

           MOVE 0 TO IDX-OTRO.

       ALTA-ABONO-REPETIDO.
           ADD 1 TO IDX-OTRO.
           IF IDX-OTRO > ABO-NUM-EVENTOS
               GO TO ALTA-ABONO-ANOTAR.
           IF ABO-ESP-ID(IDX-OTRO) = AEV-ESP-ID(IDX-FILA)
               GO TO REPETIDO-ERR.
           GO TO ALTA-ABONO-REPETIDO.

       ALTA-ABONO-ANOTAR.
           ADD 1 TO ABO-NUM-EVENTOS.
           MOVE AEV-ESP-ID(IDX-FILA)    TO ABO-ESP-ID(ABO-NUM-EVENTOS).
           MOVE AEV-PARTE-ENT(IDX-FILA)
               TO ABO-PARTE-ENT(ABO-NUM-EVENTOS).
           MOVE AEV-PARTE-DEC(IDX-FILA)
               TO ABO-PARTE-DEC(ABO-NUM-EVENTOS).

           COMPUTE PRECIO-EVENTO-CENT(ABO-NUM-EVENTOS) =
               (ESP-PRECIO-ENT * 100) + ESP-PRECIO-DEC.
           ADD PRECIO-EVENTO-CENT(ABO-NUM-EVENTOS)
               TO CENT-SUMA-SUELTOS.
           COMPUTE CENT-SUMA-PARTES = CENT-SUMA-PARTES
               + (AEV-PARTE-ENT(IDX-FILA) * 100)
               + AEV-PARTE-DEC(IDX-FILA).

           GO TO ALTA-ABONO-FILA.

       ALTA-ABONO-REPARTO.
           CLOSE F-ESPECTACULOS.

           *> Un abono es una serie: al menos dos espectaculos.
           IF ABO-NUM-EVENTOS < 2
               GO TO POCOS-EVENTOS-ERR.

           IF CENT-SUMA-PARTES = 0
               PERFORM REPARTIR-PRECIO THRU REPARTIR-PRECIO-EXIT.

           IF CENT-SUMA-PARTES NOT = CENT-PRECIO-ABONO
               GO TO REPARTO-ERR.

           OPEN I-O F-ABONOS.
           IF FSA = 35
               OPEN OUTPUT F-ABONOS
               CLOSE F-ABONOS
               OPEN I-O F-ABONOS
           END-IF.
           IF FSA <> 00
               GO TO PSYS-ERR.

           WRITE ABONO-REG INVALID KEY GO TO PDUPLICADO.

           CLOSE F-ABONOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono dado de alta correctamente" AT LINE 8
               COL 23 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Id. espectaculo     Parte del precio"
               AT LINE 10 COL 20.

           MOVE 11 TO LINEA-EVENTO.
           MOVE 0 TO IDX-EVENTO.

       ALTA-ABONO-RESUMEN.
           ADD 1 TO IDX-EVENTO.
           IF IDX-EVENTO > ABO-NUM-EVENTOS
               GO TO ALTA-ABONO-FIN.

           DISPLAY ABO-ESP-ID(IDX-EVENTO) AT LINE LINEA-EVENTO COL 20.
           DISPLAY ABO-PARTE-ENT(IDX-EVENTO)
               AT LINE LINEA-EVENTO COL 40.
           DISPLAY "." AT LINE LINEA-EVENTO COL 45.
           DISPLAY ABO-PARTE-DEC(IDX-EVENTO)
               AT LINE LINEA-EVENTO COL 46.
           ADD 1 TO LINEA-EVENTO.
           GO TO ALTA-ABONO-RESUMEN.

       ALTA-ABONO-FIN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Sin partes indicadas, el precio del abono se reparte en
           *> proporcion al precio suelto de cada evento (a partes
           *> iguales si todos son gratuitos); el ultimo evento se
           *> queda el resto del redondeo.
       REPARTIR-PRECIO.
           MOVE 0 TO CENT-REPARTIDO.
           MOVE 0 TO IDX-EVENTO.

       REPARTIR-PRECIO-BUCLE.
           ADD 1 TO IDX-EVENTO.
           IF IDX-EVENTO >= ABO-NUM-EVENTOS
               GO TO REPARTIR-PRECIO-ULTIMO.

           IF CENT-SUMA-SUELTOS > 0
               COMPUTE CENT-PARTE = CENT-PRECIO-ABONO
                   * PRECIO-EVENTO-CENT(IDX-EVENTO)
                   / CENT-SUMA-SUELTOS
           ELSE
               COMPUTE CENT-PARTE = CENT-PRECIO-ABONO
                   / ABO-NUM-EVENTOS.

           PERFORM ANOTAR-PARTE THRU ANOTAR-PARTE-EXIT.
           GO TO REPARTIR-PRECIO-BUCLE.

       REPARTIR-PRECIO-ULTIMO.
           COMPUTE CENT-PARTE = CENT-PRECIO-ABONO - CENT-REPARTIDO.
           PERFORM ANOTAR-PARTE THRU ANOTAR-PARTE-EXIT.

           MOVE CENT-REPARTIDO TO CENT-SUMA-PARTES.

       REPARTIR-PRECIO-EXIT.
           EXIT.

       ANOTAR-PARTE.
           COMPUTE ABO-PARTE-ENT(IDX-EVENTO) = CENT-PARTE / 100.
           COMPUTE ABO-PARTE-DEC(IDX-EVENTO) =
               CENT-PARTE - (ABO-PARTE-ENT(IDX-EVENTO) * 100).
           ADD CENT-PARTE TO CENT-REPARTIDO.

       ANOTAR-PARTE-EXIT.
           EXIT.


           *> Un abono retirado deja de ofrecerse en el cajero; las
           *> entradas ya emitidas siguen valiendo.
       RETIRAR-ABONO.
           INITIALIZE ABO-ID-USUARIO.

           DISPLAY "Id. del abono:" AT LINE 8 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ABONO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO RETIRAR-ABONO.

           OPEN I-O F-ABONOS.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE ABO-ID-USUARIO TO ABO-ID.
           READ F-ABONOS INVALID KEY GO TO PNOENCONTRADO.

           SET ABO-RETIRADO TO TRUE.

           REWRITE ABONO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-ABONOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono retirado de la venta" AT LINE 9
               COL 27 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       PRECIO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El precio del abono debe ser mayor que cero"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       EVENTO-ERR.
           CLOSE F-ESPECTACULOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El espectaculo no existe o no esta a la venta:"
               AT LINE 9 COL 14
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY AEV-ESP-ID(IDX-FILA) AT LINE 9 COL 61
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       REPETIDO-ERR.
           CLOSE F-ESPECTACULOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Un espectaculo aparece dos veces en el abono"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       POCOS-EVENTOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El abono necesita al menos dos espectaculos"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       REPARTO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las partes no suman el precio del abono"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDUPLICADO.
           CLOSE F-ABONOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ya existe un abono con ese Id." AT LINE 9
               COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNOENCONTRADO.
           CLOSE F-ABONOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ningun abono con ese Id."
               AT LINE 9 COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-ABONOS.
           CLOSE F-ESPECTACULOS.

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
