       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK20.

           *> Pedido de billetes extranjeros para recoger en la
           *> sucursal de la tarjeta: el titular elige una de las
           *> monedas que ofrece la tabla de cambios de la oficina, ve
           *> el cambio del dia y la comision de la tabla de tarifas
           *> (clase PEDIDO-DIV) y, al confirmar, se carga en la
           *> cuenta el contravalor en euros con su justificante. El
           *> pedido queda en pedidosdiv.ubd para el lote nocturno.

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

           SELECT F-SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSE.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSB.

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

           SELECT F-JUSTIFICANTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS JUS-NUM
           FILE STATUS IS FSJ.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Catalogo de textos de pantalla por idioma.
           SELECT F-MENSAJES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MSG-CLAVE
           FILE STATUS IS FSG.

           SELECT F-TERMINAL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRM-CLAVE
           FILE STATUS IS FSY.

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

       FD F-SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
           COPY SUCURSALM.

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

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

       FD F-JUSTIFICANTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justificantes.ubd".
           COPY JUSTIFICANTE.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-MENSAJES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mensajes.ubd".
           COPY MENSAJE.

       FD F-TERMINAL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "terminal.ubd".
           COPY TERMINAL.

       WORKING-STORAGE SECTION.
       77 FSD                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSJ                       PIC   X(2).
       77 FSX                       PIC   X(2).

       78 BLACK                   VALUE      0.
       78 BLUE                    VALUE      1.
       78 GREEN                   VALUE      2.
       78 CYAN                    VALUE      3.
       78 RED                     VALUE      4.
       78 MAGENTA                 VALUE      5.
       78 YELLOW                  VALUE      6.
       78 WHITE                   VALUE      7.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES               PIC   9(2).
               10 DIA               PIC   9(2).
           05 HORA.
               10 HORAS             PIC   9(2).
               10 MINUTOS           PIC   9(2).
               10 SEGUNDOS          PIC   9(2).
               10 MILISEGUNDOS      PIC   9(2).
           05 DIF-GMT               PIC  S9(4).

       01 KEYBOARD-STATUS           PIC   9(4).
           88 ENTER-PRESSED       VALUE      0.
           88 PGUP-PRESSED        VALUE   2001.
           88 PGDN-PRESSED        VALUE   2002.
           88 UP-ARROW-PRESSED    VALUE   2003.
           88 DOWN-ARROW-PRESSED  VALUE   2004.
           88 ESC-PRESSED         VALUE   2005.

       77 PRESSED-KEY              PIC    9(4) BLANK ZERO.

           *> El proveedor sirve los billetes en multiplos de 10
           *> unidades, y el pedido se guarda en la oficina 15 dias
           *> naturales antes de devolver el cargo.
       78 MULTIPLO-DIVISA          VALUE 10.
       78 DIAS-RECOGIDA            VALUE 15.

       77 CTA-ID-CLIENTE           PIC   9(16).
       77 LAST-MOV-NUM             PIC   9(35).
       77 LAST-PDV-NUM             PIC    9(8).
       77 FECHA-HOY-NUM            PIC    9(8).
       77 FECHA-LIMITE-NUM         PIC    9(8).
       77 DIAS-ENTEROS             PIC    9(8).

           *> Monedas que ofrece hoy la oficina, con el cambio de la
           *> fila en vigor de cada una.
       78 MAX-MONEDAS              VALUE 8.
       77 NUM-MONEDAS              PIC    9(2) VALUE 0.
       01 TABLA-MONEDAS.
           05 MONEDA-ENTRY OCCURS 8 TIMES.
               10 MON-CODIGO        PIC   X(3).
               10 MON-NOMBRE        PIC  X(20).
               10 MON-CAMBIO        PIC  9(4)V9(6).
       77 IDX-MONEDA               PIC    9(2).
       77 MONEDA-ELEGIDA           PIC    9(2).
       77 LINEA-MONEDA             PIC    99.

       77 MONEDA-EN-CURSO          PIC   X(3).
       77 FILA-PENDIENTE-SW        PIC    9(1).
           88 FILA-PENDIENTE       VALUE 1.
       01 FILA-VIGENTE.
           05 VIG-NOMBRE           PIC  X(20).
           05 VIG-CAMBIO           PIC  9(4)V9(6).
           05 VIG-ESTADO           PIC   9(1).

       77 MONEDA-USUARIO           PIC   X(3).
       77 IMPORTE-USUARIO          PIC    9(7).

       77 CENT-CARGO               PIC   S9(11).
       77 CENT-SALDO               PIC   S9(11).
       77 CENT-RETENIDO-PDTE       PIC   S9(11).
       77 CENT-MOVIMIENTO          PIC   S9(11).
       77 CONCEPTO-MOVIMIENTO      PIC   X(35).

           *> Comision de la tabla de tarifas por pedido de divisa.
       77 CLASE-TARIFA             PIC  X(12).
       77 FECHA-TARIFA             PIC   9(8).
       77 CENT-BASE-TARIFA         PIC  S9(11).
       77 CENT-COMISION            PIC  S9(11).

       77 SUCURSAL-RECOGIDA        PIC   9(4).
       77 NOMBRE-RECOGIDA          PIC  X(30).

       77 CAMBIO-EDITADO           PIC ZZZ9.999999.
       77 IMPORTE-EDITADO          PIC ZZZZZZ9.99.
       77 UNIDADES-EDITADAS        PIC ZZZZZZ9.
       01 FECHA-LIMITE-EDITADA.
           05 FLE-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FLE-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FLE-ANO              PIC  9(4).

           *> Apunte para el diario electronico de sesion.
       77 EVENTO-DIARIO            PIC  X(4).
       77 DETALLE-DIARIO           PIC X(20).

       77 FSG                      PIC  X(2).
       77 MSG-ID-BUSCADO           PIC  9(4).
       77 TEXTO-MENSAJE            PIC X(44).

       77 FSY                      PIC  X(2).
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.

       COPY IBAN.

       LINKAGE SECTION.
       77 TNUM-PRINCIPAL           PIC  9(16).
       77 IDIOMA-SESION                     PIC   X(2).


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 PEDIDO-ACCEPT.
           05 FILLER AUTO UNDERLINE
               LINE 20 COL 54 PIC X(3) USING MONEDA-USUARIO.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 21 COL 54 PIC 9(7) USING IMPORTE-USUARIO.


       PROCEDURE DIVISION USING TNUM-PRINCIPAL IDIOMA-SESION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'.

           DISPLAY BLANK-SCREEN.
           MOVE 1 TO MSG-ID-BUSCADO.
           MOVE "Cajero Automatico UnizarBank" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 2 COL 26
               WITH FOREGROUND-COLOR IS CYAN.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> La resolucion de cuenta (y la eleccion cuando la
           *> tarjeta alcanza varias) esta centralizada en el
           *> selector comun; si mostro su pantalla, se repinta el
           *> rotulo al volver.
       RESOLVER-CTA-ID SECTION.
           PERFORM LEER-TERMINAL-ID THRU LEER-TERMINAL-ID-FIN.
           CALL "SELCTA" USING TNUM-PRINCIPAL CTA-ID-CLIENTE.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       PANTALLA-DIVISA SECTION.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           PERFORM CARGAR-MONEDAS THRU CARGAR-MONEDAS-EXIT.
           IF NUM-MONEDAS = 0
               GO TO SIN-MONEDAS.

           DISPLAY "Pedir divisa para recoger en oficina"
               AT LINE 6 COL 22.
           DISPLAY "Moneda  Nombre                Unidades por euro"
               AT LINE 8 COL 15.

           MOVE 0 TO IDX-MONEDA.
           MOVE 9 TO LINEA-MONEDA.

       LISTAR-MONEDA.
           ADD 1 TO IDX-MONEDA.
           IF IDX-MONEDA > NUM-MONEDAS
               GO TO PEDIR-DATOS.

           MOVE MON-CAMBIO(IDX-MONEDA) TO CAMBIO-EDITADO.
           DISPLAY MON-CODIGO(IDX-MONEDA) AT LINE LINEA-MONEDA COL 16.
           DISPLAY MON-NOMBRE(IDX-MONEDA) AT LINE LINEA-MONEDA COL 23.
           DISPLAY CAMBIO-EDITADO AT LINE LINEA-MONEDA COL 48.
           ADD 1 TO LINEA-MONEDA.
           GO TO LISTAR-MONEDA.

       PEDIR-DATOS.
           DISPLAY "Moneda (codigo):" AT LINE 20 COL 19.
           DISPLAY "Unidades (multiplo de 10):" AT LINE 21 COL 19.

           DISPLAY "Enter - Confirmar" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 61.

           INITIALIZE MONEDA-USUARIO.
           INITIALIZE IMPORTE-USUARIO.

       PEDIDO-ENTRADA.
           ACCEPT PEDIDO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED THEN
                   EXIT PROGRAM
               ELSE
                   GO TO PEDIDO-ENTRADA
               END-IF.

           MOVE FUNCTION UPPER-CASE(MONEDA-USUARIO) TO MONEDA-USUARIO.

           IF MONEDA-USUARIO = SPACES OR IMPORTE-USUARIO = 0
               GO TO PEDIDO-ENTRADA.

           MOVE 0 TO MONEDA-ELEGIDA.
           MOVE 0 TO IDX-MONEDA.

       BUSCAR-MONEDA.
           ADD 1 TO IDX-MONEDA.
           IF IDX-MONEDA > NUM-MONEDAS
               GO TO MONEDA-ERR.
           IF MON-CODIGO(IDX-MONEDA) NOT = MONEDA-USUARIO
               GO TO BUSCAR-MONEDA.

           MOVE IDX-MONEDA TO MONEDA-ELEGIDA.

           IF FUNCTION MOD(IMPORTE-USUARIO, MULTIPLO-DIVISA) NOT = 0
               GO TO IMPORTE-ERR.

           *> Contravalor en euros al cambio del dia, redondeado al
           *> centimo, y comision de la tabla de tarifas sobre el.
           COMPUTE CENT-CARGO ROUNDED = (IMPORTE-USUARIO * 100)
               / MON-CAMBIO(MONEDA-ELEGIDA).

           MOVE "PEDIDO-DIV" TO CLASE-TARIFA.
           MOVE FECHA-HOY-NUM TO FECHA-TARIFA.
           MOVE CENT-CARGO TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-BASE-TARIFA CENT-COMISION.
           IF CENT-COMISION < 0
               MOVE 0 TO CENT-COMISION.

           PERFORM LEER-SUCURSAL THRU LEER-SUCURSAL-FIN.

           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
               + DIAS-RECOGIDA.
           COMPUTE FECHA-LIMITE-NUM =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).
           MOVE FECHA-LIMITE-NUM(7:2) TO FLE-DIA.
           MOVE FECHA-LIMITE-NUM(5:2) TO FLE-MES.
           MOVE FECHA-LIMITE-NUM(1:4) TO FLE-ANO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pedir divisa para recoger en oficina"
               AT LINE 6 COL 22.

           MOVE IMPORTE-USUARIO TO UNIDADES-EDITADAS.
           DISPLAY "Importe pedido:" AT LINE 9 COL 15.
           DISPLAY UNIDADES-EDITADAS AT LINE 9 COL 45.
           DISPLAY MON-CODIGO(MONEDA-ELEGIDA) AT LINE 9 COL 53.

           MOVE MON-CAMBIO(MONEDA-ELEGIDA) TO CAMBIO-EDITADO.
           DISPLAY "Cambio del dia (por euro):" AT LINE 10 COL 15.
           DISPLAY CAMBIO-EDITADO AT LINE 10 COL 45.

           COMPUTE IMPORTE-EDITADO = CENT-CARGO / 100.
           DISPLAY "Contravalor:" AT LINE 12 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 45.
           DISPLAY "EUR" AT LINE 12 COL 56.

           COMPUTE IMPORTE-EDITADO = CENT-COMISION / 100.
           DISPLAY "Comision:" AT LINE 13 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 13 COL 45.
           DISPLAY "EUR" AT LINE 13 COL 56.

           COMPUTE IMPORTE-EDITADO = (CENT-CARGO + CENT-COMISION)
               / 100.
           DISPLAY "Total a cargar en cuenta:" AT LINE 14 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 14 COL 45.
           DISPLAY "EUR" AT LINE 14 COL 56.

           DISPLAY "Recogida en la oficina:" AT LINE 16 COL 15.
           DISPLAY NOMBRE-RECOGIDA AT LINE 17 COL 17.
           DISPLAY "Recoger como muy tarde el:" AT LINE 18 COL 15.
           DISPLAY FECHA-LIMITE-EDITADA AT LINE 18 COL 45.
           DISPLAY "Si no se recoge se devuelve el contravalor"
               AT LINE 19 COL 15.

           DISPLAY "Enter - Confirmar" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 61.

       CONFIRMAR-PEDIDO.
           ACCEPT PRESSED-KEY AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO CONFIRMAR-PEDIDO
               END-IF.

           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-FIN.

           *> El pedido no puede apoyarse en el descubierto: solo se
           *> carga dinero que ya esta disponible.
           IF CENT-CARGO + CENT-COMISION
                   > CENT-SALDO - CENT-RETENIDO-PDTE
               GO TO SALDO-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE SPACES TO CONCEPTO-MOVIMIENTO.
           STRING "Pedido divisa "           DELIMITED BY SIZE
                  MON-CODIGO(MONEDA-ELEGIDA) DELIMITED BY SIZE
                  " "                        DELIMITED BY SIZE
                  IMPORTE-USUARIO            DELIMITED BY SIZE
               INTO CONCEPTO-MOVIMIENTO.
           COMPUTE CENT-MOVIMIENTO = 0 - CENT-CARGO.
           SET MOV-TIPO-DIVISA TO TRUE.
           PERFORM ESCRIBIR-MOVIMIENTO
               THRU ESCRIBIR-MOVIMIENTO-EXIT.

           PERFORM ESCRIBIR-JUSTIFICANTE
               THRU ESCRIBIR-JUSTIFICANTE-EXIT.

           IF CENT-COMISION > 0
               COMPUTE CENT-MOVIMIENTO = 0 - CENT-COMISION
               MOVE "Comision pedido divisa" TO CONCEPTO-MOVIMIENTO
               SET MOV-TIPO-COMISION TO TRUE
               PERFORM ESCRIBIR-MOVIMIENTO
                   THRU ESCRIBIR-MOVIMIENTO-EXIT.

           PERFORM ESCRIBIR-PEDIDO THRU ESCRIBIR-PEDIDO-EXIT.

           MOVE "DIVP" TO EVENTO-DIARIO.
           MOVE "Pedido de divisa" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM-PRINCIPAL EVENTO-DIARIO
               DETALLE-DIARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Pedido de divisa registrado" AT LINE 9 COL 26.
           DISPLAY "Numero de pedido:" AT LINE 11 COL 24.
           DISPLAY LAST-PDV-NUM AT LINE 11 COL 43
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Recojalo en su oficina con su documento"
               AT LINE 13 COL 20.
           DISPLAY "de identidad antes del" AT LINE 14 COL 20.
           DISPLAY FECHA-LIMITE-EDITADA AT LINE 14 COL 43.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.


           *> Recorre la tabla de cambios en orden de moneda y
           *> vigencia y se queda, de cada moneda, con la ultima fila
           *> ya en vigor; las retiradas no se ofrecen.
       CARGAR-MONEDAS.
           MOVE 0 TO NUM-MONEDAS.
           MOVE 0 TO FILA-PENDIENTE-SW.
           MOVE SPACES TO MONEDA-EN-CURSO.

           OPEN INPUT F-DIVISAS.
           IF FSD = 35
               CLOSE F-DIVISAS
               GO TO CARGAR-MONEDAS-EXIT.
           IF FSD <> 00
               GO TO PSYS-ERR.

       CARGAR-MONEDAS-BUCLE.
           READ F-DIVISAS NEXT RECORD
               AT END GO TO CARGAR-MONEDAS-CIERRE.

           IF DIV-MONEDA NOT = MONEDA-EN-CURSO
               PERFORM ANOTAR-MONEDA THRU ANOTAR-MONEDA-EXIT
               MOVE DIV-MONEDA TO MONEDA-EN-CURSO
               MOVE 0 TO FILA-PENDIENTE-SW.

           IF DIV-VIGENCIA > FECHA-HOY-NUM
               GO TO CARGAR-MONEDAS-BUCLE.

           MOVE 1 TO FILA-PENDIENTE-SW.
           MOVE DIV-NOMBRE TO VIG-NOMBRE.
           MOVE DIV-CAMBIO TO VIG-CAMBIO.
           MOVE DIV-ESTADO TO VIG-ESTADO.

           GO TO CARGAR-MONEDAS-BUCLE.

       CARGAR-MONEDAS-CIERRE.
           PERFORM ANOTAR-MONEDA THRU ANOTAR-MONEDA-EXIT.
           CLOSE F-DIVISAS.

       CARGAR-MONEDAS-EXIT.
           EXIT.

       ANOTAR-MONEDA.
           IF NOT FILA-PENDIENTE
               GO TO ANOTAR-MONEDA-EXIT.
           IF VIG-ESTADO NOT = 0 OR VIG-CAMBIO = 0
               GO TO ANOTAR-MONEDA-EXIT.
           IF NUM-MONEDAS >= MAX-MONEDAS
               GO TO ANOTAR-MONEDA-EXIT.

           ADD 1 TO NUM-MONEDAS.
           MOVE MONEDA-EN-CURSO TO MON-CODIGO(NUM-MONEDAS).
           MOVE VIG-NOMBRE      TO MON-NOMBRE(NUM-MONEDAS).
           MOVE VIG-CAMBIO      TO MON-CAMBIO(NUM-MONEDAS).

       ANOTAR-MONEDA-EXIT.
           EXIT.

           *> Los billetes se recogen en la sucursal de alta de la
           *> tarjeta; la 0 son los servicios centrales.
       LEER-SUCURSAL.
           MOVE 0 TO SUCURSAL-RECOGIDA.
           MOVE "Servicios centrales" TO NOMBRE-RECOGIDA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-PRINCIPAL TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TARJETA-SUCURSAL TO SUCURSAL-RECOGIDA
           END-READ.

           CLOSE TARJETAS.

           IF SUCURSAL-RECOGIDA = 0
               GO TO LEER-SUCURSAL-FIN.

           MOVE SPACES TO NOMBRE-RECOGIDA.
           STRING "Sucursal " DELIMITED BY SIZE
                  SUCURSAL-RECOGIDA DELIMITED BY SIZE
               INTO NOMBRE-RECOGIDA.

           OPEN INPUT F-SUCURSALES.
           IF FSE <> 00
               GO TO LEER-SUCURSAL-FIN.

           MOVE SUCURSAL-RECOGIDA TO SUC-CODIGO.
           READ F-SUCURSALES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE SUC-NOMBRE TO NOMBRE-RECOGIDA
           END-READ.

           CLOSE F-SUCURSALES.

       LEER-SUCURSAL-FIN.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-FIN.
           IF FSS <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-CLIENTE TO SALDO-CTA-ID.
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

           *> Suma lo que la cuenta ya tiene retenido, para no
           *> disponer dos veces del mismo dinero.
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

           IF RET-CTA-ID NOT = CTA-ID-CLIENTE
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

           *> Anota CENT-MOVIMIENTO (con signo) en la cuenta con el
           *> concepto CONCEPTO-MOVIMIENTO y el codigo de tipo que
           *> haya fijado el llamante, y deja el saldo al dia.
       ESCRIBIR-MOVIMIENTO.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           ADD CENT-MOVIMIENTO TO CENT-SALDO.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TNUM-PRINCIPAL TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-MOVIMIENTO / 100.
           COMPUTE MOV-IMPORTE-DEC = FUNCTION ABS(CENT-MOVIMIENTO
               - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-MOVIMIENTO TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = CENT-SALDO / 100.
           COMPUTE MOV-SALDOPOS-DEC = FUNCTION ABS(CENT-SALDO
               - (MOV-SALDOPOS-ENT * 100)).

           MOVE ANO      TO MOV-ALTA-ANO.
           MOVE MES      TO MOV-ALTA-MES.
           MOVE DIA      TO MOV-ALTA-DIA.
           MOVE HORAS    TO MOV-ALTA-HOR.
           MOVE MINUTOS  TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-CLIENTE TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO-FIN.

       ESCRIBIR-MOVIMIENTO-EXIT.
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

           MOVE CTA-ID-CLIENTE   TO SALDO-CTA-ID.
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-SALDOS.

       ACTUALIZAR-SALDO-FIN.
           EXIT.

           *> Alta del pedido para el lote nocturno y la oficina; el
           *> numero se busca recorriendo el fichero, como en
           *> interbanco.ubd.
       ESCRIBIR-PEDIDO.
           OPEN I-O F-PEDIDOS.
           IF FSP = 35
               OPEN OUTPUT F-PEDIDOS
               CLOSE F-PEDIDOS
               OPEN I-O F-PEDIDOS
           END-IF.
           IF FSP <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-PDV-NUM.

       ESCRIBIR-PEDIDO-BUCLE.
           READ F-PEDIDOS NEXT RECORD
               AT END GO TO ESCRIBIR-PEDIDO-REG.
           IF LAST-PDV-NUM < PDV-NUM
               MOVE PDV-NUM TO LAST-PDV-NUM.
           GO TO ESCRIBIR-PEDIDO-BUCLE.

       ESCRIBIR-PEDIDO-REG.
           ADD 1 TO LAST-PDV-NUM.

           MOVE LAST-PDV-NUM      TO PDV-NUM.
           MOVE TNUM-PRINCIPAL    TO PDV-TARJETA.
           MOVE CTA-ID-CLIENTE    TO PDV-CTA-ID.
           MOVE SUCURSAL-RECOGIDA TO PDV-SUCURSAL.
           MOVE MON-CODIGO(MONEDA-ELEGIDA) TO PDV-MONEDA.
           MOVE IMPORTE-USUARIO   TO PDV-IMPORTE-DIV.
           MOVE MON-CAMBIO(MONEDA-ELEGIDA) TO PDV-CAMBIO.
           MOVE CENT-CARGO        TO PDV-CARGO-CENT.
           MOVE CENT-COMISION     TO PDV-COMISION-CENT.
           MOVE FECHA-HOY-NUM     TO PDV-FECHA-PEDIDO.
           MOVE FECHA-LIMITE-NUM  TO PDV-FECHA-LIMITE.
           MOVE 0                 TO PDV-FECHA-ENVIO.
           MOVE 0                 TO PDV-FECHA-CIERRE.
           MOVE 0                 TO PDV-OPERADOR.
           SET PDV-PEDIDO         TO TRUE.

           WRITE PEDIDODIV-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-PEDIDOS.

       ESCRIBIR-PEDIDO-EXIT.
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

           *> Texto de pantalla en el idioma de la sesion; si el
           *> catalogo no tiene el texto, queda el castellano que el
           *> programa dejo cargado como reserva.
       OBTENER-MENSAJE.
           OPEN INPUT F-MENSAJES.
           IF FSG NOT = 00
               GO TO OBTENER-MENSAJE-EXIT.

           MOVE MSG-ID-BUSCADO TO MSG-ID.
           MOVE IDIOMA-SESION  TO MSG-IDIOMA.
           READ F-MENSAJES
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MSG-TEXTO TO TEXTO-MENSAJE
           END-READ.

           CLOSE F-MENSAJES.

       OBTENER-MENSAJE-EXIT.
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

       SIN-MONEDAS.
           DISPLAY "Pedir divisa para recoger en oficina"
               AT LINE 6 COL 22.
           DISPLAY "Hoy no hay divisas disponibles" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Consulte en su oficina" AT LINE 11 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       MONEDA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa moneda no esta disponible" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       IMPORTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El importe debe ser multiplo de 10 unidades"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       SALDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Saldo disponible insuficiente" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           MOVE "ERRS" TO EVENTO-DIARIO.
           MOVE "BANK20 error interno" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM-PRINCIPAL EVENTO-DIARIO
               DETALLE-DIARIO.

           CLOSE F-DIVISAS.
           CLOSE F-PEDIDOS.
           CLOSE TARJETAS.
           CLOSE F-SUCURSALES.
           CLOSE F-RETENCIONES.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SALDOS.
           CLOSE F-SECUENCIA.
           CLOSE F-JUSTIFICANTES.
           CLOSE F-MOVIDX.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE 4 TO MSG-ID-BUSCADO.
           MOVE "Ha ocurrido un error interno" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           MOVE 5 TO MSG-ID-BUSCADO.
           MOVE "Vuelva mas tarde" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 11 COL 32
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       EXIT-ENTER.
           ACCEPT PRESSED-KEY AT LINE 24 COL 80
           IF ENTER-PRESSED
               EXIT PROGRAM
           ELSE
               GO TO EXIT-ENTER.
