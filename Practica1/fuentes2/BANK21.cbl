       IDENTIFICATION DIVISION.
       PROGRAM-ID. BANK21.

           *> Prestamo preconcedido desde el cajero: si el lote de
           *> calificacion dejo a la tarjeta una oferta viva, el
           *> titular elige importe y plazo dentro de ella, ve la
           *> cuota y, al aceptar, el prestamo se abre como en la
           *> herramienta de sucursal (abono del principal en la
           *> cuenta con su movimiento y cuadro de amortizacion
           *> completo) y la oferta queda aceptada.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFE-TARJETA
           FILE STATUS IS FSO.

           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT F-CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSK.

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
       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertaspre.ubd".
           COPY OFERTAPRE.

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotaspre.ubd".
           COPY CUOTAPRE.

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
       77 FSO                       PIC   X(2).
       77 FSZ                       PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
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

           *> Plazo minimo que se deja elegir en el cajero.
       78 MESES-MINIMO             VALUE 6.

       77 FECHA-HOY-NUM            PIC    9(8).
       77 CTA-ID-CLIENTE           PIC   9(16).
       77 LAST-MOV-NUM             PIC   9(35).
       77 LAST-PRE-NUM             PIC   9(35).

       77 CTA-CERRADA-SW           PIC    9(1).
           88 CTA-CERRADA          VALUE 1.

       77 PRE-DUDOSO-SW            PIC    9(1).
           88 TITULAR-DUDOSO       VALUE 1.

       77 IMPORTE-USUARIO          PIC    9(6).
       77 MESES-USUARIO            PIC    9(3).

       77 CENT-IMPORTE             PIC   S9(11).
       77 CENT-SALDO               PIC   S9(11).
       77 CENT-ABONO               PIC   S9(11).
       77 CENT-INTERES-TOTAL       PIC   S9(13).
       77 CENT-CUOTA               PIC    9(11).

       77 NUMERO-CUOTA             PIC    9(3).
       77 VENCE-ANO                PIC    9(4).
       77 VENCE-MES                PIC    9(2).

       77 CONCEPTO-PRESTAMO        PIC   X(35).

       77 IMPORTE-EDITADO          PIC ZZZ,ZZ9.99.
       77 TIPO-EDITADO             PIC Z9.99.
       77 MESES-EDITADOS           PIC ZZ9.
       01 FECHA-CADUCIDAD-EDITADA.
           05 FCE-DIA              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FCE-MES              PIC  9(2).
           05 FILLER               PIC  X(1) VALUE "-".
           05 FCE-ANO              PIC  9(4).

           *> Apunte para el diario electronico de sesion.
       77 EVENTO-DIARIO            PIC  X(4).
       77 DETALLE-DIARIO           PIC X(20).

       77 FSG                      PIC  X(2).
       77 MSG-ID-BUSCADO           PIC  9(4).
       77 TEXTO-MENSAJE            PIC X(44).

       77 FSY                      PIC  X(2).
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.

       LINKAGE SECTION.
       77 TNUM-PRINCIPAL           PIC  9(16).
       77 IDIOMA-SESION            PIC  X(2).


       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 PRESTAMO-ACCEPT.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 15 COL 50 PIC 9(6) USING IMPORTE-USUARIO.
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 16 COL 50 PIC 9(3) USING MESES-USUARIO.


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


       LEER-OFERTA SECTION.
           PERFORM LEER-TERMINAL-ID THRU LEER-TERMINAL-ID-FIN.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT F-OFERTAS.
           IF FSO = 35
               GO TO SIN-OFERTA.
           IF FSO <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-PRINCIPAL TO OFE-TARJETA.
           READ F-OFERTAS
               INVALID KEY
                   CLOSE F-OFERTAS
                   GO TO SIN-OFERTA
           END-READ.

           CLOSE F-OFERTAS.

           IF NOT OFE-VIGENTE OR OFE-CADUCIDAD < FECHA-HOY-NUM
               GO TO SIN-OFERTA.

           MOVE OFE-CTA-ID TO CTA-ID-CLIENTE.

           MOVE OFE-CADUCIDAD(7:2) TO FCE-DIA.
           MOVE OFE-CADUCIDAD(5:2) TO FCE-MES.
           MOVE OFE-CADUCIDAD(1:4) TO FCE-ANO.

           INITIALIZE IMPORTE-USUARIO.
           INITIALIZE MESES-USUARIO.


       PANTALLA-OFERTA SECTION.
       MOSTRAR-OFERTA.
           DISPLAY "Prestamo preconcedido" AT LINE 6 COL 30.

           COMPUTE IMPORTE-EDITADO = OFE-MAXIMO-CENT / 100.
           DISPLAY "Importe maximo:" AT LINE 8 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 8 COL 45.
           DISPLAY "EUR" AT LINE 8 COL 56.

           MOVE OFE-TIPO-PCT TO TIPO-EDITADO.
           DISPLAY "Tipo de interes anual:" AT LINE 9 COL 15.
           DISPLAY TIPO-EDITADO AT LINE 9 COL 50.
           DISPLAY "%" AT LINE 9 COL 56.

           MOVE OFE-MESES-MAX TO MESES-EDITADOS.
           DISPLAY "Plazo (meses):" AT LINE 10 COL 15.
           DISPLAY MESES-MINIMO AT LINE 10 COL 47.
           DISPLAY "a" AT LINE 10 COL 50.
           DISPLAY MESES-EDITADOS AT LINE 10 COL 52.

           DISPLAY "Oferta valida hasta el:" AT LINE 11 COL 15.
           DISPLAY FECHA-CADUCIDAD-EDITADA AT LINE 11 COL 46.

           DISPLAY "Importe a solicitar (EUR):" AT LINE 15 COL 15.
           DISPLAY "Plazo en meses:" AT LINE 16 COL 15.

           DISPLAY "Enter - Calcular cuota" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 61.

       PRESTAMO-ENTRADA.
           ACCEPT PRESTAMO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED THEN
                   EXIT PROGRAM
               ELSE
                   GO TO PRESTAMO-ENTRADA
               END-IF.

           IF IMPORTE-USUARIO = 0 OR MESES-USUARIO = 0
               GO TO PRESTAMO-ENTRADA.

           COMPUTE CENT-IMPORTE = IMPORTE-USUARIO * 100.

           IF CENT-IMPORTE > OFE-MAXIMO-CENT
               GO TO IMPORTE-ERR.
           IF MESES-USUARIO < MESES-MINIMO
               OR MESES-USUARIO > OFE-MESES-MAX
               GO TO PLAZO-ERR.

           *> Misma cuota que la apertura en sucursal: el interes
           *> simple del plazo se reparte a partes iguales junto con
           *> el principal.
           COMPUTE CENT-INTERES-TOTAL ROUNDED =
               CENT-IMPORTE * OFE-TIPO-PCT * MESES-USUARIO
               / 1200.
           COMPUTE CENT-CUOTA ROUNDED =
               (CENT-IMPORTE + CENT-INTERES-TOTAL) / MESES-USUARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Prestamo preconcedido" AT LINE 6 COL 30.

           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Importe del prestamo:" AT LINE 9 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 9 COL 45.
           DISPLAY "EUR" AT LINE 9 COL 56.

           MOVE MESES-USUARIO TO MESES-EDITADOS.
           DISPLAY "Plazo (meses):" AT LINE 10 COL 15.
           DISPLAY MESES-EDITADOS AT LINE 10 COL 52.

           MOVE OFE-TIPO-PCT TO TIPO-EDITADO.
           DISPLAY "Tipo de interes anual:" AT LINE 11 COL 15.
           DISPLAY TIPO-EDITADO AT LINE 11 COL 50.
           DISPLAY "%" AT LINE 11 COL 56.

           COMPUTE IMPORTE-EDITADO = CENT-CUOTA / 100.
           DISPLAY "Cuota mensual:" AT LINE 13 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 13 COL 45
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "EUR" AT LINE 13 COL 56.

           COMPUTE IMPORTE-EDITADO =
               (CENT-IMPORTE + CENT-INTERES-TOTAL) / 100.
           DISPLAY "Total a devolver:" AT LINE 14 COL 15.
           DISPLAY IMPORTE-EDITADO AT LINE 14 COL 45.
           DISPLAY "EUR" AT LINE 14 COL 56.

           DISPLAY "El importe se abonara hoy en su cuenta"
               AT LINE 17 COL 15.
           DISPLAY "y la primera cuota se cobrara en un mes"
               AT LINE 18 COL 15.

           DISPLAY "Enter - Aceptar prestamo" AT LINE 24 COL 2.
           DISPLAY "ESC - Cancelar" AT LINE 24 COL 61.

       CONFIRMAR-PRESTAMO.
           ACCEPT PRESSED-KEY AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO CONFIRMAR-PRESTAMO
               END-IF.

           CALL "CTACERR" USING CTA-ID-CLIENTE CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CUENTA-CERRADA-ERR.

           *> Una oferta calculada antes de que otro prestamo del
           *> titular pasara a dudoso ya no se puede aceptar.
           CALL "PREDUDOSO" USING TNUM-PRINCIPAL CTA-ID-CLIENTE
               PRE-DUDOSO-SW.
           IF TITULAR-DUDOSO
               GO TO DUDOSO-ERR.

           *> La oferta se vuelve a leer para no aceptarla dos veces
           *> si otra sesion se adelanto.
           OPEN I-O F-OFERTAS.
           IF FSO <> 00
               GO TO PSYS-ERR.

           MOVE TNUM-PRINCIPAL TO OFE-TARJETA.
           READ F-OFERTAS INVALID KEY GO TO PSYS-ERR.

           IF NOT OFE-VIGENTE
               CLOSE F-OFERTAS
               GO TO SIN-OFERTA-CABECERA.

           *> El principal se abona en la cuenta a la vista...
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           ADD CENT-IMPORTE TO CENT-SALDO.
           MOVE "Apertura de prestamo" TO CONCEPTO-PRESTAMO.
           MOVE CENT-IMPORTE TO CENT-ABONO.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

           *> ... y el prestamo queda registrado con su cuadro de
           *> amortizacion completo.
           PERFORM SIGUIENTE-PRE-NUM THRU SIGUIENTE-PRE-NUM-EXIT.

           OPEN I-O F-PRESTAMOS.
           IF FSZ = 35
               OPEN OUTPUT F-PRESTAMOS
               CLOSE F-PRESTAMOS
               OPEN I-O F-PRESTAMOS
           END-IF.
           IF FSZ <> 00
               GO TO PSYS-ERR.

           MOVE LAST-PRE-NUM        TO PRE-NUM.
           MOVE TNUM-PRINCIPAL      TO PRE-TARJETA.
           MOVE CTA-ID-CLIENTE      TO PRE-CTA-ID.
           COMPUTE PRE-PRINCIPAL-ENT = CENT-IMPORTE / 100.
           MOVE FUNCTION MOD(CENT-IMPORTE, 100)
               TO PRE-PRINCIPAL-DEC.
           MOVE OFE-TIPO-PCT        TO PRE-TIPO-PCT.
           MOVE MESES-USUARIO       TO PRE-MESES.
           MOVE CENT-CUOTA          TO PRE-CUOTA-CENT.
           MOVE 0                   TO PRE-CUOTAS-PAGADAS.
           MOVE ANO TO PRE-APERTURA-ANO.
           MOVE MES TO PRE-APERTURA-MES.
           MOVE DIA TO PRE-APERTURA-DIA.
           SET PRE-VIGENTE TO TRUE.
           MOVE 0 TO PRE-DIAS-IMPAGO.
           MOVE 0 TO PRE-VENCIDO-CENT.
           MOVE 0 TO PRE-TRAMO-AVISO.
           SET PRE-NORMAL TO TRUE.
           MOVE 0 TO PRE-DUDOSO-FECHA.
           MOVE 0 TO PRE-DEMORA-ACUM-CENT.
           MOVE 0 TO PRE-DEMORA-HASTA.

           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-PRESTAMOS.

           PERFORM ESCRIBIR-CUADRO THRU ESCRIBIR-CUADRO-EXIT.

           SET OFE-ACEPTADA TO TRUE.
           MOVE LAST-PRE-NUM TO OFE-PRE-NUM.
           MOVE FECHA-HOY-NUM TO OFE-ACEPTA-FECHA.
           REWRITE OFERTAPRE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-OFERTAS.

           MOVE "PREC" TO EVENTO-DIARIO.
           MOVE "Prestamo preconcedid" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM-PRINCIPAL EVENTO-DIARIO
               DETALLE-DIARIO.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Prestamo abierto correctamente" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Numero de prestamo:" AT LINE 11 COL 20.
           DISPLAY LAST-PRE-NUM(19:17) AT LINE 11 COL 41.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           DISPLAY "Importe abonado:" AT LINE 12 COL 20.
           DISPLAY IMPORTE-EDITADO AT LINE 12 COL 41.
           DISPLAY "EUR" AT LINE 12 COL 52.
           COMPUTE IMPORTE-EDITADO = CENT-CUOTA / 100.
           DISPLAY "Cuota mensual:" AT LINE 13 COL 20.
           DISPLAY IMPORTE-EDITADO AT LINE 13 COL 41.
           DISPLAY "EUR" AT LINE 13 COL 52.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.


       ESCRIBIR-CUADRO.
           OPEN I-O F-CUOTAS.
           IF FSK = 35
               OPEN OUTPUT F-CUOTAS
               CLOSE F-CUOTAS
               OPEN I-O F-CUOTAS
           END-IF.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO NUMERO-CUOTA.
           MOVE ANO TO VENCE-ANO.
           MOVE MES TO VENCE-MES.

       ESCRIBIR-CUADRO-CUOTA.
           ADD 1 TO NUMERO-CUOTA.
           IF NUMERO-CUOTA > MESES-USUARIO
               GO TO ESCRIBIR-CUADRO-FIN.

           IF VENCE-MES = 12
               MOVE 1 TO VENCE-MES
               ADD  1 TO VENCE-ANO
           ELSE
               ADD 1 TO VENCE-MES.

           MOVE LAST-PRE-NUM TO CUO-PRE-NUM.
           MOVE NUMERO-CUOTA TO CUO-NUMERO.
           MOVE VENCE-ANO    TO CUO-VENCE-ANO.
           MOVE VENCE-MES    TO CUO-VENCE-MES.
           MOVE DIA          TO CUO-VENCE-DIA.
           MOVE CENT-CUOTA   TO CUO-IMPORTE-CENT.
           SET CUO-PENDIENTE TO TRUE.

           WRITE CUOTAPRE-REG INVALID KEY GO TO PSYS-ERR.

           GO TO ESCRIBIR-CUADRO-CUOTA.

       ESCRIBIR-CUADRO-FIN.
           CLOSE F-CUOTAS.

       ESCRIBIR-CUADRO-EXIT.
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


           *> Escribe el movimiento de CENT-ABONO (con signo) para la
           *> tarjeta y deja saldos.ubd con el CENT-SALDO ya calculado.
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

           MOVE LAST-MOV-NUM    TO MOV-NUM.
           MOVE TNUM-PRINCIPAL TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-PRESTAMO TO MOV-CONCEPTO.

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

           SET MOV-TIPO-PRESTAMO TO TRUE.

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-CLIENTE TO MOV-CTA-ID.

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

           MOVE CTA-ID-CLIENTE   TO SALDO-CTA-ID.
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

           *> El numero se busca recorriendo el fichero, como en
           *> interbanco.ubd.
       SIGUIENTE-PRE-NUM.
           OPEN I-O F-PRESTAMOS.
           IF FSZ = 35
               OPEN OUTPUT F-PRESTAMOS
               CLOSE F-PRESTAMOS
               OPEN I-O F-PRESTAMOS
           END-IF.
           IF FSZ <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-PRE-NUM.

       SIGUIENTE-PRE-BUCLE.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO SIGUIENTE-PRE-FIN.
           IF LAST-PRE-NUM < PRE-NUM
               MOVE PRE-NUM TO LAST-PRE-NUM.
           GO TO SIGUIENTE-PRE-BUCLE.

       SIGUIENTE-PRE-FIN.
           ADD 1 TO LAST-PRE-NUM.
           CLOSE F-PRESTAMOS.

       SIGUIENTE-PRE-NUM-EXIT.
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

       SIN-OFERTA-CABECERA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

       SIN-OFERTA.
           DISPLAY "Prestamo preconcedido" AT LINE 6 COL 30.
           DISPLAY "No tiene ninguna oferta de prestamo vigente"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Consulte en su oficina" AT LINE 11 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       IMPORTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El importe supera el maximo de la oferta"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO REINTENTAR-ENTER.

       PLAZO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El plazo esta fuera de los limites de la oferta"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO REINTENTAR-ENTER.

       CUENTA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta de la oferta esta cerrada"
               AT LINE 9 COL 23
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Consulte en su oficina" AT LINE 11 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       DUDOSO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La oferta no esta disponible" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Consulte en su oficina" AT LINE 11 COL 29.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           MOVE "ERRS" TO EVENTO-DIARIO.
           MOVE "BANK21 error interno" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM-PRINCIPAL EVENTO-DIARIO
               DETALLE-DIARIO.

           CLOSE F-OFERTAS.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUOTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SALDOS.
           CLOSE F-SECUENCIA.
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

       REINTENTAR-ENTER.
           ACCEPT PRESSED-KEY AT LINE 24 COL 80
           IF ENTER-PRESSED
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO MOSTRAR-OFERTA
           ELSE
               GO TO REINTENTAR-ENTER.
