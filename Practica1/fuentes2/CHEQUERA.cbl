       IDENTIFICATION DIVISION.
       PROGRAM-ID. CHEQUERA.

           *> Herramienta de oficina para los cheques que libran
           *> nuestros clientes: emision de talonarios a una cuenta
           *> (numeracion unica en el banco), orden de no pago de uno
           *> o varios cheques de un talonario a peticion del titular
           *> y levantamiento de la orden, que exige supervisor. El
           *> pago de los cheques que presenta la camara lo hace el
           *> proceso nocturno, que consulta lo registrado aqui.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-SERIE-HASTA
           FILE STATUS IS FSL.

           SELECT F-CHQLIBRADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHL-NUMERO-CHEQUE
           FILE STATUS IS FSC.

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
       FD F-TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
           COPY TALONARIO.

       FD F-CHQLIBRADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqlibrados.ubd".
           COPY CHQLIBRADO.

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
       77 FSL                      PIC  X(2).
       77 FSC                      PIC  X(2).
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

       *> Cheques por talonario: los que se entregan si el operador
       *> no indica otra cosa y el maximo de un talonario.
       78 CHEQUES-POR-DEFECTO      VALUE 25.
       78 CHEQUES-MAXIMO           VALUE 100.

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
       77 CHEQUES-USUARIO          PIC  9(3).
       77 DESDE-USUARIO            PIC  9(10).
       77 HASTA-USUARIO            PIC  9(10).
       77 MOTIVO-USUARIO           PIC  9(1).
       77 CHEQUE-USUARIO           PIC  9(10).

       77 TITULAR-OPERACION        PIC X(35).
       77 CTA-ID-OPERACION         PIC  9(16).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.

       77 ULTIMO-NUMERO            PIC  9(10).
       77 NUMERO-ACTUAL            PIC  9(10).
       77 ORDENES-ANOTADAS         PIC  9(3).
       77 CHEQUES-YA-PAGADOS       PIC  9(3).

       77 CONTADOR-EDITADO         PIC ZZ9.
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

       01 EMISION-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 52
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 52
               PIC 9(3) USING CHEQUES-USUARIO.

       01 ORDEN-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 52
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 52
               PIC 9(10) USING DESDE-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 11 COL 52
               PIC 9(10) USING HASTA-USUARIO.
           05 FILLER BLANK ZERO LINE 12 COL 52
               PIC 9(1) USING MOTIVO-USUARIO.

       01 LEVANTA-ACCEPT.
           05 FILLER BLANK ZERO LINE 09 COL 52
               PIC 9(10) USING CHEQUE-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Talonarios de cheques" AT LINE 2
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
           DISPLAY "1 - Emitir talonario" AT LINE 8 COL 15.
           DISPLAY "2 - Orden de no pago" AT LINE 9 COL 15.
           DISPLAY "3 - Levantar orden de no pago" AT LINE 10 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO EMITIR-TALONARIO.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ORDEN-NO-PAGO.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO LEVANTAR-ORDEN.

           GO TO PMENU-ACCEPT.


           *> Emision de un talonario a la cuenta de la tarjeta. Los
           *> numeros siguen al ultimo emitido en todo el banco, para
           *> que la camara identifique el cheque solo por su numero.
       EMITIR-TALONARIO.
           INITIALIZE TARJETA-USUARIO.
           MOVE CHEQUES-POR-DEFECTO TO CHEQUES-USUARIO.

           DISPLAY "Emitir talonario" AT LINE 6 COL 32.
           DISPLAY "Tarjeta del titular:" AT LINE 9 COL 15.
           DISPLAY "Numero de cheques:" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT EMISION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO EMITIR-TALONARIO.

           IF TARJETA-USUARIO = 0
               GO TO EMITIR-TALONARIO.
           IF CHEQUES-USUARIO = 0 OR CHEQUES-USUARIO > CHEQUES-MAXIMO
               GO TO CHEQUES-ERR.

           *> Un talonario es un medio de cargo: no se entrega a una
           *> tarjeta que no admitiria cargos en ventanilla.
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
               OR TARJETA-INACTIVA OR TARJETA-DILIGENCIA
               CLOSE TARJETAS
               GO TO TARJETA-BLOQUEADA-ERR.

           MOVE TITULAR TO TITULAR-OPERACION.
           CLOSE TARJETAS.

           CALL "SELCTA" USING TARJETA-USUARIO CTA-ID-OPERACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           CALL "CTACERR" USING CTA-ID-OPERACION CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CTA-CERRADA-ERR.

           OPEN I-O F-TALONARIOS.
           IF FSL = 35
               OPEN OUTPUT F-TALONARIOS
               CLOSE F-TALONARIOS
               OPEN I-O F-TALONARIOS
           END-IF.
           IF FSL <> 00
               GO TO PSYS-ERR.

           *> La clave es el ultimo numero de cada talonario, asi que
           *> el ultimo registro leido tiene el mayor numero emitido.
           MOVE 0 TO ULTIMO-NUMERO.

       EMITIR-TALONARIO-ULTIMO.
           READ F-TALONARIOS NEXT RECORD
               AT END
                   GO TO EMITIR-TALONARIO-GRABAR.

           MOVE TAL-SERIE-HASTA TO ULTIMO-NUMERO.
           GO TO EMITIR-TALONARIO-ULTIMO.

       EMITIR-TALONARIO-GRABAR.
           COMPUTE TAL-SERIE-DESDE = ULTIMO-NUMERO + 1.
           COMPUTE TAL-SERIE-HASTA = ULTIMO-NUMERO + CHEQUES-USUARIO.
           MOVE CTA-ID-OPERACION TO TAL-CTA-ID.
           MOVE TARJETA-USUARIO  TO TAL-TARJETA.
           MOVE FECHA-HOY-NUM    TO TAL-FECHA-EMISION.
           MOVE OPERADOR-ACTUAL  TO TAL-OPERADOR.

           WRITE TALONARIO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-TALONARIOS.

           MOVE "EMITE-TALON" TO AUD-FUNCION-ACTUAL.
           MOVE CTA-ID-OPERACION TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Talonario emitido correctamente" AT LINE 8
               COL 24 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Titular:" AT LINE 10 COL 15.
           DISPLAY TITULAR-OPERACION AT LINE 10 COL 35.
           DISPLAY "Cuenta:" AT LINE 11 COL 15.
           DISPLAY CTA-ID-OPERACION AT LINE 11 COL 35.
           DISPLAY "Primer cheque:" AT LINE 12 COL 15.
           DISPLAY TAL-SERIE-DESDE AT LINE 12 COL 35.
           DISPLAY "Ultimo cheque:" AT LINE 13 COL 15.
           DISPLAY TAL-SERIE-HASTA AT LINE 13 COL 35.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Orden de no pago de un cheque o de un tramo de cheques
           *> de un mismo talonario de la cuenta (ultimo a cero para
           *> uno solo). Tambien se admite con la tarjeta anulada,
           *> porque protege al titular; los cheques ya pagados no
           *> pueden pararse y se cuentan aparte.
       ORDEN-NO-PAGO.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE DESDE-USUARIO.
           INITIALIZE HASTA-USUARIO.
           INITIALIZE MOTIVO-USUARIO.

           DISPLAY "Orden de no pago" AT LINE 6 COL 32.
           DISPLAY "Tarjeta del titular:" AT LINE 9 COL 15.
           DISPLAY "Primer cheque:" AT LINE 10 COL 15.
           DISPLAY "Ultimo cheque (0 si es uno):" AT LINE 11 COL 15.
           DISPLAY "Motivo:" AT LINE 12 COL 15.
           DISPLAY "1 - Extravio  2 - Robo  3 - Disputa con el tenedor"
               AT LINE 14 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ORDEN-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ORDEN-NO-PAGO.

           IF TARJETA-USUARIO = 0 OR DESDE-USUARIO = 0
               GO TO ORDEN-NO-PAGO.
           IF MOTIVO-USUARIO < 1 OR MOTIVO-USUARIO > 3
               GO TO ORDEN-NO-PAGO.
           IF HASTA-USUARIO = 0
               MOVE DESDE-USUARIO TO HASTA-USUARIO.
           IF HASTA-USUARIO < DESDE-USUARIO
               GO TO RANGO-ERR.

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

           CLOSE TARJETAS.

           CALL "SELCTA" USING TARJETA-USUARIO CTA-ID-OPERACION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           *> El tramo entero ha de caer en un talonario de la cuenta:
           *> el primero cuyo ultimo numero no es menor que el primer
           *> cheque pedido.
           OPEN INPUT F-TALONARIOS.
           IF FSL = 35
               CLOSE F-TALONARIOS
               GO TO RANGO-ERR.
           IF FSL <> 00
               GO TO PSYS-ERR.

           MOVE DESDE-USUARIO TO TAL-SERIE-HASTA.
           START F-TALONARIOS KEY IS NOT LESS THAN TAL-SERIE-HASTA
               INVALID KEY
                   CLOSE F-TALONARIOS
                   GO TO RANGO-ERR.
           READ F-TALONARIOS NEXT RECORD
               AT END
                   CLOSE F-TALONARIOS
                   GO TO RANGO-ERR.

           CLOSE F-TALONARIOS.

           IF TAL-SERIE-DESDE > DESDE-USUARIO
               OR TAL-SERIE-HASTA < HASTA-USUARIO
               OR TAL-CTA-ID NOT = CTA-ID-OPERACION
               GO TO RANGO-ERR.

           OPEN I-O F-CHQLIBRADOS.
           IF FSC = 35
               OPEN OUTPUT F-CHQLIBRADOS
               CLOSE F-CHQLIBRADOS
               OPEN I-O F-CHQLIBRADOS
           END-IF.
           IF FSC <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO ORDENES-ANOTADAS.
           MOVE 0 TO CHEQUES-YA-PAGADOS.
           MOVE DESDE-USUARIO TO NUMERO-ACTUAL.

       ORDEN-NO-PAGO-CHEQUE.
           IF NUMERO-ACTUAL > HASTA-USUARIO
               GO TO ORDEN-NO-PAGO-FIN.

           MOVE NUMERO-ACTUAL TO CHL-NUMERO-CHEQUE.
           READ F-CHQLIBRADOS
               INVALID KEY
                   INITIALIZE CHQLIBRADO-REG
                   MOVE NUMERO-ACTUAL TO CHL-NUMERO-CHEQUE
                   MOVE CTA-ID-OPERACION TO CHL-CTA-ID
                   PERFORM ANOTAR-ORDEN THRU ANOTAR-ORDEN-EXIT
                   WRITE CHQLIBRADO-REG INVALID KEY GO TO PSYS-ERR
                   END-WRITE
               NOT INVALID KEY
                   IF CHL-PAGADO
                       ADD 1 TO CHEQUES-YA-PAGADOS
                   ELSE
                       PERFORM ANOTAR-ORDEN THRU ANOTAR-ORDEN-EXIT
                       REWRITE CHQLIBRADO-REG
                           INVALID KEY GO TO PSYS-ERR
                       END-REWRITE
                   END-IF
           END-READ.

           ADD 1 TO NUMERO-ACTUAL.
           GO TO ORDEN-NO-PAGO-CHEQUE.

       ORDEN-NO-PAGO-FIN.
           CLOSE F-CHQLIBRADOS.

           IF ORDENES-ANOTADAS > 0
               MOVE "NOPAGO-ALTA" TO AUD-FUNCION-ACTUAL
               MOVE CTA-ID-OPERACION TO AUD-OBJETO-ACTUAL
               PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT
           END-IF.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF ORDENES-ANOTADAS > 0
               DISPLAY "Orden de no pago registrada" AT LINE 8
                   COL 26 WITH FOREGROUND-COLOR IS GREEN
           ELSE
               DISPLAY "Ningun cheque admite la orden" AT LINE 8
                   COL 25 WITH FOREGROUND-COLOR IS BLACK
                               BACKGROUND-COLOR IS RED
           END-IF.
           DISPLAY "Cuenta:" AT LINE 10 COL 15.
           DISPLAY CTA-ID-OPERACION AT LINE 10 COL 45.
           MOVE ORDENES-ANOTADAS TO CONTADOR-EDITADO.
           DISPLAY "Cheques con orden de no pago:" AT LINE 11 COL 15.
           DISPLAY CONTADOR-EDITADO AT LINE 11 COL 45.
           MOVE CHEQUES-YA-PAGADOS TO CONTADOR-EDITADO.
           DISPLAY "Cheques ya pagados:" AT LINE 12 COL 15.
           DISPLAY CONTADOR-EDITADO AT LINE 12 COL 45.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Levantar la orden de no pago de un cheque; el cheque
           *> vuelve a pagarse si la camara lo presenta.
       LEVANTAR-ORDEN.
           IF NOT SUPERVISOR-CONECTADO
               GO TO LEVANTAR-NIVEL-ERR.

           INITIALIZE CHEQUE-USUARIO.

           DISPLAY "Levantar orden de no pago" AT LINE 6 COL 28.
           DISPLAY "Numero de cheque:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT LEVANTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO LEVANTAR-ORDEN.

           IF CHEQUE-USUARIO = 0
               GO TO LEVANTAR-ORDEN.

           OPEN I-O F-CHQLIBRADOS.
           IF FSC = 35
               CLOSE F-CHQLIBRADOS
               GO TO SIN-ORDEN-ERR.
           IF FSC <> 00
               GO TO PSYS-ERR.

           MOVE CHEQUE-USUARIO TO CHL-NUMERO-CHEQUE.
           READ F-CHQLIBRADOS INVALID KEY
               CLOSE F-CHQLIBRADOS
               GO TO SIN-ORDEN-ERR.

           IF NOT CHL-NO-PAGAR
               CLOSE F-CHQLIBRADOS
               GO TO SIN-ORDEN-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Levantar orden de no pago" AT LINE 6 COL 28.
           DISPLAY "Cheque:" AT LINE 8 COL 15.
           DISPLAY CHL-NUMERO-CHEQUE AT LINE 8 COL 35.
           DISPLAY "Cuenta:" AT LINE 9 COL 15.
           DISPLAY CHL-CTA-ID AT LINE 9 COL 35.
           MOVE CHL-ORDEN-FECHA(7:2) TO FED-DIA.
           MOVE CHL-ORDEN-FECHA(5:2) TO FED-MES.
           MOVE CHL-ORDEN-FECHA(1:4) TO FED-ANO.
           DISPLAY "Orden del:" AT LINE 10 COL 15.
           DISPLAY FECHA-EDITADA AT LINE 10 COL 35.
           DISPLAY "Motivo:" AT LINE 11 COL 15.
           IF CHL-MOTIVO-EXTRAVIO
               DISPLAY "Extravio" AT LINE 11 COL 35.
           IF CHL-MOTIVO-ROBO
               DISPLAY "Robo" AT LINE 11 COL 35.
           IF CHL-MOTIVO-DISPUTA
               DISPLAY "Disputa con el tenedor" AT LINE 11 COL 35.
           DISPLAY "Enter - Levantar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       LEVANTAR-ORDEN-CONFIRMAR.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CHQLIBRADOS
                   GO TO VOLVER-MENU
               ELSE
                   GO TO LEVANTAR-ORDEN-CONFIRMAR.

           SET CHL-ORDEN-LEVANTADA TO TRUE.
           MOVE FECHA-HOY-NUM   TO CHL-LEVANTA-FECHA.
           MOVE OPERADOR-ACTUAL TO CHL-LEVANTA-OPERADOR.
           REWRITE CHQLIBRADO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CHQLIBRADOS.

           MOVE "NOPAGO-LEVAN" TO AUD-FUNCION-ACTUAL.
           MOVE CHEQUE-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de no pago levantada" AT LINE 9
               COL 27 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       ANOTAR-ORDEN.
           SET CHL-NO-PAGAR TO TRUE.
           MOVE FECHA-HOY-NUM   TO CHL-ORDEN-FECHA.
           MOVE OPERADOR-ACTUAL TO CHL-ORDEN-OPERADOR.
           MOVE MOTIVO-USUARIO  TO CHL-ORDEN-MOTIVO.
           MOVE 0 TO CHL-LEVANTA-FECHA.
           MOVE 0 TO CHL-LEVANTA-OPERADOR.
           ADD 1 TO ORDENES-ANOTADAS.

       ANOTAR-ORDEN-EXIT.
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

       CHEQUES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Un talonario lleva entre 1 y 100 cheques"
               AT LINE 9 COL 20
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
           DISPLAY "La tarjeta no admite cargos; no se emite talonario"
               AT LINE 9 COL 15
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

       RANGO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esos cheques no son de un talonario de la cuenta"
               AT LINE 9 COL 16
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-ORDEN-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese cheque no tiene orden de no pago en vigor"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       LEVANTAR-NIVEL-ERR.
           DISPLAY "Levantar una orden de no pago exige supervisor"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-TALONARIOS.
           CLOSE F-CHQLIBRADOS.
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
