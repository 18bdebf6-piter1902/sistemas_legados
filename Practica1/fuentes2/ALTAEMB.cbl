       IDENTIFICATION DIVISION.
       PROGRAM-ID. ALTAEMB.

           *> Herramienta de sucursal para las ordenes de embargo,
           *> firmada por un supervisor. Registra la orden (numero,
           *> documento del deudor, autoridad, cuenta del juzgado e
           *> importe) y traba en el acto el disponible del deudor
           *> con el modulo comun EMBTRABA; el lote nocturno sigue
           *> trabando los abonos posteriores. Remite lo trabado a la
           *> autoridad por interbanco.ubd, con su cargo en cada
           *> cuenta, y levanta la orden total o parcialmente
           *> liberando las trabas sobrantes. El deudor recibe un
           *> aviso en cada paso.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-CLAVE
           FILE STATUS IS FSE.

           SELECT F-TRABAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRB-RET-NUM
           FILE STATUS IS FSJ.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

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

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSB.

           SELECT F-INTERBANCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSI.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

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
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
           COPY EMBARGO.

       FD F-TRABAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embtrabas.ubd".
           COPY TRABA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

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

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

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
       77 FSE                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSV                      PIC  X(2).
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

           *> Datos de la orden tecleados en pantalla; los importes
           *> van en centimos, como los pide la autoridad.
       01 ORDEN-USUARIO.
           05 NUM-ORDEN-USUARIO    PIC X(20).
           05 DOCUMENTO-USUARIO    PIC X(12).
       77 AUTORIDAD-USUARIO        PIC X(35).
       77 BANCO-AUTORIDAD-USUARIO  PIC  9(4).
       77 CUENTA-AUTORIDAD-USUARIO PIC 9(16).
       77 IBAN-AUTORIDAD-USUARIO   PIC X(34).
       77 IMPORTE-USUARIO          PIC 9(11).

           *> Tarjeta del deudor a la que se dirigen los avisos.
       77 CLIENTE-DEUDOR           PIC  9(8).
       77 TARJETA-AVISO            PIC 9(16).
       77 TEXTO-AVISO              PIC X(35).
       77 ULTIMO-AVI-NUM           PIC 9(35).

       77 CENT-TRABADO             PIC 9(11).
       77 TRABA-RESULTADO          PIC  9(1).

           *> Remesa: suma de las trabas remitidas y tarjeta de la
           *> primera, que figura como origen en interbanco.ubd.
       77 CENT-REMESA              PIC S9(11).
       77 TARJETA-REMESA           PIC 9(16).
       77 LAST-ITB-NUM             PIC 9(35).

           *> Levantamiento: parte viva de la orden, lo que se levanta
           *> y lo trabado que sobra y hay que liberar.
       77 CENT-VIVO                PIC S9(11).
       77 CENT-LEVANTA             PIC S9(11).
       77 CENT-EXCESO              PIC S9(11).
       77 CENT-LIBERADO            PIC S9(11).
       77 CENT-QUEDA               PIC S9(11).

       77 LAST-MOV-NUM             PIC 9(35).

           *> Apunte que escribe APLICAR-MOVIMIENTO: tarjeta, cuenta,
           *> importe con signo y saldo resultante.
       77 TARJETA-APUNTE           PIC 9(16).
       77 CTA-ID-APUNTE            PIC 9(16).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-ABONO               PIC S9(11).
       77 CONCEPTO-EMBARGO         PIC X(35).

       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 ALTA-ACCEPT.
           05 FILLER AUTO LINE 09 COL 40
               PIC X(20) USING NUM-ORDEN-USUARIO.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER AUTO LINE 11 COL 40
               PIC X(35) USING AUTORIDAD-USUARIO.
           05 FILLER AUTO LINE 12 COL 40
               PIC X(34) USING IBAN-AUTORIDAD-USUARIO.
           05 FILLER BLANK ZERO LINE 14 COL 40
               PIC 9(11) USING IMPORTE-USUARIO.

       01 ORDEN-ACCEPT.
           05 FILLER AUTO LINE 09 COL 40
               PIC X(20) USING NUM-ORDEN-USUARIO.
           05 FILLER LINE 10 COL 40
               PIC X(12) USING DOCUMENTO-USUARIO.

       01 LEVANTAR-ACCEPT.
           05 FILLER AUTO LINE 09 COL 40
               PIC X(20) USING NUM-ORDEN-USUARIO.
           05 FILLER AUTO LINE 10 COL 40
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER BLANK ZERO LINE 12 COL 40
               PIC 9(11) USING IMPORTE-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Ordenes de embargo" AT LINE 2 COL 25
               WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> Solo un supervisor opera esta herramienta; cada accion
           *> queda ademas en el registro de auditoria.
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

           IF NOT SUPERVISOR-CONECTADO
               GO TO NIVEL-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.


       PMENU.
           DISPLAY "1 - Registrar orden de embargo" AT LINE 8 COL 15.
           DISPLAY "2 - Remitir lo trabado a la autoridad" AT LINE 9
               COL 15.
           DISPLAY "3 - Levantar orden (total o parcial)" AT LINE 10
               COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO REGISTRAR-ORDEN.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO REMITIR-ORDEN.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO LEVANTAR-ORDEN.

           GO TO PMENU-ACCEPT.


           *> Alta de la orden y primera traba sobre el disponible
           *> que el deudor tenga hoy.
       REGISTRAR-ORDEN.
           INITIALIZE ORDEN-USUARIO.
           INITIALIZE AUTORIDAD-USUARIO.
           INITIALIZE BANCO-AUTORIDAD-USUARIO.
           INITIALIZE CUENTA-AUTORIDAD-USUARIO.
           INITIALIZE IBAN-AUTORIDAD-USUARIO.
           INITIALIZE IMPORTE-USUARIO.

           DISPLAY "Numero de orden:" AT LINE 9 COL 10.
           DISPLAY "Documento del deudor:" AT LINE 10 COL 10.
           DISPLAY "Autoridad que la emite:" AT LINE 11 COL 10.
           DISPLAY "IBAN de la autoridad:" AT LINE 12 COL 10.
           DISPLAY "Importe ordenado (centimos):" AT LINE 14 COL 10.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ALTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REGISTRAR-ORDEN.

           IF NUM-ORDEN-USUARIO = SPACES OR DOCUMENTO-USUARIO = SPACES
               OR AUTORIDAD-USUARIO = SPACES
               OR IBAN-AUTORIDAD-USUARIO = SPACES
               OR IMPORTE-USUARIO = 0
               GO TO REGISTRAR-ORDEN.

           *> Los fondos se remiten por interbanco, asi que la cuenta
           *> de la autoridad tiene que ser de otra entidad y su IBAN
           *> pasar los digitos de control.
           SET IBN-VALIDAR TO TRUE.
           MOVE IBAN-AUTORIDAD-USUARIO TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF NOT IBN-CORRECTO OR IBN-PROPIO
               GO TO IBAN-AUTORIDAD-ERR.

           MOVE IBN-IBAN   TO IBAN-AUTORIDAD-USUARIO.
           MOVE IBN-BANCO  TO BANCO-AUTORIDAD-USUARIO.
           MOVE IBN-CUENTA TO CUENTA-AUTORIDAD-USUARIO.

           PERFORM BUSCAR-DEUDOR THRU BUSCAR-DEUDOR-EXIT.
           IF CLIENTE-DEUDOR = 0
               GO TO SIN-CLIENTE-ERR.

           OPEN I-O F-EMBARGOS.
           IF FSE = 35
               OPEN OUTPUT F-EMBARGOS
               CLOSE F-EMBARGOS
               OPEN I-O F-EMBARGOS
           END-IF.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE NUM-ORDEN-USUARIO        TO EMB-NUM-ORDEN.
           MOVE DOCUMENTO-USUARIO        TO EMB-DOCUMENTO.
           MOVE AUTORIDAD-USUARIO        TO EMB-AUTORIDAD.
           MOVE BANCO-AUTORIDAD-USUARIO  TO EMB-BANCO-AUTORIDAD.
           MOVE CUENTA-AUTORIDAD-USUARIO TO EMB-CUENTA-AUTORIDAD.
           MOVE IBAN-AUTORIDAD-USUARIO   TO EMB-IBAN-AUTORIDAD.
           MOVE IMPORTE-USUARIO          TO EMB-IMPORTE-CENT.
           MOVE 0                        TO EMB-TRABADO-CENT.
           MOVE 0                        TO EMB-REMITIDO-CENT.
           MOVE 0                        TO EMB-LEVANTADO-CENT.
           MOVE ANO                      TO EMB-ALTA-ANO.
           MOVE MES                      TO EMB-ALTA-MES.
           MOVE DIA                      TO EMB-ALTA-DIA.
           MOVE OPERADOR-ACTUAL          TO EMB-OPERADOR.
           MOVE 0                        TO EMB-TRABA-ANO.
           MOVE 0                        TO EMB-TRABA-MES.
           MOVE 0                        TO EMB-TRABA-DIA.
           SET EMB-ACTIVO                TO TRUE.

           WRITE EMBARGO-REG INVALID KEY
               CLOSE F-EMBARGOS
               GO TO ORDEN-DUPLICADA-ERR.

           CLOSE F-EMBARGOS.

           MOVE "Orden de embargo registrada" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           CALL "EMBTRABA" USING ORDEN-USUARIO CENT-TRABADO
               TRABA-RESULTADO.

           MOVE "EMBARGO-ALTA" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-AVISO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Orden de embargo registrada" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Trabado hoy (centimos):" AT LINE 11 COL 15.
           DISPLAY CENT-TRABADO AT LINE 11 COL 50.
           IF TRABA-RESULTADO NOT = 0
               DISPLAY "La traba no pudo completarse; la repetira"
                   AT LINE 13 COL 15
               DISPLAY "el lote nocturno de embargos" AT LINE 14
                   COL 15
           ELSE
               DISPLAY "El lote nocturno trabara los abonos que"
                   AT LINE 13 COL 15
               DISPLAY "lleguen hasta cubrir el importe" AT LINE 14
                   COL 15
           END-IF.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Remesa de todas las trabas vigentes de la orden: cada
           *> una se carga en su cuenta y libera su reserva, y el
           *> total sale en una sola transferencia a la autoridad.
       REMITIR-ORDEN.
           INITIALIZE ORDEN-USUARIO.

           DISPLAY "Numero de orden:" AT LINE 9 COL 10.
           DISPLAY "Documento del deudor:" AT LINE 10 COL 10.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT ORDEN-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REMITIR-ORDEN.

           IF NUM-ORDEN-USUARIO = SPACES OR DOCUMENTO-USUARIO = SPACES
               GO TO REMITIR-ORDEN.

           OPEN I-O F-EMBARGOS.
           IF FSE = 35
               CLOSE F-EMBARGOS
               GO TO ORDEN-NO-EXISTE-ERR.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE ORDEN-USUARIO TO EMB-CLAVE.
           READ F-EMBARGOS INVALID KEY
               CLOSE F-EMBARGOS
               GO TO ORDEN-NO-EXISTE-ERR.

           IF EMB-TRABADO-CENT = 0
               CLOSE F-EMBARGOS
               GO TO SIN-TRABAS-ERR.

           PERFORM BUSCAR-DEUDOR THRU BUSCAR-DEUDOR-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE 0 TO CENT-REMESA.
           MOVE 0 TO TARJETA-REMESA.

           OPEN I-O F-TRABAS.
           IF FSJ <> 00
               GO TO PSYS-ERR.

       REMITIR-TRABAS-BUCLE.
           READ F-TRABAS NEXT RECORD
               AT END GO TO REMITIR-TRABAS-FIN.

           IF TRB-EMB-CLAVE NOT = EMB-CLAVE OR NOT TRB-VIGENTE
               GO TO REMITIR-TRABAS-BUCLE.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.

           MOVE TRB-TARJETA TO TARJETA-APUNTE.
           MOVE TRB-CTA-ID  TO CTA-ID-APUNTE.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.

           COMPUTE CENT-ABONO = 0 - TRB-IMPORTE-CENT.
           MOVE SPACES TO CONCEPTO-EMBARGO.
           STRING "Embargo orden "  DELIMITED BY SIZE
                  EMB-NUM-ORDEN     DELIMITED BY SIZE
               INTO CONCEPTO-EMBARGO.
           SET MOV-TIPO-EMBARGO TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

           SET TRB-REMITIDA TO TRUE.
           REWRITE TRABA-REG INVALID KEY GO TO PSYS-ERR.

           IF TARJETA-REMESA = 0
               MOVE TRB-TARJETA TO TARJETA-REMESA.
           ADD TRB-IMPORTE-CENT TO CENT-REMESA.

           GO TO REMITIR-TRABAS-BUCLE.

       REMITIR-TRABAS-FIN.
           CLOSE F-TRABAS.

           IF CENT-REMESA > 0
               PERFORM ESCRIBIR-INTERBANCO
                   THRU ESCRIBIR-INTERBANCO-EXIT.

           ADD CENT-REMESA TO EMB-REMITIDO-CENT.
           SUBTRACT CENT-REMESA FROM EMB-TRABADO-CENT.

           IF EMB-REMITIDO-CENT + EMB-LEVANTADO-CENT
                   >= EMB-IMPORTE-CENT
               SET EMB-CUMPLIDO TO TRUE
               MOVE "Embargo cumplido: fondos remitidos"
                   TO TEXTO-AVISO
           ELSE
               MOVE "Embargo: fondos remitidos" TO TEXTO-AVISO.

           REWRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-EMBARGOS.

           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           MOVE "EMBARGO-REM" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-REMESA TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fondos remitidos a la autoridad" AT LINE 9 COL 24
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Remitido ahora (centimos):" AT LINE 11 COL 15.
           DISPLAY CENT-REMESA AT LINE 11 COL 50.
           DISPLAY "Total remitido (centimos):" AT LINE 12 COL 15.
           DISPLAY EMB-REMITIDO-CENT AT LINE 12 COL 50.
           DISPLAY "Importe ordenado (centimos):" AT LINE 13 COL 15.
           DISPLAY EMB-IMPORTE-CENT AT LINE 13 COL 50.
           IF EMB-CUMPLIDO
               DISPLAY "La orden queda cumplida" AT LINE 15 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Levantamiento: un importe cero levanta todo lo que
           *> queda vivo de la orden. Lo trabado que exceda de lo que
           *> sigue vivo se libera, rebajando la ultima traba tocada
           *> si no hace falta soltarla entera.
       LEVANTAR-ORDEN.
           INITIALIZE ORDEN-USUARIO.
           INITIALIZE IMPORTE-USUARIO.

           DISPLAY "Numero de orden:" AT LINE 9 COL 10.
           DISPLAY "Documento del deudor:" AT LINE 10 COL 10.
           DISPLAY "Importe a levantar (centimos," AT LINE 12 COL 10.
           DISPLAY "0 = levantamiento total):" AT LINE 13 COL 10.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT LEVANTAR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO LEVANTAR-ORDEN.

           IF NUM-ORDEN-USUARIO = SPACES OR DOCUMENTO-USUARIO = SPACES
               GO TO LEVANTAR-ORDEN.

           OPEN I-O F-EMBARGOS.
           IF FSE = 35
               CLOSE F-EMBARGOS
               GO TO ORDEN-NO-EXISTE-ERR.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE ORDEN-USUARIO TO EMB-CLAVE.
           READ F-EMBARGOS INVALID KEY
               CLOSE F-EMBARGOS
               GO TO ORDEN-NO-EXISTE-ERR.

           IF NOT EMB-ACTIVO
               CLOSE F-EMBARGOS
               GO TO ORDEN-INACTIVA-ERR.

           PERFORM BUSCAR-DEUDOR THRU BUSCAR-DEUDOR-EXIT.

           COMPUTE CENT-VIVO = EMB-IMPORTE-CENT - EMB-LEVANTADO-CENT
               - EMB-REMITIDO-CENT.

           IF IMPORTE-USUARIO = 0 OR IMPORTE-USUARIO >= CENT-VIVO
               MOVE CENT-VIVO TO CENT-LEVANTA
           ELSE
               MOVE IMPORTE-USUARIO TO CENT-LEVANTA.

           ADD CENT-LEVANTA TO EMB-LEVANTADO-CENT.
           COMPUTE CENT-EXCESO = EMB-TRABADO-CENT
               - (CENT-VIVO - CENT-LEVANTA).

           MOVE 0 TO CENT-LIBERADO.

           IF CENT-EXCESO > 0
               PERFORM LIBERAR-EXCESO THRU LIBERAR-EXCESO-EXIT.

           SUBTRACT CENT-LIBERADO FROM EMB-TRABADO-CENT.

           IF CENT-LEVANTA >= CENT-VIVO
               SET EMB-LEVANTADO TO TRUE
               MOVE "Embargo levantado" TO TEXTO-AVISO
           ELSE
               MOVE "Embargo levantado parcialmente" TO TEXTO-AVISO.

           REWRITE EMBARGO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-EMBARGOS.

           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           MOVE "EMBARGO-LEV" TO AUD-FUNCION-ACTUAL.
           MOVE TARJETA-AVISO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF EMB-LEVANTADO
               DISPLAY "Orden levantada" AT LINE 9 COL 32
                   WITH FOREGROUND-COLOR IS GREEN
           ELSE
               DISPLAY "Orden levantada parcialmente" AT LINE 9 COL 26
                   WITH FOREGROUND-COLOR IS GREEN
           END-IF.
           DISPLAY "Levantado ahora (centimos):" AT LINE 11 COL 15.
           DISPLAY CENT-LEVANTA AT LINE 11 COL 50.
           DISPLAY "Trabas liberadas (centimos):" AT LINE 12 COL 15.
           DISPLAY CENT-LIBERADO AT LINE 12 COL 50.
           DISPLAY "Sigue trabado (centimos):" AT LINE 13 COL 15.
           DISPLAY EMB-TRABADO-CENT AT LINE 13 COL 50.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Libera CENT-EXCESO de las trabas vigentes de la orden.
       LIBERAR-EXCESO.
           OPEN I-O F-TRABAS.
           IF FSJ <> 00
               GO TO PSYS-ERR.

       LIBERAR-EXCESO-BUCLE.
           IF CENT-LIBERADO >= CENT-EXCESO
               GO TO LIBERAR-EXCESO-FIN.

           READ F-TRABAS NEXT RECORD
               AT END GO TO LIBERAR-EXCESO-FIN.

           IF TRB-EMB-CLAVE NOT = EMB-CLAVE OR NOT TRB-VIGENTE
               GO TO LIBERAR-EXCESO-BUCLE.

           IF TRB-IMPORTE-CENT <= CENT-EXCESO - CENT-LIBERADO
               PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT
               ADD TRB-IMPORTE-CENT TO CENT-LIBERADO
               SET TRB-LEVANTADA TO TRUE
           ELSE
               COMPUTE CENT-QUEDA = TRB-IMPORTE-CENT
                   - (CENT-EXCESO - CENT-LIBERADO)
               PERFORM REBAJAR-RETENCION THRU REBAJAR-RETENCION-EXIT
               COMPUTE CENT-LIBERADO = CENT-LIBERADO
                   + TRB-IMPORTE-CENT - CENT-QUEDA
               MOVE CENT-QUEDA TO TRB-IMPORTE-CENT
           END-IF.

           REWRITE TRABA-REG INVALID KEY GO TO PSYS-ERR.

           GO TO LIBERAR-EXCESO-BUCLE.

       LIBERAR-EXCESO-FIN.
           CLOSE F-TRABAS.

       LIBERAR-EXCESO-EXIT.
           EXIT.


           *> La reserva de la traba deja de estar pendiente, como
           *> hace la caducidad de codigos de retirada.
       LIBERAR-RETENCION.
           OPEN I-O F-RETENCIONES.
           IF FSB <> 00
               GO TO PSYS-ERR.

           MOVE TRB-RET-NUM TO RET-NUM.
           READ F-RETENCIONES
               INVALID KEY
                   CLOSE F-RETENCIONES
                   GO TO LIBERAR-RETENCION-EXIT
           END-READ.

           SET RET-CONFIRMADO TO TRUE.

           REWRITE RETENCION-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-RETENCIONES.

       LIBERAR-RETENCION-EXIT.
           EXIT.

           *> Deja la reserva de la traba en CENT-QUEDA.
       REBAJAR-RETENCION.
           OPEN I-O F-RETENCIONES.
           IF FSB <> 00
               GO TO PSYS-ERR.

           MOVE TRB-RET-NUM TO RET-NUM.
           READ F-RETENCIONES
               INVALID KEY
                   CLOSE F-RETENCIONES
                   GO TO REBAJAR-RETENCION-EXIT
           END-READ.

           COMPUTE RET-IMPORTE-ENT = CENT-QUEDA / 100.
           COMPUTE RET-IMPORTE-DEC =
               CENT-QUEDA - (RET-IMPORTE-ENT * 100).

           REWRITE RETENCION-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-RETENCIONES.

       REBAJAR-RETENCION-EXIT.
           EXIT.


           *> Cliente de clientes.ubd con el documento tecleado y una
           *> tarjeta suya para los avisos (la ultima activa que se
           *> encuentre, o cualquiera si no tiene ninguna activa).
       BUSCAR-DEUDOR.
           MOVE 0 TO CLIENTE-DEUDOR.
           MOVE 0 TO TARJETA-AVISO.

           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               GO TO BUSCAR-DEUDOR-EXIT.

       BUSCAR-DEUDOR-BUCLE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO BUSCAR-DEUDOR-FIN.

           IF CLI-DOCUMENTO NOT = DOCUMENTO-USUARIO
               GO TO BUSCAR-DEUDOR-BUCLE.

           MOVE CLI-ID TO CLIENTE-DEUDOR.

       BUSCAR-DEUDOR-FIN.
           CLOSE F-CLIENTES.

           IF CLIENTE-DEUDOR = 0
               GO TO BUSCAR-DEUDOR-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO BUSCAR-DEUDOR-EXIT.

       BUSCAR-TARJETA-BUCLE.
           READ TARJETAS NEXT RECORD
               AT END GO TO BUSCAR-TARJETA-FIN.

           IF TARJETA-CLIENTE NOT = CLIENTE-DEUDOR
               GO TO BUSCAR-TARJETA-BUCLE.

           IF TARJETA-AVISO = 0 OR TARJETA-ACTIVA
               MOVE TNUM TO TARJETA-AVISO.

           GO TO BUSCAR-TARJETA-BUCLE.

       BUSCAR-TARJETA-FIN.
           CLOSE TARJETAS.

       BUSCAR-DEUDOR-EXIT.
           EXIT.


           *> Transferencia a la cuenta de la autoridad: queda
           *> pendiente en interbanco.ubd para el siguiente envio, con
           *> el numero de orden como referencia.
       ESCRIBIR-INTERBANCO.
           OPEN I-O F-INTERBANCO.
           IF FSI = 35
               OPEN OUTPUT F-INTERBANCO
               CLOSE F-INTERBANCO
               OPEN I-O F-INTERBANCO
           END-IF.
           IF FSI <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-ITB-NUM.

       ESCRIBIR-INTERBANCO-BUCLE.
           READ F-INTERBANCO NEXT RECORD
               AT END GO TO ESCRIBIR-INTERBANCO-REG.
           IF LAST-ITB-NUM < ITB-NUM
               MOVE ITB-NUM TO LAST-ITB-NUM.
           GO TO ESCRIBIR-INTERBANCO-BUCLE.

       ESCRIBIR-INTERBANCO-REG.
           ADD 1 TO LAST-ITB-NUM.

           MOVE LAST-ITB-NUM           TO ITB-NUM.
           MOVE TARJETA-REMESA         TO ITB-TARJETA-ORIGEN.
           MOVE EMB-BANCO-AUTORIDAD    TO ITB-BANCO-DESTINO.
           MOVE EMB-CUENTA-AUTORIDAD   TO ITB-CUENTA-DESTINO.
           MOVE EMB-IBAN-AUTORIDAD     TO ITB-IBAN-DESTINO.
           IF EMB-IBAN-AUTORIDAD = SPACES
               SET IBN-COMPONER        TO TRUE
               MOVE EMB-BANCO-AUTORIDAD  TO IBN-BANCO
               MOVE EMB-CUENTA-AUTORIDAD TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN           TO ITB-IBAN-DESTINO.
           MOVE ANO                    TO ITB-ANO.
           MOVE MES                    TO ITB-MES.
           MOVE DIA                    TO ITB-DIA.
           COMPUTE ITB-IMPORTE-ENT = CENT-REMESA / 100.
           COMPUTE ITB-IMPORTE-DEC =
               CENT-REMESA - (ITB-IMPORTE-ENT * 100).
           MOVE EMB-NUM-ORDEN          TO ITB-REFERENCIA.
           SET ITB-PENDIENTE           TO TRUE.
           MOVE 0                      TO ITB-LIQ-ANO.
           MOVE 0                      TO ITB-LIQ-MES.
           MOVE 0                      TO ITB-LIQ-DIA.
           MOVE 0                      TO ITB-TRANS-ANO.
           MOVE 0                      TO ITB-TRANS-MES.
           MOVE 0                      TO ITB-TRANS-DIA.

           WRITE INTERBANCO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-INTERBANCO.

       ESCRIBIR-INTERBANCO-EXIT.
           EXIT.


           *> Deja un aviso pendiente para el deudor; sin tarjeta a
           *> la que dirigirlo no se escribe.
       ESCRIBIR-AVISO.
           IF TARJETA-AVISO = 0
               GO TO ESCRIBIR-AVISO-EXIT.

           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               GO TO PSYS-ERR.

           MOVE 0 TO ULTIMO-AVI-NUM.

       ESCRIBIR-AVISO-BUCLE.
           READ F-AVISOS NEXT RECORD
               AT END GO TO ESCRIBIR-AVISO-REG.
           IF ULTIMO-AVI-NUM < AVI-NUM
               MOVE AVI-NUM TO ULTIMO-AVI-NUM.
           GO TO ESCRIBIR-AVISO-BUCLE.

       ESCRIBIR-AVISO-REG.
           ADD 1 TO ULTIMO-AVI-NUM.

           MOVE ULTIMO-AVI-NUM TO AVI-NUM.
           MOVE TARJETA-AVISO  TO AVI-TARJETA.
           MOVE ANO            TO AVI-ANO.
           MOVE MES            TO AVI-MES.
           MOVE DIA            TO AVI-DIA.
           MOVE TEXTO-AVISO    TO AVI-TEXTO.
           SET AVI-PENDIENTE   TO TRUE.

           WRITE AVISO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-AVISOS.

       ESCRIBIR-AVISO-EXIT.
           EXIT.


       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-FIN.
           IF FSS <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-APUNTE TO SALDO-CTA-ID.
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


           *> Escribe el movimiento de CENT-ABONO (con signo y con el
           *> MOV-TIPO ya fijado) para TARJETA-APUNTE y deja
           *> saldos.ubd con el nuevo saldo de CTA-ID-APUNTE.
       APLICAR-MOVIMIENTO.
           ADD CENT-ABONO TO CENT-SALDO.

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
           MOVE TARJETA-APUNTE  TO MOV-TARJETA.
           MOVE ANO             TO MOV-ANO.
           MOVE MES             TO MOV-MES.
           MOVE DIA             TO MOV-DIA.
           MOVE HORAS           TO MOV-HOR.
           MOVE MINUTOS         TO MOV-MIN.
           MOVE SEGUNDOS        TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-EMBARGO TO MOV-CONCEPTO.

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

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-APUNTE TO MOV-CTA-ID.

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

           MOVE CTA-ID-APUNTE    TO SALDO-CTA-ID.
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

       NIVEL-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta herramienta exige nivel de supervisor"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       NIVEL-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO NIVEL-ERR-ENTER.

           GO TO FIN-PROGRAMA.

       IBAN-AUTORIDAD-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "IBAN de la autoridad no valido" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-CLIENTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay ningun cliente con ese documento"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-DUPLICADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa orden ya esta registrada para el deudor"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-NO-EXISTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe esa orden para ese documento"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ORDEN-INACTIVA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden ya esta cumplida o levantada"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-TRABAS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La orden no tiene fondos trabados que remitir"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-EMBARGOS.
           CLOSE F-TRABAS.

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
