       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMPLIM.

           *> Cola de cumplimiento normativo de la sucursal: un
           *> supervisor de operadores.ubd revisa las posibles
           *> coincidencias con la lista de vigilancia que han dejado
           *> el alta y la modificacion de clientes, el recribado
           *> nocturno, los cajeros, la doble firma y las
           *> transferencias recibidas. Liberar una fila la da por
           *> falso positivo: el cliente vuelve a activo y la
           *> transferencia se apunta tal como lo habria hecho el
           *> canal de origen. Confirmarla como coincidencia real
           *> deja al cliente sancionado con sus tarjetas bloqueadas,
           *> o la transferencia sin cursar con la reserva liberada
           *> (las recibidas quedan sin abonar).

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSE.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-TRFPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUM
           FILE STATUS IS FSZ.

           SELECT F-OPERADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OPE-ID
           FILE STATUS IS FSO.

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

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

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

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           *> Registro de acciones de las herramientas de oficina;
           *> solo se anade al final.
           SELECT F-AUDITORIA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSW.

       DATA DIVISION.
       FILE SECTION.
       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-TRFPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trfpendientes.ubd".
           COPY TRFPEND.

       FD F-OPERADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "operadores.ubd".
           COPY OPERADOR.

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

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

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
       77 FSE                      PIC  X(2).
       77 FST                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSX                      PIC  X(2).
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

       77 LINEA-ACTUAL             PIC   99.
       77 FILAS-EN-PANTALLA        PIC   99.
       77 CMP-NUM-ELEGIDA          PIC  9(7).
       77 RESPUESTA-CMP            PIC  A(1).
       77 ORIGEN-TEXTO             PIC X(12).

           *> Estado en que queda la orden de la cola de doble firma
           *> de la que procede la fila, si procede de ahi.
       77 ESTADO-ORDEN-FIRMA       PIC  9(1).
           88 ORDEN-FIRMA-APROBADA  VALUE 1.
           88 ORDEN-FIRMA-RECHAZADA VALUE 2.

       77 LAST-MOV-NUM             PIC  9(35).
       77 LAST-ITB-NUM             PIC  9(35).
       77 CTA-ID-DESTINO           PIC  9(16).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.
       77 CTA-ID-ACTUAL            PIC  9(16).
       77 TARJETA-ACTUAL           PIC  9(16).

       77 CENT-IMPORTE             PIC S9(11).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-ABONO               PIC S9(11).
       77 CONCEPTO-TRF             PIC  X(35).
           *> Clase del apunte que APLICAR-MOVIMIENTO debe
           *> escribir: cargo al origen, abono local al destino o
           *> comision de la orden externa.
       77 TIPO-MOV-TRF             PIC   9(2).
           88 APUNTE-CARGO-TRF       VALUE 3.
           88 APUNTE-ABONO-TRF       VALUE 4.
           88 APUNTE-COMISION-TRF    VALUE 7.

           *> Comision de la tabla de tarifas por orden externa, la
           *> misma que cobra el cajero.
       77 CLASE-TARIFA             PIC  X(12).
       77 FECHA-TARIFA             PIC   9(8).
       77 CENT-COMISION            PIC S9(11).

       77 ULTIMO-AVI-NUM           PIC 9(35).
       77 TARJETA-AVISO            PIC 9(16).
       77 TEXTO-AVISO              PIC X(35).

       77 CONT-TARJETAS            PIC  9(3).

       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 FILA-PENDIENTE.
           05 FILLER COL 03 PIC 9(7)       FROM CMP-NUM.
           05 FILLER COL 12 PIC X(12)      FROM ORIGEN-TEXTO.
           05 FILLER COL 26 PIC X(35)      FROM CMP-NOMBRE.
           05 FILLER COL 63 PIC 99         FROM CMP-DIA.
           05 FILLER COL 65 VALUE "-".
           05 FILLER COL 66 PIC 99         FROM CMP-MES.
           05 FILLER COL 68 VALUE "-".
           05 FILLER COL 69 PIC 9(4)       FROM CMP-ANO.

       01 DETALLE-COINCIDENCIA.
           05 FILLER LINE 07 COL 05 VALUE "Origen:".
           05 FILLER LINE 07 COL 25 PIC X(12) FROM ORIGEN-TEXTO.
           05 FILLER LINE 07 COL 45 VALUE "Fecha:".
           05 FILLER LINE 07 COL 52 PIC 99    FROM CMP-DIA.
           05 FILLER LINE 07 COL 54 VALUE "-".
           05 FILLER LINE 07 COL 55 PIC 99    FROM CMP-MES.
           05 FILLER LINE 07 COL 57 VALUE "-".
           05 FILLER LINE 07 COL 58 PIC 9(4)  FROM CMP-ANO.
           05 FILLER LINE 08 COL 05 VALUE "Nombre cribado:".
           05 FILLER LINE 08 COL 25 PIC X(35) FROM CMP-NOMBRE.
           05 FILLER LINE 09 COL 05 VALUE "Documento:".
           05 FILLER LINE 09 COL 25 PIC X(12) FROM CMP-DOCUMENTO.
           05 FILLER LINE 11 COL 05 VALUE "Lista:"
               FOREGROUND-COLOR YELLOW.
           05 FILLER LINE 11 COL 25 PIC X(10) FROM CMP-VIG-LISTA.
           05 FILLER LINE 11 COL 45 VALUE "Version:".
           05 FILLER LINE 11 COL 54 PIC 9(8)  FROM CMP-VIG-VERSION.
           05 FILLER LINE 12 COL 05 VALUE "Nombre en lista:"
               FOREGROUND-COLOR YELLOW.
           05 FILLER LINE 12 COL 25 PIC X(35) FROM CMP-VIG-NOMBRE.
           05 FILLER LINE 13 COL 05 VALUE "Documento en lista:"
               FOREGROUND-COLOR YELLOW.
           05 FILLER LINE 13 COL 25 PIC X(12) FROM CMP-VIG-DOCUMENTO.

       01 DETALLE-CLIENTE.
           05 FILLER LINE 15 COL 05 VALUE "Cliente:".
           05 FILLER LINE 15 COL 25 PIC 9(8)  FROM CMP-CLIENTE.

       01 DETALLE-TRANSFERENCIA.
           05 FILLER LINE 15 COL 05 VALUE "Tarjeta origen:".
           05 FILLER LINE 15 COL 25 PIC 9(16) FROM CMP-TARJETA-ORIGEN.
           05 FILLER LINE 16 COL 05 VALUE "Banco / cuenta:".
           05 FILLER LINE 16 COL 25 PIC 9(4)  FROM CMP-BANCO.
           05 FILLER LINE 16 COL 30 PIC 9(16) FROM CMP-CUENTA-DESTINO.
           05 FILLER LINE 16 COL 48 PIC X(24) FROM CMP-IBAN.
           05 FILLER LINE 17 COL 05 VALUE "Importe:".
           05 FILLER SIGN IS LEADING SEPARATE
               LINE 17 COL 25 PIC -9(7) FROM CMP-IMPORTE-ENT.
           05 FILLER LINE 17 COL 33 VALUE ".".
           05 FILLER LINE 17 COL 34 PIC 99    FROM CMP-IMPORTE-DEC.
           05 FILLER LINE 18 COL 05 VALUE "Referencia:".
           05 FILLER LINE 18 COL 25 PIC X(15) FROM CMP-REFERENCIA.

       01 ELEGIR-ACCEPT.
           05 FILLER BLANK WHEN ZERO LINE 21 COL 55
               PIC 9(7) USING CMP-NUM-ELEGIDA.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Cumplimiento normativo"
               AT LINE 2 COL 23 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> Solo un supervisor puede resolver coincidencias; cada
           *> resolucion queda ademas en el registro de auditoria.
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
           DISPLAY "1 - Resolver coincidencias pendientes"
               AT LINE 8 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               GO TO LISTAR-PENDIENTES.

           GO TO PMENU-ACCEPT.


       LISTAR-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Posibles coincidencias con la lista de vigilancia"
               AT LINE 6 COL 15.
           DISPLAY "Num.     Origen        Nombre cribado"
               AT LINE 7 COL 3
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Fecha" AT LINE 7 COL 63
               WITH FOREGROUND-COLOR IS YELLOW.

           MOVE 8 TO LINEA-ACTUAL.
           MOVE 0 TO FILAS-EN-PANTALLA.

           OPEN INPUT F-CUMPLIMIENTO.
           IF FSK = 35
               CLOSE F-CUMPLIMIENTO
               GO TO SIN-PENDIENTES.
           IF FSK <> 00
               GO TO PSYS-ERR.

       LISTAR-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD AT END GO TO LISTAR-FIN.

           IF NOT CMP-PENDIENTE
               GO TO LISTAR-BUCLE.

           PERFORM DESCRIBIR-ORIGEN THRU DESCRIBIR-ORIGEN-EXIT.
           DISPLAY FILA-PENDIENTE AT LINE LINEA-ACTUAL.

           ADD 1 TO LINEA-ACTUAL.
           ADD 1 TO FILAS-EN-PANTALLA.

           IF FILAS-EN-PANTALLA < 12
               GO TO LISTAR-BUCLE.

       LISTAR-FIN.
           CLOSE F-CUMPLIMIENTO.

           IF FILAS-EN-PANTALLA = 0
               GO TO SIN-PENDIENTES.

           DISPLAY "Numero de la fila a resolver (0=salir):"
               AT LINE 21 COL 12.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           MOVE 0 TO CMP-NUM-ELEGIDA.

       ELEGIR-ACCEPT-P.
           ACCEPT ELEGIR-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ELEGIR-ACCEPT-P.

           IF CMP-NUM-ELEGIDA = 0
               GO TO VOLVER-MENU.

           GO TO RESOLVER-FILA.


           *> Muestra la fila con la entrada de la lista con la que
           *> coincide y pide la resolucion del supervisor.
       RESOLVER-FILA.
           OPEN I-O F-CUMPLIMIENTO.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE CMP-NUM-ELEGIDA TO CMP-NUM.
           READ F-CUMPLIMIENTO INVALID KEY GO TO FILA-BAD.

           IF NOT CMP-PENDIENTE
               CLOSE F-CUMPLIMIENTO
               GO TO FILA-BAD-MENU.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           PERFORM DESCRIBIR-ORIGEN THRU DESCRIBIR-ORIGEN-EXIT.
           DISPLAY DETALLE-COINCIDENCIA.

           IF CMP-ORIGEN-ALTA-CLIENTE OR CMP-ORIGEN-MODIF-CLIENTE
               OR CMP-ORIGEN-RECRIBADO
               DISPLAY DETALLE-CLIENTE
           ELSE
               DISPLAY DETALLE-TRANSFERENCIA.

           DISPLAY "L = liberar (falso positivo)" AT LINE 20 COL 12.
           DISPLAY "C = confirmar coincidencia real" AT LINE 21
               COL 12.
           DISPLAY "Resolucion:" AT LINE 22 COL 12.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.
           MOVE SPACE TO RESPUESTA-CMP.

       RESOLVER-ACCEPT.
           ACCEPT RESPUESTA-CMP AT LINE 22 COL 24 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CUMPLIMIENTO
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO RESOLVER-ACCEPT.

           IF RESPUESTA-CMP = "L" OR RESPUESTA-CMP = "l"
               GO TO LIBERAR-FILA.

           IF RESPUESTA-CMP = "C" OR RESPUESTA-CMP = "c"
               GO TO CONFIRMAR-FILA.

           GO TO RESOLVER-ACCEPT.


           *> Falso positivo: el cliente vuelve a activo y la
           *> transferencia se apunta como lo habria hecho su canal.
           *> Liberar una orden de la doble firma vale como firma del
           *> supervisor.
       LIBERAR-FILA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           *> Una recibida solo se puede abonar en una cuenta abierta;
           *> si se cerro mientras esperaba, queda pendiente.
           IF CMP-ORIGEN-ENTRANTE
               PERFORM RESOLVER-CTA-DESTINO
                   THRU RESOLVER-CTA-DESTINO-EXIT
               CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW
               IF CTA-CERRADA
                   CLOSE F-CUMPLIMIENTO
                   GO TO DESTINO-CERRADO-ERR
               END-IF
           END-IF.

           SET CMP-LIBERADA TO TRUE.
           PERFORM MARCAR-RESOLUCION THRU MARCAR-RESOLUCION-EXIT.

           IF CMP-ORIGEN-ALTA-CLIENTE OR CMP-ORIGEN-MODIF-CLIENTE
               OR CMP-ORIGEN-RECRIBADO
               PERFORM LIBERAR-CLIENTE THRU LIBERAR-CLIENTE-EXIT
               GO TO LIBERAR-FIN.

           IF CMP-ORIGEN-ENTRANTE
               PERFORM ABONAR-ENTRANTE THRU ABONAR-ENTRANTE-EXIT
               GO TO LIBERAR-FIN.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.

           COMPUTE CENT-IMPORTE = (CMP-IMPORTE-ENT * 100)
                                  + CMP-IMPORTE-DEC.

           *> Si la cuenta destino de la casa se cerro mientras la
           *> orden esperaba, no se apunta: la reserva ya esta
           *> liberada y el titular recibe el aviso.
           IF CMP-BANCO = 0
               PERFORM RESOLVER-CTA-DESTINO
                   THRU RESOLVER-CTA-DESTINO-EXIT
               CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW
               IF CTA-CERRADA
                   SET ORDEN-FIRMA-RECHAZADA TO TRUE
                   PERFORM ACTUALIZAR-ORDEN-FIRMA
                       THRU ACTUALIZAR-ORDEN-FIRMA-EXIT
                   MOVE CMP-TARJETA-ORIGEN TO TARJETA-AVISO
                   MOVE "Transferencia no cursada" TO TEXTO-AVISO
                   PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT
                   GO TO LIBERAR-FIN
               END-IF
           END-IF.

           *> Cargo al origen.
           MOVE CMP-CTA-ORIGEN TO CTA-ID-ACTUAL.
           MOVE CMP-TARJETA-ORIGEN TO TARJETA-ACTUAL.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           COMPUTE CENT-ABONO = 0 - CENT-IMPORTE.
           SUBTRACT CENT-IMPORTE FROM CENT-SALDO.
           IF CMP-BANCO = 0
               MOVE "Transferimos" TO CONCEPTO-TRF
           ELSE
               MOVE "Transferencia a otro banco" TO CONCEPTO-TRF.
           SET APUNTE-CARGO-TRF TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

           IF CMP-BANCO NOT = 0
               PERFORM ESCRIBIR-INTERBANCO
                   THRU ESCRIBIR-INTERBANCO-EXIT
               PERFORM COBRAR-COMISION-EXT
                   THRU COBRAR-COMISION-EXT-EXIT
               GO TO LIBERAR-ORDEN-FIN.

           *> Abono local al destino.
           MOVE CTA-ID-DESTINO TO CTA-ID-ACTUAL.
           MOVE CMP-CUENTA-DESTINO TO TARJETA-ACTUAL.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           MOVE CENT-IMPORTE TO CENT-ABONO.
           ADD CENT-IMPORTE TO CENT-SALDO.
           MOVE "Nos transfieren" TO CONCEPTO-TRF.
           SET APUNTE-ABONO-TRF TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

       LIBERAR-ORDEN-FIN.
           SET ORDEN-FIRMA-APROBADA TO TRUE.
           PERFORM ACTUALIZAR-ORDEN-FIRMA
               THRU ACTUALIZAR-ORDEN-FIRMA-EXIT.

           MOVE CMP-TARJETA-ORIGEN TO TARJETA-AVISO.
           MOVE "Transferencia revisada y cursada" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

       LIBERAR-FIN.
           MOVE "CUMPL-LIBERA" TO AUD-FUNCION-ACTUAL.
           MOVE CMP-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Coincidencia liberada como falso positivo"
               AT LINE 9 COL 20 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


           *> Coincidencia real: el cliente queda sancionado con sus
           *> tarjetas bloqueadas; la transferencia saliente no se
           *> cursa (la reserva se libera y el titular recibe el
           *> aviso) y la recibida queda sin abonar.
       CONFIRMAR-FILA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           SET CMP-CONFIRMADA TO TRUE.
           PERFORM MARCAR-RESOLUCION THRU MARCAR-RESOLUCION-EXIT.

           IF CMP-ORIGEN-ALTA-CLIENTE OR CMP-ORIGEN-MODIF-CLIENTE
               OR CMP-ORIGEN-RECRIBADO
               PERFORM SANCIONAR-CLIENTE THRU SANCIONAR-CLIENTE-EXIT
               GO TO CONFIRMAR-FIN.

           IF CMP-ORIGEN-ENTRANTE
               GO TO CONFIRMAR-FIN.

           PERFORM LIBERAR-RETENCION THRU LIBERAR-RETENCION-EXIT.

           SET ORDEN-FIRMA-RECHAZADA TO TRUE.
           PERFORM ACTUALIZAR-ORDEN-FIRMA
               THRU ACTUALIZAR-ORDEN-FIRMA-EXIT.

           MOVE CMP-TARJETA-ORIGEN TO TARJETA-AVISO.
           MOVE "Transferencia no cursada" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

       CONFIRMAR-FIN.
           MOVE "CUMPL-CONFIR" TO AUD-FUNCION-ACTUAL.
           MOVE CMP-NUM TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Coincidencia confirmada" AT LINE 9 COL 29
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.


           *> Deja la fila resuelta con la fecha y el supervisor; el
           *> fichero estaba abierto desde RESOLVER-FILA.
       MARCAR-RESOLUCION.
           MOVE ANO TO CMP-RES-ANO.
           MOVE MES TO CMP-RES-MES.
           MOVE DIA TO CMP-RES-DIA.
           MOVE OPERADOR-ACTUAL TO CMP-OPERADOR.

           REWRITE CUMPLIMIENTO-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-CUMPLIMIENTO.

       MARCAR-RESOLUCION-EXIT.
           EXIT.

           *> Describe en pantalla de donde procede la fila.
       DESCRIBIR-ORIGEN.
           MOVE SPACES TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-ALTA-CLIENTE
               MOVE "Alta cliente" TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-MODIF-CLIENTE
               MOVE "Modif. clie." TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-CAJERO
               MOVE "Cajero" TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-DOBLE-FIRMA
               MOVE "Doble firma" TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-ENTRANTE
               MOVE "Recibida" TO ORIGEN-TEXTO.
           IF CMP-ORIGEN-RECRIBADO
               MOVE "Recribado" TO ORIGEN-TEXTO.

       DESCRIBIR-ORIGEN-EXIT.
           EXIT.

           *> El cliente en revision vuelve a activo; si entretanto
           *> cambio de estado (baja, fallecimiento) se respeta.
       LIBERAR-CLIENTE.
           OPEN I-O F-CLIENTES.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE CMP-CLIENTE TO CLI-ID.
           READ F-CLIENTES
               INVALID KEY
                   CLOSE F-CLIENTES
                   GO TO LIBERAR-CLIENTE-EXIT
           END-READ.

           IF CLI-REVISION
               SET CLI-ACTIVO TO TRUE
               REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE F-CLIENTES.

       LIBERAR-CLIENTE-EXIT.
           EXIT.

           *> El cliente queda sancionado y sus tarjetas que no estan
           *> anuladas ni bloqueadas por defuncion pasan a bloqueadas
           *> por sancion: ningun canal vuelve a operar con ellas.
       SANCIONAR-CLIENTE.
           OPEN I-O F-CLIENTES.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE CMP-CLIENTE TO CLI-ID.
           READ F-CLIENTES
               INVALID KEY
                   CLOSE F-CLIENTES
                   GO TO SANCIONAR-CLIENTE-EXIT
           END-READ.

           IF NOT CLI-BAJA AND NOT CLI-FALLECIDO
               AND NOT CLI-ANONIMIZADO
               SET CLI-SANCIONADO TO TRUE
               REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
           END-IF.

           CLOSE F-CLIENTES.

           MOVE 0 TO CONT-TARJETAS.

           OPEN I-O TARJETAS.
           IF FST = 35
               CLOSE TARJETAS
               GO TO SANCIONAR-CLIENTE-EXIT.
           IF FST <> 00
               GO TO PSYS-ERR.

       SANCIONAR-TARJETAS-BUCLE.
           READ TARJETAS NEXT RECORD
               AT END GO TO SANCIONAR-TARJETAS-FIN.

           IF TARJETA-CLIENTE NOT = CMP-CLIENTE
               GO TO SANCIONAR-TARJETAS-BUCLE.

           IF TARJETA-ANULADA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               GO TO SANCIONAR-TARJETAS-BUCLE.

           SET TARJETA-SANCION TO TRUE.

           MOVE ANO TO TARJETA-MODIF-ANO.
           MOVE MES TO TARJETA-MODIF-MES.
           MOVE DIA TO TARJETA-MODIF-DIA.
           MOVE HORAS TO TARJETA-MODIF-HOR.
           MOVE MINUTOS TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-TARJETAS.

           GO TO SANCIONAR-TARJETAS-BUCLE.

       SANCIONAR-TARJETAS-FIN.
           CLOSE TARJETAS.

       SANCIONAR-CLIENTE-EXIT.
           EXIT.

           *> La recibida liberada se abona igual que lo habria hecho
           *> el lote de entrantes, con el mismo concepto.
       ABONAR-ENTRANTE.
           COMPUTE CENT-IMPORTE = (CMP-IMPORTE-ENT * 100)
                                  + CMP-IMPORTE-DEC.

           MOVE CTA-ID-DESTINO TO CTA-ID-ACTUAL.
           MOVE CMP-CUENTA-DESTINO TO TARJETA-ACTUAL.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           MOVE CENT-IMPORTE TO CENT-ABONO.
           ADD CENT-IMPORTE TO CENT-SALDO.
           MOVE SPACES TO CONCEPTO-TRF.
           STRING "Nos transfieren: " DELIMITED BY SIZE
                  CMP-REFERENCIA     DELIMITED BY SIZE
               INTO CONCEPTO-TRF.
           SET APUNTE-ABONO-TRF TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

       ABONAR-ENTRANTE-EXIT.
           EXIT.

           *> La orden de la cola de doble firma de la que procede la
           *> fila sale del estado de cumplimiento: aprobada si se
           *> apunto, rechazada si no.
       ACTUALIZAR-ORDEN-FIRMA.
           IF NOT CMP-ORIGEN-DOBLE-FIRMA
               GO TO ACTUALIZAR-ORDEN-FIRMA-EXIT.

           OPEN I-O F-TRFPEND.
           IF FSZ <> 00
               GO TO PSYS-ERR.

           MOVE CMP-TRF-NUM TO TRF-NUM.
           READ F-TRFPEND
               INVALID KEY
                   CLOSE F-TRFPEND
                   GO TO ACTUALIZAR-ORDEN-FIRMA-EXIT
           END-READ.

           IF ORDEN-FIRMA-APROBADA
               SET TRF-APROBADA TO TRUE
           ELSE
               SET TRF-RECHAZADA TO TRUE.

           REWRITE TRFPEND-REG INVALID KEY GO TO PSYS-ERR.
           CLOSE F-TRFPEND.

       ACTUALIZAR-ORDEN-FIRMA-EXIT.
           EXIT.

           *> La orden externa liberada soporta la misma comision
           *> de la tabla de tarifas que cobra el cajero; con
           *> comision cero no se apunta nada.
       COBRAR-COMISION-EXT.
           MOVE "TRF-EXTERNA" TO CLASE-TARIFA.
           COMPUTE FECHA-TARIFA = (ANO * 10000) + (MES * 100) + DIA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-IMPORTE CENT-COMISION.

           IF CENT-COMISION <= 0
               GO TO COBRAR-COMISION-EXT-EXIT.

           MOVE CMP-CTA-ORIGEN TO CTA-ID-ACTUAL.
           MOVE CMP-TARJETA-ORIGEN TO TARJETA-ACTUAL.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           COMPUTE CENT-ABONO = 0 - CENT-COMISION.
           SUBTRACT CENT-COMISION FROM CENT-SALDO.
           MOVE "Comision transf. otro banco" TO CONCEPTO-TRF.
           SET APUNTE-COMISION-TRF TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

       COBRAR-COMISION-EXT-EXIT.
           EXIT.

           *> La reserva deja de estar pendiente: al liberar, el
           *> cargo real lo hace el movimiento; al confirmar, el
           *> dinero vuelve a estar disponible sin mas apunte.
       LIBERAR-RETENCION.
           OPEN I-O F-RETENCIONES.
           IF FSB <> 00
               GO TO LIBERAR-RETENCION-EXIT.

           MOVE CMP-RET-NUM TO RET-NUM.
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

       RESOLVER-CTA-DESTINO.
           OPEN I-O F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN I-O F-CUENTAS
           END-IF.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE CMP-CUENTA-DESTINO TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   MOVE CMP-CUENTA-DESTINO TO CTA-ID
                   WRITE CUENTA-REG INVALID KEY GO TO PSYS-ERR
           END-READ.

           MOVE CTA-ID TO CTA-ID-DESTINO.

           CLOSE F-CUENTAS.

           *> Con el IBAN de una cuenta de la casa se abona esa
           *> cuenta, aunque la tarjeta alcance otras.
           IF CMP-IBAN NOT = SPACES
               SET IBN-VALIDAR TO TRUE
               MOVE CMP-IBAN TO IBN-IBAN
               CALL "IBANCTA" USING DATOS-IBAN
               IF IBN-CORRECTO AND IBN-PROPIO
                   MOVE IBN-CUENTA TO CTA-ID-DESTINO
               END-IF
           END-IF.

       RESOLVER-CTA-DESTINO-EXIT.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS = 35
               CLOSE F-SALDOS
               GO TO LEER-SALDO-FIN.
           IF FSS <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-ACTUAL TO SALDO-CTA-ID.
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
           *> tarjeta actual y deja saldos.ubd con el CENT-SALDO ya
           *> calculado, igual que hacen las pantallas.
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

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TARJETA-ACTUAL TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-TRF TO MOV-CONCEPTO.

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

           IF APUNTE-CARGO-TRF
               SET MOV-TIPO-TRF-SALIDA TO TRUE
           ELSE
               IF APUNTE-ABONO-TRF
                   SET MOV-TIPO-TRF-ENTRADA TO TRUE
               ELSE
                   SET MOV-TIPO-COMISION TO TRUE.

           MOVE 0 TO MOV-TERMINAL.
           MOVE CTA-ID-ACTUAL TO MOV-CTA-ID.

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

           MOVE CTA-ID-ACTUAL    TO SALDO-CTA-ID.
           MOVE MOV-SALDOPOS-ENT TO SALDO-ENT.
           MOVE MOV-SALDOPOS-DEC TO SALDO-DEC.

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY GO TO PSYS-ERR
           END-REWRITE.

           CLOSE F-SALDOS.

       APLICAR-MOVIMIENTO-EXIT.
           EXIT.

           *> La orden externa liberada queda pendiente en
           *> interbanco.ubd, como si la hubiera dejado el cajero; el
           *> numero se busca recorriendo el fichero.
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

           MOVE LAST-ITB-NUM       TO ITB-NUM.
           MOVE CMP-TARJETA-ORIGEN TO ITB-TARJETA-ORIGEN.
           MOVE CMP-BANCO          TO ITB-BANCO-DESTINO.
           MOVE CMP-CUENTA-DESTINO TO ITB-CUENTA-DESTINO.
           MOVE CMP-IBAN           TO ITB-IBAN-DESTINO.
           IF CMP-IBAN = SPACES
               SET IBN-COMPONER        TO TRUE
               MOVE CMP-BANCO          TO IBN-BANCO
               MOVE CMP-CUENTA-DESTINO TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN           TO ITB-IBAN-DESTINO.
           MOVE ANO                TO ITB-ANO.
           MOVE MES                TO ITB-MES.
           MOVE DIA                TO ITB-DIA.
           MOVE CMP-IMPORTE-ENT    TO ITB-IMPORTE-ENT.
           MOVE CMP-IMPORTE-DEC    TO ITB-IMPORTE-DEC.
           MOVE CMP-REFERENCIA     TO ITB-REFERENCIA.
           SET ITB-PENDIENTE       TO TRUE.
           MOVE 0                  TO ITB-LIQ-ANO.
           MOVE 0                  TO ITB-LIQ-MES.
           MOVE 0                  TO ITB-LIQ-DIA.
           MOVE 0                  TO ITB-TRANS-ANO.
           MOVE 0                  TO ITB-TRANS-MES.
           MOVE 0                  TO ITB-TRANS-DIA.

           WRITE INTERBANCO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-INTERBANCO.

       ESCRIBIR-INTERBANCO-EXIT.
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

           *> Deja un aviso pendiente para el titular; el numero se
           *> busca recorriendo el fichero, como en interbanco.ubd.
       ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               GO TO ESCRIBIR-AVISO-EXIT.

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

           WRITE AVISO-REG INVALID KEY DISPLAY "Error en avisos.ubd".

           CLOSE F-AVISOS.

       ESCRIBIR-AVISO-EXIT.
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


       SIN-PENDIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No hay coincidencias pendientes de revision"
               AT LINE 9 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       FILA-BAD.
           CLOSE F-CUMPLIMIENTO.

       FILA-BAD-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La fila indicada no esta pendiente" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

       DESTINO-CERRADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta destino esta cerrada; no se puede abonar"
               AT LINE 9 COL 15
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER-LISTA.

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
           CLOSE F-CUMPLIMIENTO.
           CLOSE F-CLIENTES.
           CLOSE TARJETAS.
           CLOSE F-TRFPEND.
           CLOSE F-RETENCIONES.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-SALDOS.
           CLOSE F-SECUENCIA.
           CLOSE F-CUENTAS.
           CLOSE F-INTERBANCO.
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

       VOLVER-ENTER-LISTA.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO LISTAR-PENDIENTES
               ELSE
                   GO TO VOLVER-ENTER-LISTA.

           GO TO LISTAR-PENDIENTES.

       VOLVER-MENU.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PMENU.

       FIN-PROGRAMA.
           STOP RUN.
