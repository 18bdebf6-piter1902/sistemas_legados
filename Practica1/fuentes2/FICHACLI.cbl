       IDENTIFICATION DIVISION.
       PROGRAM-ID. FICHACLI.

           *> Consulta global de un cliente para atender al telefono
           *> sin recorrer una herramienta tras otra: localizado por
           *> numero de cliente, documento o tarjeta, muestra en
           *> paginas su ficha, sus tarjetas, cada cuenta con saldo,
           *> retenido y descubierto autorizado, plazos y prestamos
           *> vivos (con la proxima cuota), mandatos vigentes,
           *> transferencias programadas, reclamaciones abiertas,
           *> avisos pendientes y los ultimos movimientos de cada
           *> tarjeta. Solo consulta; cada busqueda queda en el
           *> registro de auditoria.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSR.

           SELECT F-DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CTA-ID
           FILE STATUS IS FSD.

           SELECT F-PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSP.

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

           SELECT F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSN.

           SELECT F-PROGRAMADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUM
           FILE STATUS IS FSG.

           SELECT F-RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSC.

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

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

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
       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

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

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID            PIC  9(16).
           02 SALDO-ENT               PIC S9(9).
           02 SALDO-DEC               PIC  9(2).

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DSC-CTA-ID              PIC  9(16).
           02 DSC-LIMITE-ENT          PIC   9(7).
           02 DSC-LIMITE-DEC          PIC   9(2).

       FD F-PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
           COPY PLAZO.

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotaspre.ubd".
           COPY CUOTAPRE.

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
           COPY MANDATO.

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "programadas.ubd".
           COPY PROGRAMADA.

       FD F-RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
           COPY RECLAMACION.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

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
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSM                      PIC  X(2).
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
       77 ID-OPERADOR-USUARIO      PIC  9(4).
       77 CLAVE-OPERADOR-USUARIO   PIC  9(6).
       77 AUD-FUNCION-ACTUAL       PIC X(12).
       77 AUD-OBJETO-ACTUAL        PIC 9(16).

       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-CUOTA-NUM          PIC  9(8).

       77 CLIENTE-USUARIO          PIC  9(8).
       77 DOCUMENTO-USUARIO        PIC X(12).
       77 TARJETA-USUARIO          PIC  9(16).

       77 CLIENTE-PEDIDO           PIC  9(8).
       77 NOMBRE-PERSONA           PIC X(35).
       77 CLIENTE-HALLADO-SW       PIC  9(1).
           88 CLIENTE-HALLADO      VALUE 1.
       77 ESTADO-TEXTO             PIC X(12).

           *> Tarjetas y cuentas de la persona, para reconocer el
           *> resto de sus datos; una cuenta compartida por varias de
           *> sus tarjetas solo se lista una vez.
       77 NUM-TARJETAS-CLI         PIC  9(3) VALUE 0.
       01 TABLA-TARJETAS-CLI.
           05 TARJETA-CLI-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON NUM-TARJETAS-CLI.
               10 TCL-TNUM         PIC 9(16).
       77 IDX-TARJETA              PIC  9(3).
       77 TARJETA-BUSCADA          PIC 9(16).
       77 TARJETA-SUYA-SW          PIC  9(1).
           88 TARJETA-SUYA         VALUE 1.

       77 NUM-CUENTAS-CLI          PIC  9(3) VALUE 0.
       01 TABLA-CUENTAS-CLI.
           05 CUENTA-CLI-ENTRY OCCURS 1 TO 50 TIMES
               DEPENDING ON NUM-CUENTAS-CLI.
               10 CCL-CTA-ID       PIC 9(16).
               10 CCL-ALIAS        PIC X(10).
       77 IDX-CUENTA               PIC  9(3).
       77 CUENTA-BUSCADA           PIC 9(16).
       77 ALIAS-BUSCADO            PIC X(10).
       77 CUENTA-SUYA-SW           PIC  9(1).
           88 CUENTA-SUYA          VALUE 1.

           *> Lineas de la consulta, que se muestran por paginas.
       78 MAX-LINEAS               VALUE 900.
       78 LINEAS-POR-PAGINA        VALUE 16.
       77 NUM-LINEAS               PIC  9(4) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-FICHA          PIC X(78) OCCURS 1 TO 900 TIMES
               DEPENDING ON NUM-LINEAS.
       77 LINEA-TRABAJO            PIC X(78).
       77 LINEA-FICHA-AUX          PIC X(78).
       77 PRIMERA-LINEA            PIC  9(4).
       77 IDX-LINEA                PIC  9(4).
       77 LINEA-PANTALLA           PIC  99.
       77 ULTIMA-LINEA             PIC  9(4).
       77 CONTADOR-SECCION         PIC  9(4).

           *> Movimientos recientes que se listan de cada tarjeta.
       78 MOVIMIENTOS-POR-TARJETA  VALUE 5.
       77 CONTADOR-MOVIMIENTOS     PIC  9(2).

       77 CENT-SALDO               PIC S9(11).
       77 CENT-RETENIDO            PIC S9(11).
       77 CENT-LIMITE-DESC         PIC S9(11).
       77 CENT-IMPORTE             PIC S9(11).

       77 IMPORTE-EDITADO          PIC -ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-2        PIC -ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-3        PIC -ZZZ,ZZZ,ZZ9.99.
       77 NUMERO-EDITADO           PIC  Z(9)9.
       77 TIPO-EDITADO             PIC  Z9.99.
       77 CONTADOR-EDITADO         PIC  ZZ9.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 CONSULTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(8) USING CLIENTE-USUARIO.
           05 FILLER AUTO LINE 09 COL 50
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 50
               PIC 9(16) USING TARJETA-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Consulta global de cliente" AT LINE 2
               COL 21 WITH FOREGROUND-COLOR IS BLUE.

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
           *> consulta queda ademas en el registro de auditoria.
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


           *> Basta con uno de los tres datos; si se rellena mas de
           *> uno manda el numero de cliente, luego el documento.
       PIDE-CLIENTE.
           INITIALIZE CLIENTE-USUARIO.
           MOVE SPACES TO DOCUMENTO-USUARIO.
           INITIALIZE TARJETA-USUARIO.

           DISPLAY "Numero de cliente:" AT LINE 8 COL 15.
           DISPLAY "Documento:" AT LINE 9 COL 15.
           DISPLAY "Numero de tarjeta:" AT LINE 10 COL 15.
           DISPLAY "(basta con rellenar uno de los tres)"
               AT LINE 12 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

           ACCEPT CONSULTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PIDE-CLIENTE.

           IF CLIENTE-USUARIO = 0 AND DOCUMENTO-USUARIO = SPACES
              AND TARJETA-USUARIO = 0
               GO TO PIDE-CLIENTE.

           MOVE 0 TO CLIENTE-HALLADO-SW.
           MOVE 0 TO CLIENTE-PEDIDO.
           MOVE SPACES TO NOMBRE-PERSONA.
           MOVE 0 TO NUM-TARJETAS-CLI.
           MOVE 0 TO NUM-CUENTAS-CLI.
           MOVE 0 TO NUM-LINEAS.

           PERFORM LOCALIZAR-CLIENTE THRU LOCALIZAR-CLIENTE-EXIT.

           IF NOT CLIENTE-HALLADO
               GO TO NO-ENCONTRADO-ERR.

           MOVE "CONSULTA-CLI" TO AUD-FUNCION-ACTUAL.
           IF CLIENTE-PEDIDO NOT = 0
               MOVE CLIENTE-PEDIDO TO AUD-OBJETO-ACTUAL
           ELSE
               MOVE TARJETA-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM LISTAR-TARJETAS THRU LISTAR-TARJETAS-EXIT.
           PERFORM LISTAR-CUENTAS THRU LISTAR-CUENTAS-EXIT.
           PERFORM LISTAR-PLAZOS THRU LISTAR-PLAZOS-EXIT.
           PERFORM LISTAR-PRESTAMOS THRU LISTAR-PRESTAMOS-EXIT.
           PERFORM LISTAR-MANDATOS THRU LISTAR-MANDATOS-EXIT.
           PERFORM LISTAR-PROGRAMADAS THRU LISTAR-PROGRAMADAS-EXIT.
           PERFORM LISTAR-RECLAMACIONES
               THRU LISTAR-RECLAMACIONES-EXIT.
           PERFORM LISTAR-AVISOS THRU LISTAR-AVISOS-EXIT.
           PERFORM LISTAR-MOVIMIENTOS THRU LISTAR-MOVIMIENTOS-EXIT.

           MOVE 1 TO PRIMERA-LINEA.

           *> Una pagina de la consulta; AvPag y RePag se mueven
           *> por ella y ESC vuelve a pedir otro cliente.
       MOSTRAR-PAGINA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           COMPUTE ULTIMA-LINEA = PRIMERA-LINEA + LINEAS-POR-PAGINA
               - 1.
           IF ULTIMA-LINEA > NUM-LINEAS
               MOVE NUM-LINEAS TO ULTIMA-LINEA.

           MOVE PRIMERA-LINEA TO IDX-LINEA.
           MOVE 6 TO LINEA-PANTALLA.

       MOSTRAR-PAGINA-LINEA.
           IF IDX-LINEA > ULTIMA-LINEA
               GO TO MOSTRAR-PAGINA-PIE.

           DISPLAY LINEA-FICHA(IDX-LINEA)
               AT LINE LINEA-PANTALLA COL 2.

           ADD 1 TO IDX-LINEA.
           ADD 1 TO LINEA-PANTALLA.
           GO TO MOSTRAR-PAGINA-LINEA.

       MOSTRAR-PAGINA-PIE.
           DISPLAY "Lineas" AT LINE 22 COL 2.
           DISPLAY PRIMERA-LINEA AT LINE 22 COL 9.
           DISPLAY "a" AT LINE 22 COL 14.
           DISPLAY ULTIMA-LINEA AT LINE 22 COL 16.
           DISPLAY "de" AT LINE 22 COL 21.
           DISPLAY NUM-LINEAS AT LINE 22 COL 24.
           DISPLAY "AvPag/RePag - Paginas" AT LINE 24 COL 1.
           DISPLAY "ESC - Otro cliente" AT LINE 24 COL 58.

       MOSTRAR-PAGINA-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   GO TO PIDE-CLIENTE
               END-IF
               IF PGDN-PRESSED
                   GO TO PAGINA-SIGUIENTE
               END-IF
               IF PGUP-PRESSED
                   GO TO PAGINA-ANTERIOR
               END-IF
           END-ACCEPT.

           GO TO MOSTRAR-PAGINA-ACCEPT.

       PAGINA-SIGUIENTE.
           IF PRIMERA-LINEA + LINEAS-POR-PAGINA > NUM-LINEAS
               GO TO MOSTRAR-PAGINA-ACCEPT.
           ADD LINEAS-POR-PAGINA TO PRIMERA-LINEA.
           GO TO MOSTRAR-PAGINA.

       PAGINA-ANTERIOR.
           IF PRIMERA-LINEA <= LINEAS-POR-PAGINA
               GO TO MOSTRAR-PAGINA-ACCEPT.
           SUBTRACT LINEAS-POR-PAGINA FROM PRIMERA-LINEA.
           GO TO MOSTRAR-PAGINA.


           *> Localiza la ficha y deja sus primeras lineas. Una
           *> tarjeta anterior al maestro de clientes se consulta
           *> sola, reconociendo el resto por el texto del titular.
       LOCALIZAR-CLIENTE.
           IF CLIENTE-USUARIO NOT = 0 OR DOCUMENTO-USUARIO NOT = SPACES
               GO TO LOCALIZAR-FICHA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO LOCALIZAR-CLIENTE-EXIT.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO LOCALIZAR-CLIENTE-EXIT.

           CLOSE TARJETAS.

           IF TARJETA-CLIENTE NOT = 0
               MOVE TARJETA-CLIENTE TO CLIENTE-USUARIO
               GO TO LOCALIZAR-FICHA.

           MOVE 1 TO CLIENTE-HALLADO-SW.
           MOVE TITULAR TO NOMBRE-PERSONA.

           MOVE "Tarjeta sin ficha en el maestro de clientes"
               TO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           STRING "   Titular   : " TITULAR
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           GO TO LOCALIZAR-CLIENTE-EXIT.

       LOCALIZAR-FICHA.
           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               GO TO LOCALIZAR-CLIENTE-EXIT.

           *> Un documento en blanco no identifica a nadie (las
           *> fichas anonimizadas lo tienen asi).
           IF CLIENTE-USUARIO = 0
               GO TO LOCALIZAR-DOCUMENTO.

           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO LOCALIZAR-FIN.
           GO TO LOCALIZAR-HALLADO.

       LOCALIZAR-DOCUMENTO.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO LOCALIZAR-FIN.
           IF CLI-DOCUMENTO NOT = DOCUMENTO-USUARIO
               GO TO LOCALIZAR-DOCUMENTO.

       LOCALIZAR-HALLADO.
           MOVE 1          TO CLIENTE-HALLADO-SW.
           MOVE CLI-ID     TO CLIENTE-PEDIDO.
           MOVE CLI-NOMBRE TO NOMBRE-PERSONA.
           PERFORM FICHA-CLIENTE THRU FICHA-CLIENTE-EXIT.

       LOCALIZAR-FIN.
           CLOSE F-CLIENTES.

       LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       FICHA-CLIENTE.
           MOVE "ACTIVO" TO ESTADO-TEXTO.
           IF CLI-BAJA
               MOVE "BAJA" TO ESTADO-TEXTO.
           IF CLI-FALLECIDO
               MOVE "FALLECIDO" TO ESTADO-TEXTO.
           IF CLI-REVISION
               MOVE "EN REVISION" TO ESTADO-TEXTO.
           IF CLI-SANCIONADO
               MOVE "SANCIONADO" TO ESTADO-TEXTO.
           IF CLI-ANONIMIZADO
               MOVE "ANONIMIZADO" TO ESTADO-TEXTO.

           STRING "Cliente " CLI-ID "  " CLI-NOMBRE "  ("
               ESTADO-TEXTO ")" DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           STRING "   Documento : " CLI-DOCUMENTO "  caduca "
               CLI-DOC-CAD-DIA "-" CLI-DOC-CAD-MES "-" CLI-DOC-CAD-ANO
               "   Telefono: " CLI-TELEFONO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           STRING "   Direccion : " CLI-DIRECCION
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           STRING "               " CLI-CODPOSTAL " " CLI-POBLACION
               "  riesgo " CLI-RIESGO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

       FICHA-CLIENTE-EXIT.
           EXIT.


           *> Tarjetas del cliente y antiguas a su nombre; quedan en
           *> la tabla para reconocer el resto de sus datos.
       LISTAR-TARJETAS.
           MOVE "Tarjetas" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO LISTAR-TARJETAS-FIN.

       LISTAR-TARJETAS-LEER.
           READ TARJETAS NEXT RECORD
               AT END GO TO LISTAR-TARJETAS-CIERRE.

           IF CLIENTE-PEDIDO NOT = 0
              AND TARJETA-CLIENTE = CLIENTE-PEDIDO
               GO TO LISTAR-TARJETAS-SUYA.

           IF TARJETA-CLIENTE NOT = 0 OR NOMBRE-PERSONA = SPACES
               GO TO LISTAR-TARJETAS-LEER.
           IF TITULAR NOT = NOMBRE-PERSONA
               GO TO LISTAR-TARJETAS-LEER.

       LISTAR-TARJETAS-SUYA.
           IF NUM-TARJETAS-CLI < 50
               ADD 1 TO NUM-TARJETAS-CLI
               MOVE TNUM TO TCL-TNUM(NUM-TARJETAS-CLI).

           MOVE "ACTIVA" TO ESTADO-TEXTO.
           IF TARJETA-BLOQUEADA
               MOVE "BLOQUEADA" TO ESTADO-TEXTO.
           IF TARJETA-RETENIDA
               MOVE "RETENIDA" TO ESTADO-TEXTO.
           IF TARJETA-ANULADA
               MOVE "ANULADA" TO ESTADO-TEXTO.
           IF TARJETA-INACTIVA
               MOVE "INACTIVA" TO ESTADO-TEXTO.
           IF TARJETA-DEFUNCION
               MOVE "DEFUNCION" TO ESTADO-TEXTO.
           IF TARJETA-SANCION
               MOVE "SANCION" TO ESTADO-TEXTO.
           IF TARJETA-DILIGENCIA
               MOVE "DILIGENCIA" TO ESTADO-TEXTO.

           STRING "   " TNUM "  " ESTADO-TEXTO " caduca "
               TARJETA-CAD-MES "/" TARJETA-CAD-ANO "  sucursal "
               TARJETA-SUCURSAL DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           GO TO LISTAR-TARJETAS-LEER.

       LISTAR-TARJETAS-CIERRE.
           CLOSE TARJETAS.

       LISTAR-TARJETAS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-TARJETAS-EXIT.
           EXIT.

           *> Cuenta principal de cada tarjeta (la propia tarjeta si
           *> cuentas.ubd aun no tiene fila, como en los cajeros) y
           *> sus cuentas adicionales; despues, cada cuenta con su
           *> saldo, lo retenido pendiente y el descubierto.
       LISTAR-CUENTAS.
           MOVE "Cuentas (importes en EUR)" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-CUENTAS.
           OPEN INPUT F-CUENTASAD.

           MOVE 0 TO IDX-TARJETA.

       LISTAR-CUENTAS-TARJETA.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CLI
               GO TO LISTAR-CUENTAS-DATOS.

           MOVE TCL-TNUM(IDX-TARJETA) TO CUENTA-BUSCADA.
           IF FSU = 00
               MOVE TCL-TNUM(IDX-TARJETA) TO CTA-TARJETA
               READ F-CUENTAS
                   NOT INVALID KEY
                       MOVE CTA-ID TO CUENTA-BUSCADA
               END-READ
           END-IF.
           MOVE "principal" TO ALIAS-BUSCADO.
           PERFORM GUARDAR-CUENTA THRU GUARDAR-CUENTA-EXIT.

           IF FSA <> 00
               GO TO LISTAR-CUENTAS-TARJETA.

           MOVE TCL-TNUM(IDX-TARJETA) TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO LISTAR-CUENTAS-TARJETA.

       LISTAR-CUENTAS-ADICIONAL.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO LISTAR-CUENTAS-TARJETA.
           IF CAD-TARJETA NOT = TCL-TNUM(IDX-TARJETA)
               GO TO LISTAR-CUENTAS-TARJETA.

           MOVE CAD-CTA-ID TO CUENTA-BUSCADA.
           MOVE CAD-ALIAS TO ALIAS-BUSCADO.
           PERFORM GUARDAR-CUENTA THRU GUARDAR-CUENTA-EXIT.

           GO TO LISTAR-CUENTAS-ADICIONAL.

       LISTAR-CUENTAS-DATOS.
           CLOSE F-CUENTAS.
           CLOSE F-CUENTASAD.

           MOVE 0 TO IDX-CUENTA.

       LISTAR-CUENTAS-UNA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO LISTAR-CUENTAS-FIN.

           MOVE CCL-CTA-ID(IDX-CUENTA) TO CUENTA-BUSCADA.
           PERFORM LEER-SALDO THRU LEER-SALDO-EXIT.
           PERFORM SUMAR-RETENIDO THRU SUMAR-RETENIDO-EXIT.
           PERFORM LEER-DESCUBIERTO THRU LEER-DESCUBIERTO-EXIT.

           STRING "   Cuenta " CCL-CTA-ID(IDX-CUENTA) "  ("
               CCL-ALIAS(IDX-CUENTA) ")"
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           COMPUTE IMPORTE-EDITADO = CENT-SALDO / 100.
           COMPUTE IMPORTE-EDITADO-2 = CENT-RETENIDO / 100.
           COMPUTE IMPORTE-EDITADO-3 = CENT-LIMITE-DESC / 100.
           STRING "      saldo" IMPORTE-EDITADO " retenido"
               IMPORTE-EDITADO-2 " descub." IMPORTE-EDITADO-3
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

           GO TO LISTAR-CUENTAS-UNA.

       LISTAR-CUENTAS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-CUENTAS-EXIT.
           EXIT.

           *> Anade CUENTA-BUSCADA a la tabla si no estaba ya.
       GUARDAR-CUENTA.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           IF CUENTA-SUYA OR NUM-CUENTAS-CLI >= 50
               GO TO GUARDAR-CUENTA-EXIT.

           ADD 1 TO NUM-CUENTAS-CLI.
           MOVE CUENTA-BUSCADA TO CCL-CTA-ID(NUM-CUENTAS-CLI).
           MOVE ALIAS-BUSCADO TO CCL-ALIAS(NUM-CUENTAS-CLI).

       GUARDAR-CUENTA-EXIT.
           EXIT.

       LEER-SALDO.
           MOVE 0 TO CENT-SALDO.

           OPEN INPUT F-SALDOS.
           IF FSS <> 00
               GO TO LEER-SALDO-EXIT.

           MOVE CUENTA-BUSCADA TO SALDO-CTA-ID.
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

       LEER-SALDO-EXIT.
           EXIT.

       SUMAR-RETENIDO.
           MOVE 0 TO CENT-RETENIDO.

           OPEN INPUT F-RETENCIONES.
           IF FSR <> 00
               GO TO SUMAR-RETENIDO-EXIT.

       SUMAR-RETENIDO-BUCLE.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO SUMAR-RETENIDO-CIERRE.

           IF RET-CTA-ID NOT = CUENTA-BUSCADA
               GO TO SUMAR-RETENIDO-BUCLE.

           IF NOT RET-RETENIDO
               GO TO SUMAR-RETENIDO-BUCLE.

           COMPUTE CENT-RETENIDO = CENT-RETENIDO
               + (RET-IMPORTE-ENT * 100) + RET-IMPORTE-DEC.

           GO TO SUMAR-RETENIDO-BUCLE.

       SUMAR-RETENIDO-CIERRE.
           CLOSE F-RETENCIONES.

       SUMAR-RETENIDO-EXIT.
           EXIT.

       LEER-DESCUBIERTO.
           MOVE 0 TO CENT-LIMITE-DESC.

           OPEN INPUT F-DESCUBIERTOS.
           IF FSD <> 00
               GO TO LEER-DESCUBIERTO-EXIT.

           MOVE CUENTA-BUSCADA TO DSC-CTA-ID.
           READ F-DESCUBIERTOS
               INVALID KEY
                   MOVE 0 TO DSC-LIMITE-ENT
                   MOVE 0 TO DSC-LIMITE-DEC
           END-READ.

           COMPUTE CENT-LIMITE-DESC = (DSC-LIMITE-ENT * 100)
                                      + DSC-LIMITE-DEC.

           CLOSE F-DESCUBIERTOS.

       LEER-DESCUBIERTO-EXIT.
           EXIT.

       LISTAR-PLAZOS.
           MOVE "Depositos a plazo vigentes" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-PLAZOS.
           IF FSP <> 00
               GO TO LISTAR-PLAZOS-FIN.

       LISTAR-PLAZOS-LEER.
           READ F-PLAZOS NEXT RECORD
               AT END GO TO LISTAR-PLAZOS-CIERRE.

           IF NOT PLZ-VIGENTE
               GO TO LISTAR-PLAZOS-LEER.

           MOVE PLZ-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           MOVE PLZ-CTA-ID TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           IF NOT TARJETA-SUYA AND NOT CUENTA-SUYA
               GO TO LISTAR-PLAZOS-LEER.

           IF PLZ-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE = (PLZ-IMPORTE-ENT * 100)
                                      - PLZ-IMPORTE-DEC
           ELSE
               COMPUTE CENT-IMPORTE = (PLZ-IMPORTE-ENT * 100)
                                      + PLZ-IMPORTE-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           MOVE PLZ-TIPO-PCT TO TIPO-EDITADO.

           STRING "   Cuenta " PLZ-CTA-ID " " IMPORTE-EDITADO " al "
               TIPO-EDITADO "% vence " PLZ-VENCE-DIA "-" PLZ-VENCE-MES
               "-" PLZ-VENCE-ANO DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           GO TO LISTAR-PLAZOS-LEER.

       LISTAR-PLAZOS-CIERRE.
           CLOSE F-PLAZOS.

       LISTAR-PLAZOS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-PLAZOS-EXIT.
           EXIT.

           *> Prestamos vivos con su proxima cuota pendiente del
           *> cuadro de amortizacion y la situacion de impago que
           *> mantiene el lote nocturno de morosidad.
       LISTAR-PRESTAMOS.
           MOVE "Prestamos vigentes" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-PRESTAMOS.
           IF FSZ <> 00
               GO TO LISTAR-PRESTAMOS-FIN.
           OPEN INPUT F-CUOTAS.

       LISTAR-PRESTAMOS-LEER.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO LISTAR-PRESTAMOS-CIERRE.

           IF NOT PRE-VIGENTE
               GO TO LISTAR-PRESTAMOS-LEER.

           MOVE PRE-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           MOVE PRE-CTA-ID TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           IF NOT TARJETA-SUYA AND NOT CUENTA-SUYA
               GO TO LISTAR-PRESTAMOS-LEER.

           COMPUTE CENT-IMPORTE = (PRE-PRINCIPAL-ENT * 100)
                                  + PRE-PRINCIPAL-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.
           MOVE PRE-TIPO-PCT TO TIPO-EDITADO.

           STRING "   Cuenta " PRE-CTA-ID " principal" IMPORTE-EDITADO
               " al " TIPO-EDITADO "% cuotas " PRE-CUOTAS-PAGADAS "/"
               PRE-MESES DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           IF FSK <> 00
               GO TO LISTAR-PRESTAMOS-SIN-CUOTA.

           MOVE PRE-NUM TO CUO-PRE-NUM.
           MOVE 0 TO CUO-NUMERO.
           START F-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY GO TO LISTAR-PRESTAMOS-SIN-CUOTA.

       LISTAR-PRESTAMOS-CUOTA.
           READ F-CUOTAS NEXT RECORD
               AT END GO TO LISTAR-PRESTAMOS-SIN-CUOTA.
           IF CUO-PRE-NUM NOT = PRE-NUM
               GO TO LISTAR-PRESTAMOS-SIN-CUOTA.
           IF NOT CUO-PENDIENTE
               GO TO LISTAR-PRESTAMOS-CUOTA.

           COMPUTE IMPORTE-EDITADO = CUO-IMPORTE-CENT / 100.
           STRING "      proxima cuota " CUO-VENCE-DIA "-"
               CUO-VENCE-MES "-" CUO-VENCE-ANO " " IMPORTE-EDITADO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           GO TO LISTAR-PRESTAMOS-IMPAGO.

       LISTAR-PRESTAMOS-SIN-CUOTA.
           MOVE "      sin cuotas pendientes" TO LINEA-TRABAJO.

       LISTAR-PRESTAMOS-IMPAGO.
           IF PRE-DIAS-IMPAGO > 0
               STRING LINEA-TRABAJO(1:51) " impago " PRE-DIAS-IMPAGO
                   " dias" DELIMITED BY SIZE INTO LINEA-FICHA-AUX
               MOVE LINEA-FICHA-AUX TO LINEA-TRABAJO
           END-IF.
           IF PRE-DUDOSO
               MOVE "DUDOSO" TO LINEA-TRABAJO(71:6).
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

           GO TO LISTAR-PRESTAMOS-LEER.

       LISTAR-PRESTAMOS-CIERRE.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUOTAS.

       LISTAR-PRESTAMOS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-PRESTAMOS-EXIT.
           EXIT.

       LISTAR-MANDATOS.
           MOVE "Mandatos de domiciliacion vigentes" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-MANDATOS.
           IF FSN <> 00
               GO TO LISTAR-MANDATOS-FIN.

       LISTAR-MANDATOS-LEER.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO LISTAR-MANDATOS-CIERRE.

           IF NOT MAN-VIGENTE
               GO TO LISTAR-MANDATOS-LEER.

           MOVE MAN-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           IF NOT TARJETA-SUYA
               GO TO LISTAR-MANDATOS-LEER.

           STRING "   Tarjeta " MAN-TARJETA "  emisor " MAN-EMISOR
               "  firmado " MAN-DIA "-" MAN-MES "-" MAN-ANO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           GO TO LISTAR-MANDATOS-LEER.

       LISTAR-MANDATOS-CIERRE.
           CLOSE F-MANDATOS.

       LISTAR-MANDATOS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-MANDATOS-EXIT.
           EXIT.

       LISTAR-PROGRAMADAS.
           MOVE "Transferencias programadas en vigor" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-PROGRAMADAS.
           IF FSG <> 00
               GO TO LISTAR-PROGRAMADAS-FIN.

       LISTAR-PROGRAMADAS-LEER.
           READ F-PROGRAMADAS NEXT RECORD
               AT END GO TO LISTAR-PROGRAMADAS-CIERRE.

           IF NOT PROG-EN-VIGOR
               GO TO LISTAR-PROGRAMADAS-LEER.

           MOVE PROG-ORIGEN TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           IF NOT TARJETA-SUYA
               GO TO LISTAR-PROGRAMADAS-LEER.

           *> Los registros sin frecuencia informada siguen el campo
           *> MENSUAL original.
           MOVE "unica" TO ESTADO-TEXTO.
           IF PROG-FREC-SIN-INFORMAR AND MENSUAL = 1
               MOVE "mensual" TO ESTADO-TEXTO.
           IF PROG-FREC-SEMANAL
               MOVE "semanal" TO ESTADO-TEXTO.
           IF PROG-FREC-MENSUAL
               MOVE "mensual" TO ESTADO-TEXTO.
           IF PROG-FREC-TRIMESTRAL
               MOVE "trimestral" TO ESTADO-TEXTO.

           IF PROG-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE = (PROG-IMPORTE-ENT * 100)
                                      - PROG-IMPORTE-DEC
           ELSE
               COMPUTE CENT-IMPORTE = (PROG-IMPORTE-ENT * 100)
                                      + PROG-IMPORTE-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.

           IF PROG-IBAN-DESTINO NOT = SPACES
               STRING "   De " PROG-ORIGEN " a IBAN " PROG-IBAN-DESTINO
                   DELIMITED BY SIZE INTO LINEA-TRABAJO
           ELSE
               STRING "   De " PROG-ORIGEN " a " PROG-DESTINO
                   "  banco " PROG-BANCO-DESTINO
                   DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.
           STRING "      " IMPORTE-EDITADO "  " ESTADO-TEXTO
               "  proxima " PROG-DIA "-" PROG-MES "-" PROG-ANO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

           GO TO LISTAR-PROGRAMADAS-LEER.

       LISTAR-PROGRAMADAS-CIERRE.
           CLOSE F-PROGRAMADAS.

       LISTAR-PROGRAMADAS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-PROGRAMADAS-EXIT.
           EXIT.

       LISTAR-RECLAMACIONES.
           MOVE "Reclamaciones abiertas" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-RECLAMACIONES.
           IF FSC <> 00
               GO TO LISTAR-RECLAMACIONES-FIN.

       LISTAR-RECLAMACIONES-LEER.
           READ F-RECLAMACIONES NEXT RECORD
               AT END GO TO LISTAR-RECLAMACIONES-CIERRE.

           IF NOT REC-ABIERTA AND NOT REC-EN-ESTUDIO
               GO TO LISTAR-RECLAMACIONES-LEER.

           MOVE REC-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           MOVE REC-CTA-ID TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           IF NOT TARJETA-SUYA AND NOT CUENTA-SUYA
               GO TO LISTAR-RECLAMACIONES-LEER.

           MOVE "ABIERTA" TO ESTADO-TEXTO.
           IF REC-EN-ESTUDIO
               MOVE "EN ESTUDIO" TO ESTADO-TEXTO.

           IF REC-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE = (REC-IMPORTE-ENT * 100)
                                      - REC-IMPORTE-DEC
           ELSE
               COMPUTE CENT-IMPORTE = (REC-IMPORTE-ENT * 100)
                                      + REC-IMPORTE-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.

           STRING "   Tarjeta " REC-TARJETA " " IMPORTE-EDITADO
               "  alta " REC-ALTA-DIA "-" REC-ALTA-MES "-"
               REC-ALTA-ANO "  " ESTADO-TEXTO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           GO TO LISTAR-RECLAMACIONES-LEER.

       LISTAR-RECLAMACIONES-CIERRE.
           CLOSE F-RECLAMACIONES.

       LISTAR-RECLAMACIONES-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-RECLAMACIONES-EXIT.
           EXIT.

       LISTAR-AVISOS.
           MOVE "Avisos pendientes de imprimir" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-AVISOS.
           IF FSV <> 00
               GO TO LISTAR-AVISOS-FIN.

       LISTAR-AVISOS-LEER.
           READ F-AVISOS NEXT RECORD
               AT END GO TO LISTAR-AVISOS-CIERRE.

           IF NOT AVI-PENDIENTE
               GO TO LISTAR-AVISOS-LEER.

           MOVE AVI-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA THRU BUSCAR-TARJETA-EXIT.
           IF NOT TARJETA-SUYA
               GO TO LISTAR-AVISOS-LEER.

           STRING "   " AVI-DIA "-" AVI-MES "-" AVI-ANO "  "
               AVI-TARJETA "  " AVI-TEXTO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           GO TO LISTAR-AVISOS-LEER.

       LISTAR-AVISOS-CIERRE.
           CLOSE F-AVISOS.

       LISTAR-AVISOS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-AVISOS-EXIT.
           EXIT.

           *> Ultimos apuntes de cada tarjeta, del mas reciente al
           *> mas antiguo, posicionando en el indice por tarjeta y
           *> fecha como la consulta de movimientos del cajero.
       LISTAR-MOVIMIENTOS.
           MOVE "Ultimos movimientos" TO LINEA-TRABAJO.
           PERFORM ABRIR-SECCION THRU ABRIR-SECCION-EXIT.

           OPEN INPUT F-MOVIDX.
           IF FSX <> 00
               GO TO LISTAR-MOVIMIENTOS-FIN.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIDX
               GO TO LISTAR-MOVIMIENTOS-FIN.

           MOVE 0 TO IDX-TARJETA.

       LISTAR-MOVIMIENTOS-TARJETA.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CLI
               GO TO LISTAR-MOVIMIENTOS-CIERRE.

           MOVE 0 TO CONTADOR-MOVIMIENTOS.
           STRING "   Tarjeta " TCL-TNUM(IDX-TARJETA)
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-DETALLE THRU ANADIR-DETALLE-EXIT.

           MOVE TCL-TNUM(IDX-TARJETA) TO MIX-TARJETA.
           MOVE 99999999999999 TO MIX-FECHA-HORA.
           MOVE ALL "9" TO MIX-MOV-NUM.
           START F-MOVIDX KEY IS NOT GREATER THAN MIX-CLAVE
               INVALID KEY GO TO LISTAR-MOVIMIENTOS-VACIA.

       LISTAR-MOVIMIENTOS-LEER.
           IF CONTADOR-MOVIMIENTOS >= MOVIMIENTOS-POR-TARJETA
               GO TO LISTAR-MOVIMIENTOS-TARJETA.

           READ F-MOVIDX PREVIOUS RECORD
               AT END GO TO LISTAR-MOVIMIENTOS-VACIA.
           IF MIX-TARJETA NOT = TCL-TNUM(IDX-TARJETA)
               GO TO LISTAR-MOVIMIENTOS-VACIA.

           MOVE MIX-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS INVALID KEY
               GO TO LISTAR-MOVIMIENTOS-LEER.

           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-IMPORTE = (MOV-IMPORTE-ENT * 100)
                                      - MOV-IMPORTE-DEC
           ELSE
               COMPUTE CENT-IMPORTE = (MOV-IMPORTE-ENT * 100)
                                      + MOV-IMPORTE-DEC.
           COMPUTE IMPORTE-EDITADO = CENT-IMPORTE / 100.

           STRING "      " MOV-DIA "-" MOV-MES "-" MOV-ANO " "
               MOV-HOR ":" MOV-MIN IMPORTE-EDITADO " " MOV-CONCEPTO
               DELIMITED BY SIZE INTO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

           ADD 1 TO CONTADOR-MOVIMIENTOS.
           GO TO LISTAR-MOVIMIENTOS-LEER.

       LISTAR-MOVIMIENTOS-VACIA.
           IF CONTADOR-MOVIMIENTOS = 0
               MOVE "      (sin movimientos)" TO LINEA-TRABAJO
               PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           GO TO LISTAR-MOVIMIENTOS-TARJETA.

       LISTAR-MOVIMIENTOS-CIERRE.
           CLOSE F-MOVIDX.
           CLOSE F-MOVIMIENTOS.

       LISTAR-MOVIMIENTOS-FIN.
           PERFORM CERRAR-SECCION THRU CERRAR-SECCION-EXIT.

       LISTAR-MOVIMIENTOS-EXIT.
           EXIT.

           *> Cada apartado empieza con una linea en blanco y su
           *> titulo (ya en LINEA-TRABAJO); si no lista nada, lo dice.
       ABRIR-SECCION.
           MOVE LINEA-TRABAJO TO LINEA-FICHA-AUX.
           MOVE SPACES TO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           MOVE LINEA-FICHA-AUX TO LINEA-TRABAJO.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.
           MOVE 0 TO CONTADOR-SECCION.

       ABRIR-SECCION-EXIT.
           EXIT.

       CERRAR-SECCION.
           IF CONTADOR-SECCION = 0
               MOVE "   (ninguno)" TO LINEA-TRABAJO
               PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

       CERRAR-SECCION-EXIT.
           EXIT.

           *> Linea principal de un elemento del apartado.
       ANADIR-DETALLE.
           ADD 1 TO CONTADOR-SECCION.
           PERFORM ANADIR-LINEA THRU ANADIR-LINEA-EXIT.

       ANADIR-DETALLE-EXIT.
           EXIT.

           *> Si la consulta no cabe en la tabla se muestran las
           *> primeras lineas.
       ANADIR-LINEA.
           IF NUM-LINEAS < MAX-LINEAS
               ADD 1 TO NUM-LINEAS
               MOVE LINEA-TRABAJO TO LINEA-FICHA(NUM-LINEAS).

           MOVE SPACES TO LINEA-TRABAJO.

       ANADIR-LINEA-EXIT.
           EXIT.

       BUSCAR-TARJETA.
           MOVE 0 TO TARJETA-SUYA-SW.
           MOVE 0 TO IDX-LINEA.

       BUSCAR-TARJETA-BUCLE.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-TARJETAS-CLI
               GO TO BUSCAR-TARJETA-EXIT.
           IF TCL-TNUM(IDX-LINEA) = TARJETA-BUSCADA
               MOVE 1 TO TARJETA-SUYA-SW
               GO TO BUSCAR-TARJETA-EXIT.
           GO TO BUSCAR-TARJETA-BUCLE.

       BUSCAR-TARJETA-EXIT.
           EXIT.

       BUSCAR-CUENTA.
           MOVE 0 TO CUENTA-SUYA-SW.
           MOVE 0 TO IDX-LINEA.

       BUSCAR-CUENTA-BUCLE.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-CUENTAS-CLI
               GO TO BUSCAR-CUENTA-EXIT.
           IF CCL-CTA-ID(IDX-LINEA) = CUENTA-BUSCADA
               MOVE 1 TO CUENTA-SUYA-SW
               GO TO BUSCAR-CUENTA-EXIT.
           GO TO BUSCAR-CUENTA-BUCLE.

       BUSCAR-CUENTA-EXIT.
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


       NO-ENCONTRADO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se encuentra ningun cliente con esos datos"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       NO-ENCONTRADO-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   GO TO PIDE-CLIENTE
               ELSE
                   GO TO NO-ENCONTRADO-ERR-ENTER.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PIDE-CLIENTE.

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
           CLOSE F-OPERADORES.
           CLOSE F-AUDITORIA.

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

       FIN-PROGRAMA.
           STOP RUN.
