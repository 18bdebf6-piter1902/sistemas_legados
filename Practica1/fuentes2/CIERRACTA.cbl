       IDENTIFICATION DIVISION.
       PROGRAM-ID. CIERRACTA.

           *> Herramienta de sucursal para cerrar una cuenta, firmada
           *> por un operador. Se niega mientras quede algo vivo sobre
           *> la cuenta (depositos, prestamos, retenciones, cheques en
           *> curso, ordenes pendientes de firma, codigos de
           *> retirada, compras a credito, pedidos de divisa,
           *> reclamaciones sin resolver o adeudos emitidos que aun
           *> pueden volver). Si no, liquida el mes
           *> hasta hoy como lo haria LIQUIDACION (comision e
           *> intereses a prorrata), entrega
           *> el saldo en efectivo o por transferencia, cancela las
           *> ordenes permanentes y los mandatos de la tarjeta, deja
           *> la cuenta en cierres.ubd y el certificado de cierre en
           *> la cola de impresion para el cliente.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CRT STATUS IS KEYBOARD-STATUS.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSR.

           SELECT F-CHEQUES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHQ-NUM
           FILE STATUS IS FSH.

           SELECT F-TRFPEND ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRF-NUM
           FILE STATUS IS FSD.

           SELECT F-CODIGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS COD-CODIGO
           FILE STATUS IS FSK.

           SELECT F-CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSB.

           SELECT F-PEDIDOSDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDV-NUM
           FILE STATUS IS FSV.

           SELECT F-ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADE-CLAVE
           FILE STATUS IS FSJ.

           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FSY.

           SELECT F-RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSRC.

           SELECT F-PROGRAMADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PROG-NUM
           FILE STATUS IS FSG.

           SELECT F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSN.

           SELECT F-INTERBANCO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSI.

           SELECT F-LIQUIDACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIQ-PERIODO
           FILE STATUS IS FSL.

           SELECT F-CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CTA-ID
           FILE STATUS IS FSC.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSE.

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

           *> Certificados de cierre pendientes de imprimir y enviar
           *> al titular; solo se anade al final.
           SELECT F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSF.


       DATA DIVISION.
       FILE SECTION.
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

       FD F-PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
           COPY PLAZO.

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-CHEQUES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cheques.ubd".
           COPY CHEQUE.

       FD F-TRFPEND
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "trfpendientes.ubd".
           COPY TRFPEND.

       FD F-CODIGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "codigosret.ubd".
           COPY CODIGORET.

       FD F-CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
           COPY CREDITO.

       FD F-PEDIDOSDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pedidosdiv.ubd".
           COPY PEDIDODIV.

       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD F-RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
           COPY RECLAMACION.

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "programadas.ubd".
           COPY PROGRAMADA.

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
           COPY MANDATO.

       FD F-INTERBANCO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
           COPY INTERBANCO.

       FD F-LIQUIDACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "liquidaciones.ubd".
       01 LIQUIDACION-REG.
           02 LIQ-PERIODO              PIC  9(6).
           02 LIQ-ANO                  PIC  9(4).
           02 LIQ-MES                  PIC  9(2).
           02 LIQ-DIA                  PIC  9(2).
           02 LIQ-HOR                  PIC  9(2).
           02 LIQ-MIN                  PIC  9(2).
           02 LIQ-SEG                  PIC  9(2).

       FD F-CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
           COPY CIERRE.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

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

       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certcierre.dat".
       01 CERTIFICADO-REG.
           02 CRT-CTA-ID              PIC  9(16).
           02 CRT-TARJETA             PIC  9(16).
           02 CRT-TITULAR             PIC  X(35).
           02 CRT-DIRECCION           PIC  X(40).
           02 CRT-POBLACION           PIC  X(25).
           02 CRT-CODPOSTAL           PIC   9(5).
           02 CRT-FECHA               PIC   9(8).
           02 CRT-COMISION-CENT       PIC  9(11).
           02 CRT-INTERES-CENT        PIC S9(11).
           02 CRT-SALDO-CENT          PIC S9(11).
           02 CRT-FORMA-PAGO          PIC   9(1).
           02 CRT-BANCO-DESTINO       PIC   9(4).
           02 CRT-CUENTA-DESTINO      PIC  9(16).
           02 CRT-OPERADOR            PIC   9(4).
           02 CRT-RETENCION-CENT      PIC  9(11).


       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSU                      PIC  X(2).
       77 FSA                      PIC  X(2).
       77 FSS                      PIC  X(2).
       77 FSM                      PIC  X(2).
       77 FSQ                      PIC  X(2).
       77 FSX                      PIC  X(2).
       77 FSP                      PIC  X(2).
       77 FSZ                      PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSB                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSRC                     PIC  X(2).

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

       77 TARJETA-USUARIO          PIC 9(16).
       77 CUENTA-USUARIO           PIC 9(16).
       77 FORMA-PAGO-USUARIO       PIC  9(1).
       77 BANCO-DESTINO-USUARIO    PIC  9(4).
       77 CUENTA-DESTINO-USUARIO   PIC 9(16).

           *> IBAN destino tecleado; de el salen el banco y la cuenta
           *> de la transferencia. Si es de la casa, la tarjeta que
           *> llega a la cuenta y la cuenta misma, que es la que se
           *> abona.
       77 IBAN-DESTINO-USUARIO     PIC X(34).
       77 CTA-ID-IBAN              PIC 9(16).

           *> Cuenta que se cierra y si es la principal de la tarjeta
           *> (cuentas.ubd) o una adicional (cuentasad.ubd).
       77 CTA-ID-CIERRE            PIC 9(16).
       77 CTA-ID-PRINCIPAL         PIC 9(16).
       77 CUENTA-PRINCIPAL-SW      PIC  9(1).
           88 CIERRE-PRINCIPAL     VALUE 1.
           88 CIERRE-ADICIONAL     VALUE 0.
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.
       77 ENCONTRADA-SW            PIC  9(1).
           88 ENCONTRADA           VALUE 1.

       77 TITULAR-CIERRE           PIC X(35).
       77 CLIENTE-CIERRE           PIC  9(8).

           *> Tarjeta cuya cuenta se resuelve en RESOLVER-CTA-TARJETA
           *> (una tarjeta sin fila en cuentas.ubd es su propia
           *> cuenta).
       77 TARJETA-RESOLVER         PIC 9(16).
       77 CTA-ID-RESUELTA          PIC 9(16).

           *> Motivo por el que no se puede cerrar todavia.
       77 MOTIVO-PENDIENTE         PIC X(45).

           *> Plazo en dias, desde el cobro, en que el deudor puede
           *> devolver un adeudo con cargo al acreedor (el de ADELIQ).
       78 DIAS-PLAZO-DEVOLUCION    VALUE 56.
       77 FECHA-HOY-NUM            PIC  9(8).
       77 DIA-HOY-ENTERO           PIC  9(7).
       77 DIA-COBRO-ENTERO         PIC  9(7).

           *> Comision e intereses del mes los calcula LIQCUENTA con
           *> las mismas tarifas que LIQUIDACION al final de cada mes;
           *> al cerrar se cobran a prorrata de los dias transcurridos.
       77 ULTIMO-DIA-MES           PIC  9(2).
       77 YA-LIQUIDADO-MES-SW      PIC  9(1).
           88 MES-YA-LIQUIDADO     VALUE 1.

       77 LAST-MOV-NUM             PIC 9(35).
       77 LAST-ITB-NUM             PIC 9(35).

           *> Apunte que escribe APLICAR-MOVIMIENTO: tarjeta, cuenta,
           *> importe con signo y saldo resultante.
       77 TARJETA-APUNTE           PIC 9(16).
       77 CTA-ID-APUNTE            PIC 9(16).
       77 CENT-SALDO               PIC S9(11).
       77 CENT-ABONO               PIC S9(11).
       77 CONCEPTO-CIERRE          PIC X(35).

       77 CENT-SALDO-INICIAL       PIC S9(11).
       77 CENT-COMISION            PIC S9(11).
       77 CENT-INTERES             PIC S9(11).
       77 CENT-RETENCION           PIC S9(11).
       77 CENT-SALDO-FINAL         PIC S9(11).

           *> Parametros de LIQCUENTA: fecha de las tarifas, saldo a
           *> prorrata de los dias del mes y lo que devuelve (comision
           *> del mes completo, intereses acreedores o deudores, estos
           *> ya con signo de cargo, y retencion sobre los acreedores).
       77 FECHA-LIQ                PIC  9(8).
       77 CENT-SALDO-PRORRATA      PIC S9(11).
       77 CENT-COMISION-MES        PIC  S9(9).
       77 CENT-INTERES-ACREEDOR    PIC  S9(9).
       77 CENT-INTERES-DEUDOR      PIC S9(11).

       77 TARJETA-DESTINO          PIC 9(16).
       77 CTA-ID-DESTINO           PIC 9(16).

       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 CUENTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 50
               PIC 9(16) USING TARJETA-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 50
               PIC 9(16) USING CUENTA-USUARIO.

       01 PAGO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 16 COL 50
               PIC 9(1) USING FORMA-PAGO-USUARIO.
           05 FILLER LINE 17 COL 40
               PIC X(34) USING IBAN-DESTINO-USUARIO.
           05 FILLER BLANK ZERO LINE 18 COL 50
               PIC 9(16) USING CUENTA-DESTINO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Cierre de cuentas" AT LINE 2
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


           *> Nadie opera esta herramienta sin identificarse; cada
           *> cierre queda ademas en el registro de auditoria.
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
           DISPLAY "1 - Cerrar cuenta" AT LINE 8 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO CERRAR-CUENTA.

           GO TO PMENU-ACCEPT.


           *> La cuenta se identifica por la tarjeta del titular; un
           *> cero en la cuenta cierra la principal de la tarjeta.
       CERRAR-CUENTA.
           INITIALIZE TARJETA-USUARIO.
           INITIALIZE CUENTA-USUARIO.

           DISPLAY "Numero de tarjeta:" AT LINE 9 COL 15.
           DISPLAY "Cuenta (0 = principal):" AT LINE 10 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CUENTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CERRAR-CUENTA.

           IF TARJETA-USUARIO = 0
               GO TO CERRAR-CUENTA.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO PTARJETA-ERR.

           MOVE TITULAR         TO TITULAR-CIERRE.
           MOVE TARJETA-CLIENTE TO CLIENTE-CIERRE.

           CLOSE TARJETAS.

           MOVE TARJETA-USUARIO TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.
           MOVE CTA-ID-RESUELTA TO CTA-ID-PRINCIPAL.

           IF CUENTA-USUARIO = 0 OR CUENTA-USUARIO = CTA-ID-PRINCIPAL
               SET CIERRE-PRINCIPAL TO TRUE
               MOVE CTA-ID-PRINCIPAL TO CTA-ID-CIERRE
           ELSE
               SET CIERRE-ADICIONAL TO TRUE
               MOVE CUENTA-USUARIO TO CTA-ID-CIERRE
               PERFORM BUSCAR-ADICIONAL THRU BUSCAR-ADICIONAL-EXIT
               IF NOT ENCONTRADA
                   GO TO CUENTA-AJENA-ERR
               END-IF
           END-IF.

           CALL "CTACERR" USING CTA-ID-CIERRE CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO YA-CERRADA-ERR.

           *> La principal no se cierra mientras la tarjeta (o otra
           *> tarjeta de la misma cuenta) siga llevando adicionales:
           *> sin principal no habria a donde cargar sus comisiones.
           IF CIERRE-PRINCIPAL
               PERFORM COMPROBAR-ADICIONALES
                   THRU COMPROBAR-ADICIONALES-EXIT
               IF ENCONTRADA
                   GO TO ADICIONALES-ERR
               END-IF
           END-IF.

           PERFORM COMPROBAR-PENDIENTES THRU COMPROBAR-PENDIENTES-EXIT.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO PENDIENTES-ERR.

           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-EXIT.

           IF CENT-SALDO-FINAL < 0
               GO TO SALDO-DEUDOR-ERR.


           *> Resumen de la liquidacion y forma de entrega del saldo.
       PEDIR-PAGO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           INITIALIZE FORMA-PAGO-USUARIO.
           INITIALIZE BANCO-DESTINO-USUARIO.
           INITIALIZE CUENTA-DESTINO-USUARIO.
           INITIALIZE IBAN-DESTINO-USUARIO.
           INITIALIZE CTA-ID-IBAN.

           DISPLAY "Cuenta a cerrar:" AT LINE 7 COL 15.
           DISPLAY CTA-ID-CIERRE AT LINE 7 COL 50.
           DISPLAY "Saldo actual (centimos):" AT LINE 9 COL 15.
           DISPLAY CENT-SALDO-INICIAL AT LINE 9 COL 50.
           DISPLAY "Comision a prorrata (centimos):" AT LINE 10
               COL 15.
           DISPLAY CENT-COMISION AT LINE 10 COL 50.
           DISPLAY "Intereses a prorrata (centimos):" AT LINE 11
               COL 15.
           DISPLAY CENT-INTERES AT LINE 11 COL 50.
           DISPLAY "Retencion fiscal (centimos):" AT LINE 12 COL 15.
           DISPLAY CENT-RETENCION AT LINE 12 COL 50.
           DISPLAY "Saldo a entregar (centimos):" AT LINE 13 COL 15.
           DISPLAY CENT-SALDO-FINAL AT LINE 13 COL 50.

           DISPLAY "Forma de pago (1 efectivo, 2 transf.):" AT LINE 16
               COL 10.
           DISPLAY "IBAN destino:" AT LINE 17 COL 10.
           DISPLAY "o tarjeta destino de esta entidad:" AT LINE 18
               COL 10.
           DISPLAY "Enter - Cerrar cuenta" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT PAGO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO PEDIR-PAGO.

           IF FORMA-PAGO-USUARIO NOT = 1 AND FORMA-PAGO-USUARIO NOT = 2
               GO TO PEDIR-PAGO.

           IF FORMA-PAGO-USUARIO = 2
               PERFORM COMPROBAR-DESTINO THRU COMPROBAR-DESTINO-EXIT.


           *> A partir de aqui la cuenta se liquida y se cierra.
       EJECUTAR-CIERRE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE TARJETA-USUARIO    TO TARJETA-APUNTE.
           MOVE CTA-ID-CIERRE      TO CTA-ID-APUNTE.
           MOVE CENT-SALDO-INICIAL TO CENT-SALDO.

           IF CENT-INTERES < 0
               MOVE CENT-INTERES TO CENT-ABONO
               MOVE "Intereses de descubierto" TO CONCEPTO-CIERRE
               SET MOV-TIPO-INTERES TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           IF CENT-COMISION > 0
               COMPUTE CENT-ABONO = 0 - CENT-COMISION
               MOVE "Comision de mantenimiento" TO CONCEPTO-CIERRE
               SET MOV-TIPO-COMISION TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           IF CENT-INTERES > 0
               MOVE CENT-INTERES TO CENT-ABONO
               MOVE "Abono de intereses" TO CONCEPTO-CIERRE
               SET MOV-TIPO-INTERES TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           IF CENT-RETENCION > 0
               COMPUTE CENT-ABONO = 0 - CENT-RETENCION
               MOVE "Retencion fiscal s/intereses" TO CONCEPTO-CIERRE
               SET MOV-TIPO-RETENCION-FISCAL TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           *> Entrega del saldo final: la cuenta queda a cero.
           IF CENT-SALDO-FINAL > 0
               COMPUTE CENT-ABONO = 0 - CENT-SALDO-FINAL
               IF FORMA-PAGO-USUARIO = 1
                   MOVE "Cierre de cuenta - efectivo"
                       TO CONCEPTO-CIERRE
               ELSE
                   MOVE "Cierre de cuenta - transferencia"
                       TO CONCEPTO-CIERRE
               END-IF
               SET MOV-TIPO-CIERRE TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           IF FORMA-PAGO-USUARIO = 2 AND CENT-SALDO-FINAL > 0
               IF BANCO-DESTINO-USUARIO = 0
                   PERFORM ABONAR-DESTINO THRU ABONAR-DESTINO-EXIT
               ELSE
                   PERFORM ESCRIBIR-INTERBANCO
                       THRU ESCRIBIR-INTERBANCO-EXIT
               END-IF
           END-IF.

           IF CIERRE-PRINCIPAL
               PERFORM CANCELAR-PROGRAMADAS
                   THRU CANCELAR-PROGRAMADAS-EXIT
               PERFORM REVOCAR-MANDATOS THRU REVOCAR-MANDATOS-EXIT
           END-IF.

           PERFORM REGISTRAR-CIERRE THRU REGISTRAR-CIERRE-EXIT.

           *> Una principal puede estar ademas vinculada como
           *> adicional de otras tarjetas: esos vinculos se quitan
           *> igual que al cerrar una adicional.
           IF CIERRE-PRINCIPAL
               PERFORM ANULAR-TARJETAS THRU ANULAR-TARJETAS-EXIT.
           PERFORM DESVINCULAR-ADICIONAL
               THRU DESVINCULAR-ADICIONAL-EXIT.

           PERFORM ESCRIBIR-CERTIFICADO THRU ESCRIBIR-CERTIFICADO-EXIT.

           MOVE "CIERRE-CTA" TO AUD-FUNCION-ACTUAL.
           MOVE CTA-ID-CIERRE TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta cerrada correctamente" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Saldo entregado (centimos):" AT LINE 11 COL 20.
           DISPLAY CENT-SALDO-FINAL AT LINE 11 COL 50.
           DISPLAY "El certificado de cierre queda en la cola"
               AT LINE 13 COL 20.
           DISPLAY "de impresion para el titular." AT LINE 14 COL 20.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Cuenta de TARJETA-RESOLVER segun cuentas.ubd; sin fila,
           *> la tarjeta es su propia cuenta.
       RESOLVER-CTA-TARJETA.
           MOVE TARJETA-RESOLVER TO CTA-ID-RESUELTA.

           OPEN INPUT F-CUENTAS.
           IF FSU = 35
               CLOSE F-CUENTAS
               GO TO RESOLVER-CTA-TARJETA-EXIT.
           IF FSU <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-RESOLVER TO CTA-TARJETA.
           READ F-CUENTAS
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-RESUELTA
           END-READ.

           CLOSE F-CUENTAS.

       RESOLVER-CTA-TARJETA-EXIT.
           EXIT.


           *> La cuenta pedida tiene que ser una adicional de la
           *> tarjeta con la que se identifico el titular.
       BUSCAR-ADICIONAL.
           MOVE 0 TO ENCONTRADA-SW.

           OPEN INPUT F-CUENTASAD.
           IF FSA = 35
               CLOSE F-CUENTASAD
               GO TO BUSCAR-ADICIONAL-EXIT.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO BUSCAR-ADICIONAL-FIN.

       BUSCAR-ADICIONAL-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO BUSCAR-ADICIONAL-FIN.

           IF CAD-TARJETA NOT = TARJETA-USUARIO
               GO TO BUSCAR-ADICIONAL-FIN.

           IF CAD-CTA-ID = CTA-ID-CIERRE
               MOVE 1 TO ENCONTRADA-SW
               GO TO BUSCAR-ADICIONAL-FIN.

           GO TO BUSCAR-ADICIONAL-BUCLE.

       BUSCAR-ADICIONAL-FIN.
           CLOSE F-CUENTASAD.

       BUSCAR-ADICIONAL-EXIT.
           EXIT.


           *> Alguna tarjeta de la cuenta principal que se cierra
           *> sigue llevando cuentas adicionales vinculadas.
       COMPROBAR-ADICIONALES.
           MOVE 0 TO ENCONTRADA-SW.

           OPEN INPUT F-CUENTASAD.
           IF FSA = 35
               CLOSE F-CUENTASAD
               GO TO COMPROBAR-ADICIONALES-EXIT.
           IF FSA <> 00
               GO TO PSYS-ERR.

       COMPROBAR-ADICIONALES-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO COMPROBAR-ADICIONALES-FIN.

           MOVE CAD-TARJETA TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.

           IF CTA-ID-RESUELTA = CTA-ID-CIERRE
               MOVE 1 TO ENCONTRADA-SW
               GO TO COMPROBAR-ADICIONALES-FIN.

           GO TO COMPROBAR-ADICIONALES-BUCLE.

       COMPROBAR-ADICIONALES-FIN.
           CLOSE F-CUENTASAD.

       COMPROBAR-ADICIONALES-EXIT.
           EXIT.


           *> Recorre los ficheros de productos y operaciones en curso
           *> y deja en MOTIVO-PENDIENTE el primero que siga vivo
           *> sobre la cuenta.
       COMPROBAR-PENDIENTES.
           MOVE SPACES TO MOTIVO-PENDIENTE.

           OPEN INPUT F-PLAZOS.
           IF FSP = 35
               CLOSE F-PLAZOS
               GO TO COMPROBAR-PRESTAMOS.
           IF FSP <> 00
               GO TO PSYS-ERR.

       COMPROBAR-PLAZOS-BUCLE.
           READ F-PLAZOS NEXT RECORD
               AT END GO TO COMPROBAR-PLAZOS-FIN.

           IF PLZ-CTA-ID = CTA-ID-CIERRE AND PLZ-VIGENTE
               MOVE "Tiene depositos a plazo vigentes"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-PLAZOS-FIN.

           GO TO COMPROBAR-PLAZOS-BUCLE.

       COMPROBAR-PLAZOS-FIN.
           CLOSE F-PLAZOS.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-PRESTAMOS.
           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               CLOSE F-PRESTAMOS
               GO TO COMPROBAR-RETENCIONES.
           IF FSZ <> 00
               GO TO PSYS-ERR.

       COMPROBAR-PRESTAMOS-BUCLE.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO COMPROBAR-PRESTAMOS-FIN.

           IF PRE-CTA-ID = CTA-ID-CIERRE AND PRE-VIGENTE
               MOVE "Tiene prestamos vigentes" TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-PRESTAMOS-FIN.

           GO TO COMPROBAR-PRESTAMOS-BUCLE.

       COMPROBAR-PRESTAMOS-FIN.
           CLOSE F-PRESTAMOS.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-RETENCIONES.
           OPEN INPUT F-RETENCIONES.
           IF FSR = 35
               CLOSE F-RETENCIONES
               GO TO COMPROBAR-CHEQUES.
           IF FSR <> 00
               GO TO PSYS-ERR.

       COMPROBAR-RETENCIONES-BUCLE.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO COMPROBAR-RETENCIONES-FIN.

           IF RET-CTA-ID = CTA-ID-CIERRE AND RET-RETENIDO
               MOVE "Tiene importes retenidos sin resolver"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-RETENCIONES-FIN.

           GO TO COMPROBAR-RETENCIONES-BUCLE.

       COMPROBAR-RETENCIONES-FIN.
           CLOSE F-RETENCIONES.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-CHEQUES.
           OPEN INPUT F-CHEQUES.
           IF FSH = 35
               CLOSE F-CHEQUES
               GO TO COMPROBAR-TRFPEND.
           IF FSH <> 00
               GO TO PSYS-ERR.

       COMPROBAR-CHEQUES-BUCLE.
           READ F-CHEQUES NEXT RECORD
               AT END GO TO COMPROBAR-CHEQUES-FIN.

           IF CHQ-CTA-ID = CTA-ID-CIERRE
               AND (CHQ-CAPTURADO OR CHQ-PRESENTADO)
               MOVE "Tiene cheques en curso de cobro"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-CHEQUES-FIN.

           GO TO COMPROBAR-CHEQUES-BUCLE.

       COMPROBAR-CHEQUES-FIN.
           CLOSE F-CHEQUES.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-TRFPEND.
           OPEN INPUT F-TRFPEND.
           IF FSD = 35
               CLOSE F-TRFPEND
               GO TO COMPROBAR-CODIGOS.
           IF FSD <> 00
               GO TO PSYS-ERR.

       COMPROBAR-TRFPEND-BUCLE.
           READ F-TRFPEND NEXT RECORD
               AT END GO TO COMPROBAR-TRFPEND-FIN.

           IF TRF-CTA-ORIGEN = CTA-ID-CIERRE AND TRF-PENDIENTE
               MOVE "Tiene transferencias pendientes de firma"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-TRFPEND-FIN.

           GO TO COMPROBAR-TRFPEND-BUCLE.

       COMPROBAR-TRFPEND-FIN.
           CLOSE F-TRFPEND.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-CODIGOS.
           OPEN INPUT F-CODIGOS.
           IF FSK = 35
               CLOSE F-CODIGOS
               GO TO COMPROBAR-CREDITOS.
           IF FSK <> 00
               GO TO PSYS-ERR.

       COMPROBAR-CODIGOS-BUCLE.
           READ F-CODIGOS NEXT RECORD
               AT END GO TO COMPROBAR-CODIGOS-FIN.

           IF COD-CTA-ID = CTA-ID-CIERRE AND COD-ACTIVO
               MOVE "Tiene codigos de retirada activos"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-CODIGOS-FIN.

           GO TO COMPROBAR-CODIGOS-BUCLE.

       COMPROBAR-CODIGOS-FIN.
           CLOSE F-CODIGOS.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

           *> Lo dispuesto a credito se cobra cada mes en la cuenta
           *> principal de la tarjeta, asi que solo cuenta al cerrar
           *> la principal: la tarjeta del titular y cualquier otra
           *> que opere sobre la misma cuenta.
       COMPROBAR-CREDITOS.
           IF CIERRE-ADICIONAL
               GO TO COMPROBAR-PEDIDOSDIV.

           OPEN INPUT F-CREDITOS.
           IF FSB = 35
               CLOSE F-CREDITOS
               GO TO COMPROBAR-PEDIDOSDIV.
           IF FSB <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-USUARIO TO CRD-TARJETA.
           READ F-CREDITOS
               NOT INVALID KEY
                   IF CRD-DISPUESTO-CENT > 0
                       MOVE "Tiene compras a credito sin liquidar"
                           TO MOTIVO-PENDIENTE
                   END-IF
           END-READ.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-CREDITOS-FIN.

           OPEN INPUT F-CUENTAS.
           IF FSU = 35
               CLOSE F-CUENTAS
               GO TO COMPROBAR-CREDITOS-FIN.
           IF FSU <> 00
               GO TO PSYS-ERR.

       COMPROBAR-CREDITOS-BUCLE.
           READ F-CUENTAS NEXT RECORD
               AT END
                   CLOSE F-CUENTAS
                   GO TO COMPROBAR-CREDITOS-FIN.

           IF CTA-ID NOT = CTA-ID-CIERRE
               GO TO COMPROBAR-CREDITOS-BUCLE.

           MOVE CTA-TARJETA TO CRD-TARJETA.
           READ F-CREDITOS INVALID KEY
               GO TO COMPROBAR-CREDITOS-BUCLE.

           IF CRD-DISPUESTO-CENT > 0
               MOVE "Tiene compras a credito sin liquidar"
                   TO MOTIVO-PENDIENTE
               CLOSE F-CUENTAS
               GO TO COMPROBAR-CREDITOS-FIN.

           GO TO COMPROBAR-CREDITOS-BUCLE.

       COMPROBAR-CREDITOS-FIN.
           CLOSE F-CREDITOS.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

       COMPROBAR-PEDIDOSDIV.
           OPEN INPUT F-PEDIDOSDIV.
           IF FSV = 35
               CLOSE F-PEDIDOSDIV
               GO TO COMPROBAR-RECLAMACIONES.
           IF FSV <> 00
               GO TO PSYS-ERR.

       COMPROBAR-PEDIDOSDIV-BUCLE.
           READ F-PEDIDOSDIV NEXT RECORD
               AT END GO TO COMPROBAR-PEDIDOSDIV-FIN.

           IF PDV-CTA-ID = CTA-ID-CIERRE
               AND (PDV-PEDIDO OR PDV-ENVIADO)
               MOVE "Tiene pedidos de divisa sin recoger"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-PEDIDOSDIV-FIN.

           GO TO COMPROBAR-PEDIDOSDIV-BUCLE.

       COMPROBAR-PEDIDOSDIV-FIN.
           CLOSE F-PEDIDOSDIV.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

           *> Una reclamacion sin resolver acaba en un abono (o en la
           *> retrocesion del provisional) sobre la cuenta: tiene que
           *> resolverse antes del cierre.
       COMPROBAR-RECLAMACIONES.
           OPEN INPUT F-RECLAMACIONES.
           IF FSRC = 35
               CLOSE F-RECLAMACIONES
               GO TO COMPROBAR-ADEUDOS.
           IF FSRC <> 00
               GO TO PSYS-ERR.

       COMPROBAR-RECLAMACIONES-BUCLE.
           READ F-RECLAMACIONES NEXT RECORD
               AT END GO TO COMPROBAR-RECLAMACIONES-FIN.

           IF REC-CTA-ID = CTA-ID-CIERRE
               AND (REC-ABIERTA OR REC-EN-ESTUDIO)
               MOVE "Tiene reclamaciones sin resolver"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-RECLAMACIONES-FIN.

           GO TO COMPROBAR-RECLAMACIONES-BUCLE.

       COMPROBAR-RECLAMACIONES-FIN.
           CLOSE F-RECLAMACIONES.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO COMPROBAR-PENDIENTES-EXIT.

           *> Adeudos de un acreedor que cobra en esta cuenta y que
           *> aun pueden volver con cargo a ella: los pendientes de
           *> respuesta y los cobrados dentro del plazo de devolucion.
       COMPROBAR-ADEUDOS.
           OPEN INPUT F-ADEUDOS.
           IF FSJ = 35
               CLOSE F-ADEUDOS
               GO TO COMPROBAR-PENDIENTES-EXIT.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           OPEN INPUT F-ACREEDORES.
           IF FSY = 35
               CLOSE F-ACREEDORES
               CLOSE F-ADEUDOS
               GO TO COMPROBAR-PENDIENTES-EXIT.
           IF FSY <> 00
               GO TO PSYS-ERR.

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

       COMPROBAR-ADEUDOS-BUCLE.
           READ F-ADEUDOS NEXT RECORD
               AT END GO TO COMPROBAR-ADEUDOS-FIN.

           IF NOT ADE-PENDIENTE AND NOT ADE-COBRADO
               GO TO COMPROBAR-ADEUDOS-BUCLE.

           IF ADE-COBRADO
               COMPUTE DIA-COBRO-ENTERO =
                   FUNCTION INTEGER-OF-DATE(ADE-LIQ-FECHA)
               IF DIA-HOY-ENTERO - DIA-COBRO-ENTERO
                   > DIAS-PLAZO-DEVOLUCION
                   GO TO COMPROBAR-ADEUDOS-BUCLE
               END-IF
           END-IF.

           MOVE ADE-ACREEDOR TO ACR-CODIGO.
           READ F-ACREEDORES INVALID KEY
               GO TO COMPROBAR-ADEUDOS-BUCLE.

           MOVE ACR-TARJETA TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.

           IF CTA-ID-RESUELTA = CTA-ID-CIERRE
               MOVE "Tiene adeudos emitidos en plazo de devolucion"
                   TO MOTIVO-PENDIENTE
               GO TO COMPROBAR-ADEUDOS-FIN.

           GO TO COMPROBAR-ADEUDOS-BUCLE.

       COMPROBAR-ADEUDOS-FIN.
           CLOSE F-ADEUDOS.
           CLOSE F-ACREEDORES.

       COMPROBAR-PENDIENTES-EXIT.
           EXIT.


           *> Comision e intereses del mes en curso a prorrata de los
           *> dias transcurridos, con las tarifas vigentes hoy segun
           *> LIQCUENTA, igual que LIQUIDACION. Los intereses se piden
           *> sobre el saldo a prorrata, asi que la retencion sale ya
           *> sobre el interes prorrateado. Si el mes ya se liquido no
           *> se cobra nada.
       CALCULAR-LIQUIDACION.
           MOVE TARJETA-USUARIO TO TARJETA-APUNTE.
           MOVE CTA-ID-CIERRE   TO CTA-ID-APUNTE.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.
           MOVE CENT-SALDO TO CENT-SALDO-INICIAL.

           MOVE 0 TO CENT-COMISION.
           MOVE 0 TO CENT-INTERES.
           MOVE 0 TO CENT-RETENCION.

           PERFORM COMPROBAR-MES-LIQUIDADO
               THRU COMPROBAR-MES-LIQUIDADO-EXIT.
           IF MES-YA-LIQUIDADO
               GO TO CALCULAR-LIQUIDACION-SALDO.

           IF MES = 1 OR MES = 3 OR MES = 5 OR MES = 7 OR MES = 8
               OR MES = 10 OR MES = 12
               MOVE 31 TO ULTIMO-DIA-MES
           ELSE
           IF MES = 2
               IF FUNCTION MOD(ANO, 4) = 0
                   AND (FUNCTION MOD(ANO, 100) NOT = 0
                        OR FUNCTION MOD(ANO, 400) = 0)
                   MOVE 29 TO ULTIMO-DIA-MES
               ELSE
                   MOVE 28 TO ULTIMO-DIA-MES
               END-IF
           ELSE
               MOVE 30 TO ULTIMO-DIA-MES.

           COMPUTE FECHA-LIQ = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE CENT-SALDO-PRORRATA ROUNDED =
               CENT-SALDO-INICIAL * DIA / ULTIMO-DIA-MES.

           CALL "LIQCUENTA" USING FECHA-LIQ CENT-SALDO-PRORRATA
               CENT-COMISION-MES CENT-INTERES-ACREEDOR
               CENT-INTERES-DEUDOR CENT-RETENCION.

           COMPUTE CENT-COMISION ROUNDED =
               CENT-COMISION-MES * DIA / ULTIMO-DIA-MES.

           *> Solo uno de los dos intereses viene distinto de cero; el
           *> deudor, negativo, se carga como en la liquidacion.
           COMPUTE CENT-INTERES =
               CENT-INTERES-ACREEDOR + CENT-INTERES-DEUDOR.

       CALCULAR-LIQUIDACION-SALDO.
           COMPUTE CENT-SALDO-FINAL = CENT-SALDO-INICIAL
               - CENT-COMISION + CENT-INTERES - CENT-RETENCION.

       CALCULAR-LIQUIDACION-EXIT.
           EXIT.

       COMPROBAR-MES-LIQUIDADO.
           MOVE 0 TO YA-LIQUIDADO-MES-SW.

           OPEN INPUT F-LIQUIDACIONES.
           IF FSL = 35
               CLOSE F-LIQUIDACIONES
               GO TO COMPROBAR-MES-LIQUIDADO-EXIT.
           IF FSL <> 00
               GO TO PSYS-ERR.

           COMPUTE LIQ-PERIODO = (ANO * 100) + MES.
           READ F-LIQUIDACIONES
               NOT INVALID KEY
                   MOVE 1 TO YA-LIQUIDADO-MES-SW
           END-READ.

           CLOSE F-LIQUIDACIONES.

       COMPROBAR-MES-LIQUIDADO-EXIT.
           EXIT.


           *> Transferencia de salida: por IBAN, que tiene que pasar
           *> los digitos de control y ser de una cuenta espanola, o
           *> por la tarjeta del beneficiario en esta entidad. Un IBAN
           *> de la casa se trata como su tarjeta, con el abono en la
           *> cuenta que nombra. En esta entidad la tarjeta tiene que
           *> estar activa y no llevar a la propia cuenta ni a otra ya
           *> cerrada.
       COMPROBAR-DESTINO.
           MOVE 0 TO BANCO-DESTINO-USUARIO.
           MOVE 0 TO CTA-ID-IBAN.

           IF IBAN-DESTINO-USUARIO = SPACES
               GO TO COMPROBAR-DESTINO-TARJETA.

           SET IBN-VALIDAR TO TRUE.
           MOVE IBAN-DESTINO-USUARIO TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF NOT IBN-CORRECTO
               GO TO DESTINO-ERR.

           MOVE IBN-IBAN TO IBAN-DESTINO-USUARIO.

           IF IBN-PROPIO
               MOVE IBN-TARJETA TO CUENTA-DESTINO-USUARIO
               MOVE IBN-CUENTA TO CTA-ID-IBAN
               GO TO COMPROBAR-DESTINO-TARJETA.

           MOVE IBN-BANCO TO BANCO-DESTINO-USUARIO.
           MOVE IBN-CUENTA TO CUENTA-DESTINO-USUARIO.
           GO TO COMPROBAR-DESTINO-EXIT.

       COMPROBAR-DESTINO-TARJETA.
           IF CUENTA-DESTINO-USUARIO = 0
               GO TO DESTINO-ERR.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE CUENTA-DESTINO-USUARIO TO TNUM.
           READ TARJETAS INVALID KEY
               CLOSE TARJETAS
               GO TO DESTINO-ERR.

           IF NOT TARJETA-ACTIVA
               CLOSE TARJETAS
               GO TO DESTINO-ERR.

           CLOSE TARJETAS.

           MOVE CUENTA-DESTINO-USUARIO TO TARJETA-DESTINO.
           MOVE CUENTA-DESTINO-USUARIO TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.
           MOVE CTA-ID-RESUELTA TO CTA-ID-DESTINO.
           IF CTA-ID-IBAN NOT = 0
               MOVE CTA-ID-IBAN TO CTA-ID-DESTINO.

           IF CTA-ID-DESTINO = CTA-ID-CIERRE
               GO TO DESTINO-ERR.

           CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO DESTINO-ERR.

       COMPROBAR-DESTINO-EXIT.
           EXIT.


           *> Abono del saldo entregado en la cuenta del beneficiario
           *> de esta entidad.
       ABONAR-DESTINO.
           MOVE TARJETA-DESTINO TO TARJETA-APUNTE.
           MOVE CTA-ID-DESTINO  TO CTA-ID-APUNTE.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.

           MOVE CENT-SALDO-FINAL TO CENT-ABONO.
           MOVE "Transferencia cierre de cuenta" TO CONCEPTO-CIERRE.
           SET MOV-TIPO-TRF-ENTRADA TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

       ABONAR-DESTINO-EXIT.
           EXIT.

           *> Transferencia a otra entidad: queda pendiente en
           *> interbanco.ubd para el siguiente envio, como las que se
           *> ordenan en el cajero.
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
           MOVE TARJETA-USUARIO        TO ITB-TARJETA-ORIGEN.
           MOVE BANCO-DESTINO-USUARIO  TO ITB-BANCO-DESTINO.
           MOVE CUENTA-DESTINO-USUARIO TO ITB-CUENTA-DESTINO.
           MOVE IBAN-DESTINO-USUARIO   TO ITB-IBAN-DESTINO.
           MOVE ANO                    TO ITB-ANO.
           MOVE MES                    TO ITB-MES.
           MOVE DIA                    TO ITB-DIA.
           COMPUTE ITB-IMPORTE-ENT = CENT-SALDO-FINAL / 100.
           COMPUTE ITB-IMPORTE-DEC =
               CENT-SALDO-FINAL - (ITB-IMPORTE-ENT * 100).
           MOVE "CIERRE CUENTA"        TO ITB-REFERENCIA.
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


           *> Las ordenes permanentes se cargan en la cuenta principal
           *> de su tarjeta de origen: se borran las de cualquier
           *> tarjeta de la cuenta que se cierra.
       CANCELAR-PROGRAMADAS.
           OPEN I-O F-PROGRAMADAS.
           IF FSG = 35
               CLOSE F-PROGRAMADAS
               GO TO CANCELAR-PROGRAMADAS-EXIT.
           IF FSG <> 00
               GO TO PSYS-ERR.

       CANCELAR-PROGRAMADAS-BUCLE.
           READ F-PROGRAMADAS NEXT RECORD
               AT END GO TO CANCELAR-PROGRAMADAS-FIN.

           MOVE PROG-ORIGEN TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.

           IF CTA-ID-RESUELTA NOT = CTA-ID-CIERRE
               GO TO CANCELAR-PROGRAMADAS-BUCLE.

           DELETE F-PROGRAMADAS RECORD INVALID KEY GO TO PSYS-ERR.

           GO TO CANCELAR-PROGRAMADAS-BUCLE.

       CANCELAR-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       CANCELAR-PROGRAMADAS-EXIT.
           EXIT.

           *> Igual con los mandatos de adeudo: los vigentes de las
           *> tarjetas de la cuenta quedan revocados y los recibos
           *> que lleguen despues se devuelven.
       REVOCAR-MANDATOS.
           OPEN I-O F-MANDATOS.
           IF FSN = 35
               CLOSE F-MANDATOS
               GO TO REVOCAR-MANDATOS-EXIT.
           IF FSN <> 00
               GO TO PSYS-ERR.

       REVOCAR-MANDATOS-BUCLE.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO REVOCAR-MANDATOS-FIN.

           IF NOT MAN-VIGENTE
               GO TO REVOCAR-MANDATOS-BUCLE.

           MOVE MAN-TARJETA TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.

           IF CTA-ID-RESUELTA NOT = CTA-ID-CIERRE
               GO TO REVOCAR-MANDATOS-BUCLE.

           SET MAN-REVOCADO TO TRUE.
           REWRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.

           GO TO REVOCAR-MANDATOS-BUCLE.

       REVOCAR-MANDATOS-FIN.
           CLOSE F-MANDATOS.

       REVOCAR-MANDATOS-EXIT.
           EXIT.


       REGISTRAR-CIERRE.
           OPEN I-O F-CIERRES.
           IF FSC = 35
               OPEN OUTPUT F-CIERRES
               CLOSE F-CIERRES
               OPEN I-O F-CIERRES
           END-IF.
           IF FSC <> 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-CIERRE      TO CIE-CTA-ID.
           MOVE TARJETA-USUARIO    TO CIE-TARJETA.
           MOVE OPERADOR-ACTUAL    TO CIE-OPERADOR.
           MOVE ANO                TO CIE-ANO.
           MOVE MES                TO CIE-MES.
           MOVE DIA                TO CIE-DIA.
           MOVE CENT-COMISION      TO CIE-COMISION-CENT.
           MOVE CENT-INTERES       TO CIE-INTERES-CENT.
           MOVE CENT-RETENCION     TO CIE-RETENCION-CENT.
           MOVE CENT-SALDO-FINAL   TO CIE-SALDO-CENT.
           MOVE FORMA-PAGO-USUARIO TO CIE-FORMA-PAGO.
           IF CIE-PAGO-TRANSFERENCIA
               MOVE BANCO-DESTINO-USUARIO  TO CIE-BANCO-DESTINO
               MOVE CUENTA-DESTINO-USUARIO TO CIE-CUENTA-DESTINO
           ELSE
               MOVE 0 TO CIE-BANCO-DESTINO
               MOVE 0 TO CIE-CUENTA-DESTINO.

           WRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CIERRES.

       REGISTRAR-CIERRE-EXIT.
           EXIT.


           *> Cerrada la principal, todas las tarjetas que operaban
           *> sobre ella quedan anuladas y ningun cajero la vuelve a
           *> tocar.
       ANULAR-TARJETAS.
           MOVE TARJETA-USUARIO TO TARJETA-RESOLVER.
           PERFORM ANULAR-UNA-TARJETA THRU ANULAR-UNA-TARJETA-EXIT.

           OPEN INPUT F-CUENTAS.
           IF FSU = 35
               CLOSE F-CUENTAS
               GO TO ANULAR-TARJETAS-EXIT.
           IF FSU <> 00
               GO TO PSYS-ERR.

       ANULAR-TARJETAS-BUCLE.
           READ F-CUENTAS NEXT RECORD
               AT END GO TO ANULAR-TARJETAS-FIN.

           IF CTA-ID NOT = CTA-ID-CIERRE
               GO TO ANULAR-TARJETAS-BUCLE.

           MOVE CTA-TARJETA TO TARJETA-RESOLVER.
           PERFORM ANULAR-UNA-TARJETA THRU ANULAR-UNA-TARJETA-EXIT.

           GO TO ANULAR-TARJETAS-BUCLE.

       ANULAR-TARJETAS-FIN.
           CLOSE F-CUENTAS.

       ANULAR-TARJETAS-EXIT.
           EXIT.

       ANULAR-UNA-TARJETA.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TARJETA-RESOLVER TO TNUM.
           READ TARJETAS INVALID KEY GO TO ANULAR-UNA-TARJETA-FIN.

           SET TARJETA-ANULADA TO TRUE.

           MOVE ANO TO TARJETA-MODIF-ANO.
           MOVE MES TO TARJETA-MODIF-MES.
           MOVE DIA TO TARJETA-MODIF-DIA.
           MOVE HORAS TO TARJETA-MODIF-HOR.
           MOVE MINUTOS TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

       ANULAR-UNA-TARJETA-FIN.
           CLOSE TARJETAS.

       ANULAR-UNA-TARJETA-EXIT.
           EXIT.

           *> La cuenta cerrada desaparece de la seleccion de cuenta
           *> de todas las tarjetas que la tenian vinculada.
       DESVINCULAR-ADICIONAL.
           OPEN I-O F-CUENTASAD.
           IF FSA = 35
               CLOSE F-CUENTASAD
               GO TO DESVINCULAR-ADICIONAL-EXIT.
           IF FSA <> 00
               GO TO PSYS-ERR.

       DESVINCULAR-ADICIONAL-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO DESVINCULAR-ADICIONAL-FIN.

           IF CAD-CTA-ID NOT = CTA-ID-CIERRE
               GO TO DESVINCULAR-ADICIONAL-BUCLE.

           DELETE F-CUENTASAD RECORD INVALID KEY GO TO PSYS-ERR.

           GO TO DESVINCULAR-ADICIONAL-BUCLE.

       DESVINCULAR-ADICIONAL-FIN.
           CLOSE F-CUENTASAD.

       DESVINCULAR-ADICIONAL-EXIT.
           EXIT.


           *> Deja el certificado de cierre en la cola de impresion,
           *> con la direccion postal de la ficha de cliente (o solo
           *> el titular de la tarjeta si no tiene ficha).
       ESCRIBIR-CERTIFICADO.
           MOVE SPACES TO CRT-DIRECCION.
           MOVE SPACES TO CRT-POBLACION.
           MOVE 0      TO CRT-CODPOSTAL.
           MOVE TITULAR-CIERRE TO CRT-TITULAR.

           IF CLIENTE-CIERRE = 0
               GO TO ESCRIBIR-CERTIFICADO-REG.

           OPEN INPUT F-CLIENTES.
           IF FSE = 35
               CLOSE F-CLIENTES
               GO TO ESCRIBIR-CERTIFICADO-REG.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-CIERRE TO CLI-ID.
           READ F-CLIENTES
               NOT INVALID KEY
                   MOVE CLI-NOMBRE    TO CRT-TITULAR
                   MOVE CLI-DIRECCION TO CRT-DIRECCION
                   MOVE CLI-POBLACION TO CRT-POBLACION
                   MOVE CLI-CODPOSTAL TO CRT-CODPOSTAL
           END-READ.

           CLOSE F-CLIENTES.

       ESCRIBIR-CERTIFICADO-REG.
           OPEN EXTEND F-CERTIFICADOS.
           IF FSF = 35
               OPEN OUTPUT F-CERTIFICADOS
               CLOSE F-CERTIFICADOS
               OPEN EXTEND F-CERTIFICADOS
           END-IF.
           IF FSF NOT = 00
               GO TO PSYS-ERR.

           MOVE CTA-ID-CIERRE      TO CRT-CTA-ID.
           MOVE TARJETA-USUARIO    TO CRT-TARJETA.
           COMPUTE CRT-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CENT-COMISION      TO CRT-COMISION-CENT.
           MOVE CENT-INTERES       TO CRT-INTERES-CENT.
           MOVE CENT-RETENCION     TO CRT-RETENCION-CENT.
           MOVE CENT-SALDO-FINAL   TO CRT-SALDO-CENT.
           MOVE FORMA-PAGO-USUARIO TO CRT-FORMA-PAGO.
           MOVE OPERADOR-ACTUAL    TO CRT-OPERADOR.
           IF FORMA-PAGO-USUARIO = 2
               MOVE BANCO-DESTINO-USUARIO  TO CRT-BANCO-DESTINO
               MOVE CUENTA-DESTINO-USUARIO TO CRT-CUENTA-DESTINO
           ELSE
               MOVE 0 TO CRT-BANCO-DESTINO
               MOVE 0 TO CRT-CUENTA-DESTINO.

           WRITE CERTIFICADO-REG.

           CLOSE F-CERTIFICADOS.

       ESCRIBIR-CERTIFICADO-EXIT.
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

           MOVE CONCEPTO-CIERRE TO MOV-CONCEPTO.

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

       PTARJETA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ninguna tarjeta con ese numero"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CUENTA-AJENA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa cuenta no esta vinculada a la tarjeta"
               AT LINE 9 COL 20
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       YA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta ya esta cerrada" AT LINE 9 COL 27
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       ADICIONALES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta tiene cuentas adicionales vinculadas"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Cierrelas o desvinculelas antes de cerrar la"
               AT LINE 11 COL 18.
           DISPLAY "cuenta principal" AT LINE 12 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PENDIENTES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede cerrar la cuenta" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY MOTIVO-PENDIENTE AT LINE 11 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SALDO-DEUDOR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta quedaria en descubierto" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Saldo tras liquidar (centimos):" AT LINE 11
               COL 18.
           DISPLAY CENT-SALDO-FINAL AT LINE 11 COL 50.
           DISPLAY "El titular tiene que cubrirlo antes del cierre"
               AT LINE 12 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       DESTINO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta destino no valida" AT LINE 9 COL 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-CUENTAS.
           CLOSE F-CUENTASAD.

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
