       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEFUNCION.

           *> Herramienta de sucursal para las testamentarias, firmada
           *> por un supervisor. Al comunicarse un fallecimiento marca
           *> al cliente como fallecido con su fecha de defuncion,
           *> bloquea de una vez todas sus tarjetas, suspende sus
           *> ordenes permanentes, mandatos de adeudo y abonos de
           *> nomina como pagador, borra sus avisos y deja en la cola
           *> de impresion el certificado de posiciones a la fecha de
           *> la defuncion (saldos, depositos y prestamos). Despues
           *> anota los herederos declarados con su parte y, cuando
           *> suman el total, liquida y cierra las cuentas del
           *> causante repartiendo el saldo entre ellos, con el acta
           *> del reparto para el notario.

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

           SELECT F-CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSB.

           SELECT F-POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-CLAVE
           FILE STATUS IS FSPO.

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

           SELECT F-EMPLEADORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMP-CODIGO
           FILE STATUS IS FSY.

           SELECT F-SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FSV.

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

           SELECT F-HEREDEROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HER-CLAVE
           FILE STATUS IS FSJ.

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

           *> Certificados de posiciones a la fecha de defuncion
           *> pendientes de imprimir; solo se anade al final.
           SELECT F-CERTIFICADOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSF.

           *> Actas de reparto de herencia para el notario; solo se
           *> anade al final.
           SELECT F-ACTAS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSAC.


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

       FD F-CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotaspre.ubd".
           COPY CUOTAPRE.

       FD F-POSICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "posiciones.ubd".
           COPY POSICION.

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

       FD F-PROGRAMADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "programadas.ubd".
           COPY PROGRAMADA.

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
           COPY MANDATO.

       FD F-EMPLEADORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "empleadores.ubd".
       01 EMPLEADOR-REG.
           02 EMP-CODIGO              PIC   9(4).
           02 EMP-NOMBRE              PIC  X(30).
           02 EMP-TARJETA             PIC  9(16).
           02 EMP-ESTADO              PIC   9(1).
               88 EMP-ACTIVO          VALUE 0.
               88 EMP-BAJA            VALUE 1.

       FD F-SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscripavisos.ubd".
           COPY SUSCRIPCION.

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

       FD F-HEREDEROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "herederos.ubd".
           COPY HEREDERO.

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

           *> Certificado de posiciones en formato fijo: cabecera del
           *> causante, una linea por cuenta con su saldo a la fecha
           *> de defuncion (fecha cero si posiciones.ubd no tiene
           *> ninguna en los dias de margen), una por deposito y por
           *> prestamo vivos ese dia y cola con los totales.
       FD F-CERTIFICADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "certdefuncion.dat".
       01 CERTIFICADO-REG.
           02 CDF-TIPO-REG            PIC   X(1).
           02 CDF-RESTO               PIC X(119).
       01 CERTIFICADO-CABECERA REDEFINES CERTIFICADO-REG.
           02 CDC-TIPO-REG            PIC   X(1).
           02 CDC-CLIENTE             PIC   9(8).
           02 CDC-DOCUMENTO           PIC  X(12).
           02 CDC-NOMBRE              PIC  X(35).
           02 CDC-FECHA-DEFUNCION     PIC   9(8).
           02 CDC-FECHA-EMISION       PIC   9(8).
           02 CDC-OPERADOR            PIC   9(4).
           02 FILLER                  PIC  X(44).
       01 CERTIFICADO-SALDO REDEFINES CERTIFICADO-REG.
           02 CDS-TIPO-REG            PIC   X(1).
           02 CDS-CLIENTE             PIC   9(8).
           02 CDS-CTA-ID              PIC  9(16).
           02 CDS-TARJETA             PIC  9(16).
           02 CDS-FECHA-POSICION      PIC   9(8).
           02 CDS-SALDO-CENT          PIC S9(13).
           02 CDS-COMPARTIDA          PIC   9(1).
           02 FILLER                  PIC  X(57).
       01 CERTIFICADO-PLAZO REDEFINES CERTIFICADO-REG.
           02 CDP-TIPO-REG            PIC   X(1).
           02 CDP-CLIENTE             PIC   9(8).
           02 CDP-PLZ-NUM             PIC  9(35).
           02 CDP-CTA-ID              PIC  9(16).
           02 CDP-IMPORTE-CENT        PIC  9(13).
           02 CDP-TIPO-PCT            PIC  9(2)V9(2).
           02 CDP-VENCE               PIC   9(8).
           02 FILLER                  PIC  X(35).
       01 CERTIFICADO-PRESTAMO REDEFINES CERTIFICADO-REG.
           02 CDL-TIPO-REG            PIC   X(1).
           02 CDL-CLIENTE             PIC   9(8).
           02 CDL-PRE-NUM             PIC  9(35).
           02 CDL-CTA-ID              PIC  9(16).
           02 CDL-PRINCIPAL-CENT      PIC  9(13).
           02 CDL-PENDIENTE-CENT      PIC  9(13).
           02 CDL-CUOTAS-PENDIENTES   PIC   9(3).
           02 FILLER                  PIC  X(31).
       01 CERTIFICADO-COLA REDEFINES CERTIFICADO-REG.
           02 CDT-TIPO-REG            PIC   X(1).
           02 CDT-CLIENTE             PIC   9(8).
           02 CDT-CUENTAS             PIC   9(3).
           02 CDT-TOTAL-SALDO         PIC S9(15).
           02 CDT-PLAZOS              PIC   9(3).
           02 CDT-TOTAL-PLAZO         PIC  9(15).
           02 CDT-PRESTAMOS           PIC   9(3).
           02 CDT-TOTAL-PRESTAMO      PIC  9(15).
           02 FILLER                  PIC  X(57).

           *> Acta del reparto en formato fijo: cabecera, una linea
           *> por cuenta liquidada (o compartida con otro titular y
           *> por tanto no repartida), una por heredero con lo que se
           *> le paga y cola con los totales.
       FD F-ACTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "actaherencia.dat".
       01 ACTA-REG.
           02 ACR-TIPO-REG            PIC   X(1).
           02 ACR-RESTO               PIC X(119).
       01 ACTA-CABECERA REDEFINES ACTA-REG.
           02 ACC-TIPO-REG            PIC   X(1).
           02 ACC-CLIENTE             PIC   9(8).
           02 ACC-DOCUMENTO           PIC  X(12).
           02 ACC-NOMBRE              PIC  X(35).
           02 ACC-FECHA-DEFUNCION     PIC   9(8).
           02 ACC-FECHA-REPARTO       PIC   9(8).
           02 ACC-OPERADOR            PIC   9(4).
           02 FILLER                  PIC  X(44).
       01 ACTA-CUENTA REDEFINES ACTA-REG.
           02 ACA-TIPO-REG            PIC   X(1).
           02 ACA-CLIENTE             PIC   9(8).
           02 ACA-CTA-ID              PIC  9(16).
           02 ACA-SALDO-CENT          PIC S9(11).
           02 ACA-COMISION-CENT       PIC  9(11).
           02 ACA-INTERES-CENT        PIC S9(11).
           02 ACA-RETENCION-CENT      PIC  9(11).
           02 ACA-REPARTIDO-CENT      PIC S9(11).
           02 ACA-COMPARTIDA          PIC   9(1).
           02 FILLER                  PIC  X(39).
       01 ACTA-HEREDERO REDEFINES ACTA-REG.
           02 ACH-TIPO-REG            PIC   X(1).
           02 ACH-CLIENTE             PIC   9(8).
           02 ACH-DOCUMENTO           PIC  X(12).
           02 ACH-NOMBRE              PIC  X(35).
           02 ACH-PARTE-PCT           PIC  9(3)V9(2).
           02 ACH-IMPORTE-CENT        PIC  9(11).
           02 ACH-BANCO-DESTINO       PIC   9(4).
           02 ACH-CUENTA-DESTINO      PIC  9(16).
           02 FILLER                  PIC  X(28).
       01 ACTA-COLA REDEFINES ACTA-REG.
           02 ACT-TIPO-REG            PIC   X(1).
           02 ACT-CLIENTE             PIC   9(8).
           02 ACT-CUENTAS             PIC   9(3).
           02 ACT-COMPARTIDAS         PIC   9(3).
           02 ACT-HEREDEROS           PIC   9(2).
           02 ACT-TOTAL-REPARTIDO     PIC  9(13).
           02 FILLER                  PIC  X(90).


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
       77 FSB                      PIC  X(2).
       77 FSPO                     PIC  X(2).
       77 FSR                      PIC  X(2).
       77 FSH                      PIC  X(2).
       77 FSD                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FSG                      PIC  X(2).
       77 FSN                      PIC  X(2).
       77 FSY                      PIC  X(2).
       77 FSV                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 FSL                      PIC  X(2).
       77 FSC                      PIC  X(2).
       77 FSE                      PIC  X(2).
       77 FSJ                      PIC  X(2).
       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).
       77 FSF                      PIC  X(2).
       77 FSAC                     PIC  X(2).

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

           *> Datos tecleados en pantalla: documento del causante,
           *> fecha de defuncion y, para cada heredero, su documento,
           *> nombre, parte (entero y decimales del porcentaje) y
           *> cuenta de pago.
       77 DOCUMENTO-USUARIO        PIC X(12).
       77 DIA-DEF-USUARIO          PIC  9(2).
       77 MES-DEF-USUARIO          PIC  9(2).
       77 ANO-DEF-USUARIO          PIC  9(4).
       77 DOC-HEREDERO-USUARIO     PIC X(12).
       77 NOMBRE-HEREDERO-USUARIO  PIC X(35).
       77 PARTE-ENT-USUARIO        PIC  9(3).
       77 PARTE-DEC-USUARIO        PIC  9(2).
       77 BANCO-DESTINO-USUARIO    PIC  9(4).
       77 CUENTA-DESTINO-USUARIO   PIC 9(16).
       77 IBAN-DESTINO-USUARIO     PIC X(34).
       77 PARTE-USUARIO            PIC 9(3)V9(2).

           *> Causante: ficha de clientes.ubd con el documento
           *> tecleado y su fecha de defuncion en AAAAMMDD.
       77 CLIENTE-CAUSANTE         PIC  9(8).
       77 NOMBRE-CAUSANTE          PIC X(35).
       77 DOCUMENTO-CAUSANTE       PIC X(12).
       77 ESTADO-CAUSANTE          PIC  9(1).
           88 CAUSANTE-FALLECIDO   VALUE 2.
       77 FECHA-DEFUNCION-NUM      PIC  9(8).
       77 FECHA-HOY-NUM            PIC  9(8).
       77 FECHA-OK-SW              PIC  9(1).
           88 FECHA-OK             VALUE 1.
       77 ULTIMO-DIA-DEF           PIC  9(2).

           *> Tarjetas del causante (TARJETA-CLIENTE) y si al
           *> reunirlas se bloquean por defuncion.
       77 NUM-TARJETAS-CAU         PIC  9(3).
       01 TABLA-TARJETAS-CAU.
           05 TDC-TARJETA          PIC 9(16) OCCURS 50 TIMES.
       77 IDX-TARJETA              PIC  9(3).
       77 BLOQUEO-SW               PIC  9(1).
           88 BLOQUEAR-AL-REUNIR   VALUE 1.

           *> Cuentas abiertas alcanzadas por esas tarjetas. Una
           *> cuenta es compartida si la alcanza tambien la tarjeta
           *> de otra persona: no se bloquea ni se reparte.
       77 NUM-CUENTAS-CAU          PIC  9(3).
       01 TABLA-CUENTAS-CAU.
           05 CTC-ENTRY OCCURS 50 TIMES.
               10 CTC-CTA-ID        PIC 9(16).
               10 CTC-TARJETA       PIC 9(16).
               10 CTC-COMPARTIDA-SW PIC  9(1).
                   88 CTC-COMPARTIDA VALUE 1.
               10 CTC-FECHA-POS     PIC  9(8).
               10 CTC-SALDO-POS     PIC S9(11).
               10 CTC-SALDO-INICIAL PIC S9(11).
               10 CTC-COMISION      PIC S9(11).
               10 CTC-INTERES       PIC S9(11).
               10 CTC-RETENCION     PIC S9(11).
               10 CTC-SALDO-FINAL   PIC S9(11).
       77 IDX-CUENTA               PIC  9(3).
       77 NUM-CUENTAS-REPARTO      PIC  9(3).
       77 NUM-CUENTAS-COMPARTIDAS  PIC  9(3).

           *> Herederos anotados para el causante.
       77 NUM-HEREDEROS            PIC  9(2).
       01 TABLA-HEREDEROS.
           05 HTB-ENTRY OCCURS 20 TIMES.
               10 HTB-ORDEN         PIC  9(2).
               10 HTB-DOCUMENTO     PIC X(12).
               10 HTB-NOMBRE        PIC X(35).
               10 HTB-PARTE-PCT     PIC 9(3)V9(2).
               10 HTB-BANCO         PIC  9(4).
               10 HTB-CUENTA        PIC 9(16).
               10 HTB-IBAN          PIC X(34).
               10 HTB-TARJETA       PIC 9(16).
               10 HTB-CTA-ID        PIC 9(16).
               10 HTB-CENT          PIC S9(11).
       77 IDX-HEREDERO             PIC  9(2).
       77 IDX-HEREDERO-HALLADO     PIC  9(2).
       77 ULTIMO-HER-ORDEN         PIC  9(2).
       77 HEREDEROS-PAGADOS        PIC  9(2).
       77 SUMA-PARTES              PIC 9(5)V9(2).

           *> Busquedas en las tablas del causante.
       77 IDX-BUSCA                PIC  9(3).
       77 TARJETA-BUSCADA          PIC 9(16).
       77 CTA-ID-BUSCADA           PIC 9(16).
       77 CTA-ID-ANOTAR            PIC 9(16).
       77 TARJETA-ANOTAR           PIC 9(16).
       77 ENCONTRADA-SW            PIC  9(1).
           88 ENCONTRADA           VALUE 1.
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.

           *> Tarjeta cuya cuenta se resuelve en RESOLVER-CTA-TARJETA
           *> (una tarjeta sin fila en cuentas.ubd es su propia
           *> cuenta).
       77 TARJETA-RESOLVER         PIC 9(16).
       77 CTA-ID-RESUELTA          PIC 9(16).

           *> Cuenta en curso de comprobacion o de cierre.
       77 CTA-ID-CIERRE            PIC 9(16).
       77 TARJETA-CIERRE           PIC 9(16).
       77 MOTIVO-PENDIENTE         PIC X(45).

           *> Recuentos de lo suspendido al registrar la defuncion.
       77 CONT-TARJETAS            PIC  9(3).
       77 CONT-PROGRAMADAS         PIC  9(5).
       77 CONT-MANDATOS            PIC  9(5).
       77 CONT-EMPLEADORES         PIC  9(3).
       77 CONT-SUSCRIPCIONES       PIC  9(3).

           *> Posicion a la fecha de defuncion: si posiciones.ubd no
           *> tiene foto de ese dia se toma la anterior mas cercana,
           *> con el mismo margen que la informacion fiscal.
       78 DIAS-MARGEN-POSICION     VALUE 10.
       77 FECHA-POSICION           PIC  9(8).
       77 DIAS-POSICION-ENTERO     PIC  9(7).
       77 DIAS-RETROCEDIDOS        PIC  9(2).

       77 FECHA-VENCE-NUM          PIC  9(8).
       77 FECHA-APERTURA-NUM       PIC  9(8).
       77 CENT-PENDIENTE-PRE       PIC S9(11).
       77 CUOTAS-PENDIENTES        PIC  9(3).
       77 NUM-PLAZOS-CERT          PIC  9(3).
       77 NUM-PRESTAMOS-CERT       PIC  9(3).
       77 CENT-TOTAL-SALDO         PIC S9(13).
       77 CENT-TOTAL-PLAZO         PIC S9(13).
       77 CENT-TOTAL-PRESTAMO      PIC S9(13).

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

           *> Reparto de cada cuenta: parte del heredero en curso y
           *> lo ya repartido (el ultimo heredero se lleva el resto
           *> para que no se pierdan centimos por redondeo).
       77 CENT-PARTE               PIC S9(11).
       77 CENT-ACUMULADO           PIC S9(11).
       77 CENT-TOTAL-REPARTO       PIC S9(13).

           *> Parametros de LIQCUENTA: fecha de las tarifas, saldo a
           *> prorrata de los dias del mes y lo que devuelve (comision
           *> del mes completo, intereses acreedores o deudores, estos
           *> ya con signo de cargo, y retencion sobre los acreedores).
       77 FECHA-LIQ                PIC  9(8).
       77 CENT-SALDO-PRORRATA      PIC S9(11).
       77 CENT-COMISION-MES        PIC  S9(9).
       77 CENT-INTERES-ACREEDOR    PIC  S9(9).
       77 CENT-INTERES-DEUDOR      PIC S9(11).

           *> Pago por interbanco: tarjeta origen (la de la primera
           *> cuenta repartida), destino e importe.
       77 TARJETA-ORIGEN-ITB       PIC 9(16).
       77 BANCO-ITB                PIC  9(4).
       77 CUENTA-ITB               PIC 9(16).
       77 IBAN-ITB                 PIC X(34).
       77 CENT-ITB                 PIC S9(11).

       77 TARJETA-DESTINO          PIC 9(16).
       77 CTA-ID-DESTINO           PIC 9(16).

           *> Cuenta que nombra un IBAN de la casa: es la que se abona
           *> aunque la tarjeta que llega a ella tenga otra principal.
       77 CTA-ID-IBAN              PIC 9(16).

       COPY IBAN.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 ACCESO-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 08 COL 50
               PIC 9(4) USING ID-OPERADOR-USUARIO.
           05 FILLER BLANK ZERO SECURE LINE 09 COL 50
               PIC 9(6) USING CLAVE-OPERADOR-USUARIO.

       01 DEFUNCION-ACCEPT.
           05 FILLER AUTO LINE 09 COL 45
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 45
               PIC 9(2) USING DIA-DEF-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 10 COL 48
               PIC 9(2) USING MES-DEF-USUARIO.
           05 FILLER BLANK ZERO LINE 10 COL 51
               PIC 9(4) USING ANO-DEF-USUARIO.

       01 HEREDERO-ACCEPT.
           05 FILLER AUTO LINE 09 COL 45
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER AUTO LINE 10 COL 45
               PIC X(12) USING DOC-HEREDERO-USUARIO.
           05 FILLER AUTO LINE 11 COL 45
               PIC X(35) USING NOMBRE-HEREDERO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 45
               PIC 9(3) USING PARTE-ENT-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 49
               PIC 9(2) USING PARTE-DEC-USUARIO.
           05 FILLER LINE 13 COL 45
               PIC X(34) USING IBAN-DESTINO-USUARIO.
           05 FILLER BLANK ZERO LINE 14 COL 45
               PIC 9(16) USING CUENTA-DESTINO-USUARIO.

       01 REPARTO-ACCEPT.
           05 FILLER LINE 09 COL 45
               PIC X(12) USING DOCUMENTO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.

           SET ENVIRONMENT 'COB_SCREEN_EXCEPTIONS' TO 'Y'
           SET ENVIRONMENT 'COB_SCREEN_ESC'        TO 'Y'

           DISPLAY BLANK-SCREEN.

           DISPLAY "UnizarBank - Testamentarias" AT LINE 2
               COL 26 WITH FOREGROUND-COLOR IS BLUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY DIA AT LINE 4 COL 32.
           DISPLAY "-" AT LINE 4 COL 34.
           DISPLAY MES AT LINE 4 COL 35.
           DISPLAY "-" AT LINE 4 COL 37.
           DISPLAY ANO AT LINE 4 COL 38.
           DISPLAY HORAS AT LINE 4 COL 44.
           DISPLAY ":" AT LINE 4 COL 46.
           DISPLAY MINUTOS AT LINE 4 COL 47.


           *> Solo un supervisor registra defunciones y reparte
           *> herencias; cada accion queda en el registro de
           *> auditoria.
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
           DISPLAY "1 - Registrar fallecimiento" AT LINE 8 COL 15.
           DISPLAY "2 - Anotar heredero" AT LINE 9 COL 15.
           DISPLAY "3 - Repartir herencia" AT LINE 10 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO FIN-PROGRAMA
               ELSE
                   GO TO PMENU-ACCEPT.

           IF CHOICE = 1
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO REGISTRAR-DEFUNCION.

           IF CHOICE = 2
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ANOTAR-HEREDERO.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO REPARTIR-HERENCIA.

           GO TO PMENU-ACCEPT.


           *> El causante se identifica por su documento en la ficha
           *> de clientes; la fecha de defuncion no puede ser
           *> posterior a hoy.
       REGISTRAR-DEFUNCION.
           INITIALIZE DOCUMENTO-USUARIO.
           INITIALIZE DIA-DEF-USUARIO.
           INITIALIZE MES-DEF-USUARIO.
           INITIALIZE ANO-DEF-USUARIO.

           DISPLAY "Documento del fallecido:" AT LINE 9 COL 15.
           DISPLAY "Fecha de defuncion (dd mm aaaa):" AT LINE 10
               COL 11.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT DEFUNCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REGISTRAR-DEFUNCION.

           IF DOCUMENTO-USUARIO = SPACES
               GO TO REGISTRAR-DEFUNCION.

           PERFORM VALIDAR-FECHA-DEFUNCION
               THRU VALIDAR-FECHA-DEFUNCION-EXIT.
           IF NOT FECHA-OK
               GO TO FECHA-ERR.

           PERFORM BUSCAR-CAUSANTE THRU BUSCAR-CAUSANTE-EXIT.
           IF CLIENTE-CAUSANTE = 0
               GO TO PCLIENTE-ERR.
           IF CAUSANTE-FALLECIDO
               GO TO YA-FALLECIDO-ERR.


           *> Ultima confirmacion: a partir de aqui las tarjetas
           *> quedan bloqueadas y las ordenes suspendidas.
       CONFIRMAR-DEFUNCION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Cliente:" AT LINE 8 COL 15.
           DISPLAY CLIENTE-CAUSANTE AT LINE 8 COL 45.
           DISPLAY "Nombre:" AT LINE 9 COL 15.
           DISPLAY NOMBRE-CAUSANTE AT LINE 9 COL 45.
           DISPLAY "Documento:" AT LINE 10 COL 15.
           DISPLAY DOCUMENTO-CAUSANTE AT LINE 10 COL 45.
           DISPLAY "Fecha de defuncion:" AT LINE 11 COL 15.
           DISPLAY DIA-DEF-USUARIO AT LINE 11 COL 45.
           DISPLAY "-" AT LINE 11 COL 47.
           DISPLAY MES-DEF-USUARIO AT LINE 11 COL 48.
           DISPLAY "-" AT LINE 11 COL 50.
           DISPLAY ANO-DEF-USUARIO AT LINE 11 COL 51.

           DISPLAY "Se bloquearan todas sus tarjetas y se" AT LINE 14
               COL 15.
           DISPLAY "suspenderan sus ordenes y mandatos." AT LINE 15
               COL 15.
           DISPLAY "Enter - Registrar fallecimiento" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       CONFIRMAR-DEFUNCION-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CONFIRMAR-DEFUNCION-ENTER.


       EJECUTAR-DEFUNCION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM MARCAR-FALLECIDO THRU MARCAR-FALLECIDO-EXIT.

           MOVE 1 TO BLOQUEO-SW.
           PERFORM REUNIR-TARJETAS THRU REUNIR-TARJETAS-EXIT.
           PERFORM REUNIR-CUENTAS THRU REUNIR-CUENTAS-EXIT.
           PERFORM MARCAR-COMPARTIDAS THRU MARCAR-COMPARTIDAS-EXIT.

           PERFORM SUSPENDER-PROGRAMADAS
               THRU SUSPENDER-PROGRAMADAS-EXIT.
           PERFORM SUSPENDER-MANDATOS THRU SUSPENDER-MANDATOS-EXIT.
           PERFORM SUSPENDER-EMPLEADORES
               THRU SUSPENDER-EMPLEADORES-EXIT.
           PERFORM BORRAR-SUSCRIPCIONES
               THRU BORRAR-SUSCRIPCIONES-EXIT.

           PERFORM POSICIONES-DEFUNCION THRU POSICIONES-DEFUNCION-EXIT.
           PERFORM ESCRIBIR-CERTIFICADO THRU ESCRIBIR-CERTIFICADO-EXIT.

           MOVE "DEFUNCION" TO AUD-FUNCION-ACTUAL.
           MOVE CLIENTE-CAUSANTE TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fallecimiento registrado" AT LINE 7 COL 28
               WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Tarjetas bloqueadas:" AT LINE 9 COL 15.
           DISPLAY CONT-TARJETAS AT LINE 9 COL 50.
           DISPLAY "Cuentas en el certificado:" AT LINE 10 COL 15.
           DISPLAY NUM-CUENTAS-CAU AT LINE 10 COL 50.
           DISPLAY "Ordenes permanentes suspendidas:" AT LINE 11
               COL 15.
           DISPLAY CONT-PROGRAMADAS AT LINE 11 COL 50.
           DISPLAY "Mandatos de adeudo suspendidos:" AT LINE 12
               COL 15.
           DISPLAY CONT-MANDATOS AT LINE 12 COL 50.
           DISPLAY "Pagadores de nomina suspendidos:" AT LINE 13
               COL 15.
           DISPLAY CONT-EMPLEADORES AT LINE 13 COL 50.
           DISPLAY "Avisos borrados:" AT LINE 14 COL 15.
           DISPLAY CONT-SUSCRIPCIONES AT LINE 14 COL 50.
           DISPLAY "El certificado de posiciones queda en la cola"
               AT LINE 16 COL 15.
           DISPLAY "de impresion." AT LINE 17 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Alta, cambio o baja de un heredero declarado. Con parte
           *> cero se quita de la declaracion; si su documento ya
           *> figura se sustituyen sus datos. Las partes anotadas no
           *> pueden pasar del cien por cien y no se tocan una vez
           *> repartida la herencia.
       ANOTAR-HEREDERO.
           INITIALIZE DOCUMENTO-USUARIO.
           INITIALIZE DOC-HEREDERO-USUARIO.
           INITIALIZE NOMBRE-HEREDERO-USUARIO.
           INITIALIZE PARTE-ENT-USUARIO.
           INITIALIZE PARTE-DEC-USUARIO.
           INITIALIZE BANCO-DESTINO-USUARIO.
           INITIALIZE CUENTA-DESTINO-USUARIO.
           INITIALIZE IBAN-DESTINO-USUARIO.

           DISPLAY "Documento del fallecido:" AT LINE 9 COL 15.
           DISPLAY "Documento del heredero:" AT LINE 10 COL 15.
           DISPLAY "Nombre del heredero:" AT LINE 11 COL 15.
           DISPLAY "Parte (%):" AT LINE 12 COL 15.
           DISPLAY "," AT LINE 12 COL 48.
           DISPLAY "IBAN destino:" AT LINE 13 COL 15.
           DISPLAY "o tarjeta de esta entidad:" AT LINE 14 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT HEREDERO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ANOTAR-HEREDERO.

           IF DOCUMENTO-USUARIO = SPACES
               OR DOC-HEREDERO-USUARIO = SPACES
               GO TO ANOTAR-HEREDERO.

           PERFORM BUSCAR-CAUSANTE THRU BUSCAR-CAUSANTE-EXIT.
           IF CLIENTE-CAUSANTE = 0
               GO TO PCLIENTE-ERR.
           IF NOT CAUSANTE-FALLECIDO
               GO TO NO-FALLECIDO-ERR.

           PERFORM CARGAR-HEREDEROS THRU CARGAR-HEREDEROS-EXIT.
           IF HEREDEROS-PAGADOS > 0
               GO TO YA-REPARTIDA-ERR.

           MOVE 0 TO IDX-HEREDERO-HALLADO.
           MOVE 0 TO IDX-HEREDERO.

       ANOTAR-HEREDERO-BUSCAR.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO ANOTAR-HEREDERO-PARTE.
           IF HTB-DOCUMENTO(IDX-HEREDERO) = DOC-HEREDERO-USUARIO
               MOVE IDX-HEREDERO TO IDX-HEREDERO-HALLADO
               GO TO ANOTAR-HEREDERO-PARTE.
           GO TO ANOTAR-HEREDERO-BUSCAR.

       ANOTAR-HEREDERO-PARTE.
           COMPUTE PARTE-USUARIO =
               PARTE-ENT-USUARIO + (PARTE-DEC-USUARIO / 100).

           IF PARTE-USUARIO = 0
               IF IDX-HEREDERO-HALLADO = 0
                   GO TO PHEREDERO-ERR
               END-IF
               PERFORM QUITAR-HEREDERO THRU QUITAR-HEREDERO-EXIT
               SUBTRACT HTB-PARTE-PCT(IDX-HEREDERO-HALLADO)
                   FROM SUMA-PARTES
               GO TO ANOTAR-HEREDERO-FIN.

           IF NOMBRE-HEREDERO-USUARIO = SPACES
               GO TO ANOTAR-HEREDERO.

           IF IDX-HEREDERO-HALLADO = 0 AND NUM-HEREDEROS >= 20
               GO TO MAX-HEREDEROS-ERR.

           IF IDX-HEREDERO-HALLADO NOT = 0
               SUBTRACT HTB-PARTE-PCT(IDX-HEREDERO-HALLADO)
                   FROM SUMA-PARTES.
           ADD PARTE-USUARIO TO SUMA-PARTES.
           IF SUMA-PARTES > 100
               GO TO PARTES-EXCEDEN-ERR.

           PERFORM COMPROBAR-DESTINO THRU COMPROBAR-DESTINO-EXIT.

           PERFORM GRABAR-HEREDERO THRU GRABAR-HEREDERO-EXIT.

       ANOTAR-HEREDERO-FIN.
           MOVE "HEREDERO" TO AUD-FUNCION-ACTUAL.
           MOVE CLIENTE-CAUSANTE TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           IF PARTE-USUARIO = 0
               DISPLAY "Heredero quitado de la declaracion"
                   AT LINE 9 COL 22 WITH FOREGROUND-COLOR IS GREEN
           ELSE
               DISPLAY "Heredero anotado correctamente"
                   AT LINE 9 COL 24 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Partes anotadas del causante (%):" AT LINE 11
               COL 15.
           DISPLAY SUMA-PARTES AT LINE 11 COL 50.
           IF SUMA-PARTES < 100
               DISPLAY "Faltan partes para poder repartir"
                   AT LINE 13 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> El reparto exige la declaracion completa (cien por
           *> cien) y ninguna operacion en curso sobre las cuentas
           *> que se van a cerrar.
       REPARTIR-HERENCIA.
           INITIALIZE DOCUMENTO-USUARIO.

           DISPLAY "Documento del fallecido:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT REPARTO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO REPARTIR-HERENCIA.

           IF DOCUMENTO-USUARIO = SPACES
               GO TO REPARTIR-HERENCIA.

           PERFORM BUSCAR-CAUSANTE THRU BUSCAR-CAUSANTE-EXIT.
           IF CLIENTE-CAUSANTE = 0
               GO TO PCLIENTE-ERR.
           IF NOT CAUSANTE-FALLECIDO
               GO TO NO-FALLECIDO-ERR.

           PERFORM CARGAR-HEREDEROS THRU CARGAR-HEREDEROS-EXIT.
           IF HEREDEROS-PAGADOS > 0
               GO TO YA-REPARTIDA-ERR.
           IF NUM-HEREDEROS = 0 OR SUMA-PARTES NOT = 100
               GO TO PARTES-INCOMPLETAS-ERR.

           MOVE 0 TO BLOQUEO-SW.
           PERFORM REUNIR-TARJETAS THRU REUNIR-TARJETAS-EXIT.
           PERFORM REUNIR-CUENTAS THRU REUNIR-CUENTAS-EXIT.
           PERFORM MARCAR-COMPARTIDAS THRU MARCAR-COMPARTIDAS-EXIT.

           IF NUM-CUENTAS-REPARTO = 0
               GO TO SIN-CUENTAS-ERR.

           *> Las cuentas de pago se vuelven a comprobar: pueden haber
           *> cambiado desde que se anoto cada heredero.
           MOVE 0 TO IDX-HEREDERO.

       REPARTIR-HERENCIA-DESTINOS.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO REPARTIR-HERENCIA-CUENTAS.

           MOVE HTB-BANCO(IDX-HEREDERO)  TO BANCO-DESTINO-USUARIO.
           MOVE HTB-CUENTA(IDX-HEREDERO) TO CUENTA-DESTINO-USUARIO.
           MOVE HTB-IBAN(IDX-HEREDERO)   TO IBAN-DESTINO-USUARIO.

           *> Herederos de otra entidad anotados antes del IBAN: se
           *> compone del banco y la cuenta guardados.
           IF IBAN-DESTINO-USUARIO = SPACES
               AND BANCO-DESTINO-USUARIO NOT = 0
               SET IBN-COMPONER TO TRUE
               MOVE BANCO-DESTINO-USUARIO TO IBN-BANCO
               MOVE CUENTA-DESTINO-USUARIO TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN TO IBAN-DESTINO-USUARIO.

           PERFORM COMPROBAR-DESTINO THRU COMPROBAR-DESTINO-EXIT.
           MOVE IBAN-DESTINO-USUARIO TO HTB-IBAN(IDX-HEREDERO).
           MOVE TARJETA-DESTINO TO HTB-TARJETA(IDX-HEREDERO).
           MOVE CTA-ID-DESTINO  TO HTB-CTA-ID(IDX-HEREDERO).
           GO TO REPARTIR-HERENCIA-DESTINOS.

       REPARTIR-HERENCIA-CUENTAS.
           MOVE 0 TO CENT-TOTAL-REPARTO.
           MOVE 0 TO TARJETA-ORIGEN-ITB.
           MOVE 0 TO IDX-CUENTA.

       REPARTIR-HERENCIA-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO CONFIRMAR-REPARTO.
           IF CTC-COMPARTIDA(IDX-CUENTA)
               GO TO REPARTIR-HERENCIA-CUENTA.

           MOVE CTC-CTA-ID(IDX-CUENTA)  TO CTA-ID-CIERRE.
           MOVE CTC-TARJETA(IDX-CUENTA) TO TARJETA-CIERRE.
           IF TARJETA-ORIGEN-ITB = 0
               MOVE TARJETA-CIERRE TO TARJETA-ORIGEN-ITB.

           PERFORM COMPROBAR-PENDIENTES THRU COMPROBAR-PENDIENTES-EXIT.
           IF MOTIVO-PENDIENTE NOT = SPACES
               GO TO PENDIENTES-ERR.

           PERFORM CALCULAR-LIQUIDACION
               THRU CALCULAR-LIQUIDACION-EXIT.
           IF CENT-SALDO-FINAL < 0
               GO TO SALDO-DEUDOR-ERR.

           MOVE CENT-SALDO-INICIAL TO CTC-SALDO-INICIAL(IDX-CUENTA).
           MOVE CENT-COMISION      TO CTC-COMISION(IDX-CUENTA).
           MOVE CENT-INTERES       TO CTC-INTERES(IDX-CUENTA).
           MOVE CENT-RETENCION     TO CTC-RETENCION(IDX-CUENTA).
           MOVE CENT-SALDO-FINAL   TO CTC-SALDO-FINAL(IDX-CUENTA).
           ADD CENT-SALDO-FINAL TO CENT-TOTAL-REPARTO.
           GO TO REPARTIR-HERENCIA-CUENTA.


           *> Resumen del reparto antes de mover dinero.
       CONFIRMAR-REPARTO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Causante:" AT LINE 7 COL 15.
           DISPLAY NOMBRE-CAUSANTE AT LINE 7 COL 45.
           DISPLAY "Cuentas a liquidar y cerrar:" AT LINE 9 COL 15.
           DISPLAY NUM-CUENTAS-REPARTO AT LINE 9 COL 50.
           DISPLAY "Cuentas compartidas (no se tocan):" AT LINE 10
               COL 15.
           DISPLAY NUM-CUENTAS-COMPARTIDAS AT LINE 10 COL 50.
           DISPLAY "Herederos:" AT LINE 11 COL 15.
           DISPLAY NUM-HEREDEROS AT LINE 11 COL 50.
           DISPLAY "Total a repartir (centimos):" AT LINE 12 COL 15.
           DISPLAY CENT-TOTAL-REPARTO AT LINE 12 COL 50.
           DISPLAY "Enter - Repartir herencia" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

       CONFIRMAR-REPARTO-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO CONFIRMAR-REPARTO-ENTER.


           *> A partir de aqui se liquidan y cierran las cuentas, se
           *> paga a cada heredero y se escribe el acta.
       EJECUTAR-REPARTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE 0 TO CENT-TOTAL-REPARTO.
           MOVE 0 TO IDX-HEREDERO.

       EJECUTAR-REPARTO-INICIO.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO <= NUM-HEREDEROS
               MOVE 0 TO HTB-CENT(IDX-HEREDERO)
               GO TO EJECUTAR-REPARTO-INICIO.

           MOVE 0 TO IDX-CUENTA.

       EJECUTAR-REPARTO-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO EJECUTAR-REPARTO-PAGOS.
           IF CTC-COMPARTIDA(IDX-CUENTA)
               GO TO EJECUTAR-REPARTO-CUENTA.

           PERFORM LIQUIDAR-CUENTA THRU LIQUIDAR-CUENTA-EXIT.
           GO TO EJECUTAR-REPARTO-CUENTA.

       EJECUTAR-REPARTO-PAGOS.
           PERFORM PAGAR-HEREDEROS THRU PAGAR-HEREDEROS-EXIT.
           PERFORM CANCELAR-PROGRAMADAS
               THRU CANCELAR-PROGRAMADAS-EXIT.
           PERFORM REVOCAR-MANDATOS THRU REVOCAR-MANDATOS-EXIT.
           PERFORM ANULAR-TARJETAS THRU ANULAR-TARJETAS-EXIT.
           PERFORM ESCRIBIR-ACTA THRU ESCRIBIR-ACTA-EXIT.

           MOVE "HERENCIA" TO AUD-FUNCION-ACTUAL.
           MOVE CLIENTE-CAUSANTE TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Herencia repartida correctamente" AT LINE 9
               COL 23 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Total repartido (centimos):" AT LINE 11 COL 15.
           DISPLAY CENT-TOTAL-REPARTO AT LINE 11 COL 50.
           DISPLAY "Cuentas cerradas:" AT LINE 12 COL 15.
           DISPLAY NUM-CUENTAS-REPARTO AT LINE 12 COL 50.
           DISPLAY "El acta del reparto queda en la cola de"
               AT LINE 14 COL 15.
           DISPLAY "impresion para el notario." AT LINE 15 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Fecha de defuncion tecleada: dia valido del mes y no
           *> posterior a hoy. Deja FECHA-DEFUNCION-NUM en AAAAMMDD.
       VALIDAR-FECHA-DEFUNCION.
           MOVE 0 TO FECHA-OK-SW.

           IF ANO-DEF-USUARIO < 1900
               OR MES-DEF-USUARIO < 1 OR MES-DEF-USUARIO > 12
               OR DIA-DEF-USUARIO < 1
               GO TO VALIDAR-FECHA-DEFUNCION-EXIT.

           IF MES-DEF-USUARIO = 1 OR MES-DEF-USUARIO = 3
               OR MES-DEF-USUARIO = 5 OR MES-DEF-USUARIO = 7
               OR MES-DEF-USUARIO = 8 OR MES-DEF-USUARIO = 10
               OR MES-DEF-USUARIO = 12
               MOVE 31 TO ULTIMO-DIA-DEF
           ELSE
           IF MES-DEF-USUARIO = 2
               IF FUNCTION MOD(ANO-DEF-USUARIO, 4) = 0
                   AND (FUNCTION MOD(ANO-DEF-USUARIO, 100) NOT = 0
                        OR FUNCTION MOD(ANO-DEF-USUARIO, 400) = 0)
                   MOVE 29 TO ULTIMO-DIA-DEF
               ELSE
                   MOVE 28 TO ULTIMO-DIA-DEF
               END-IF
           ELSE
               MOVE 30 TO ULTIMO-DIA-DEF.

           IF DIA-DEF-USUARIO > ULTIMO-DIA-DEF
               GO TO VALIDAR-FECHA-DEFUNCION-EXIT.

           COMPUTE FECHA-DEFUNCION-NUM = (ANO-DEF-USUARIO * 10000)
               + (MES-DEF-USUARIO * 100) + DIA-DEF-USUARIO.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           IF FECHA-DEFUNCION-NUM > FECHA-HOY-NUM
               GO TO VALIDAR-FECHA-DEFUNCION-EXIT.

           MOVE 1 TO FECHA-OK-SW.

       VALIDAR-FECHA-DEFUNCION-EXIT.
           EXIT.


           *> Ficha de clientes.ubd con el documento tecleado (la que
           *> no este de baja si hubiera varias). Si ya consta como
           *> fallecido se toma la fecha de defuncion registrada.
       BUSCAR-CAUSANTE.
           MOVE 0 TO CLIENTE-CAUSANTE.
           MOVE 0 TO ESTADO-CAUSANTE.

           OPEN INPUT F-CLIENTES.
           IF FSE = 35
               CLOSE F-CLIENTES
               GO TO BUSCAR-CAUSANTE-EXIT.
           IF FSE <> 00
               GO TO PSYS-ERR.

       BUSCAR-CAUSANTE-BUCLE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO BUSCAR-CAUSANTE-FIN.

           IF CLI-DOCUMENTO NOT = DOCUMENTO-USUARIO
               GO TO BUSCAR-CAUSANTE-BUCLE.

           IF CLIENTE-CAUSANTE NOT = 0 AND CLI-BAJA
               GO TO BUSCAR-CAUSANTE-BUCLE.

           MOVE CLI-ID        TO CLIENTE-CAUSANTE.
           MOVE CLI-NOMBRE    TO NOMBRE-CAUSANTE.
           MOVE CLI-DOCUMENTO TO DOCUMENTO-CAUSANTE.
           MOVE CLI-ESTADO    TO ESTADO-CAUSANTE.
           IF CLI-FALLECIDO
               COMPUTE FECHA-DEFUNCION-NUM =
                   (CLI-DEFUNCION-ANO * 10000)
                   + (CLI-DEFUNCION-MES * 100) + CLI-DEFUNCION-DIA.

           GO TO BUSCAR-CAUSANTE-BUCLE.

       BUSCAR-CAUSANTE-FIN.
           CLOSE F-CLIENTES.

       BUSCAR-CAUSANTE-EXIT.
           EXIT.


       MARCAR-FALLECIDO.
           OPEN I-O F-CLIENTES.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-CAUSANTE TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO PSYS-ERR.

           SET CLI-FALLECIDO TO TRUE.
           MOVE ANO-DEF-USUARIO TO CLI-DEFUNCION-ANO.
           MOVE MES-DEF-USUARIO TO CLI-DEFUNCION-MES.
           MOVE DIA-DEF-USUARIO TO CLI-DEFUNCION-DIA.

           REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CLIENTES.

       MARCAR-FALLECIDO-EXIT.
           EXIT.


           *> Tarjetas de la ficha del causante. Al registrar la
           *> defuncion las que no estan anuladas pasan a bloqueadas
           *> por defuncion: ningun canal vuelve a operar con ellas.
       REUNIR-TARJETAS.
           MOVE 0 TO NUM-TARJETAS-CAU.
           MOVE 0 TO CONT-TARJETAS.

           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

       REUNIR-TARJETAS-BUCLE.
           READ TARJETAS NEXT RECORD
               AT END GO TO REUNIR-TARJETAS-FIN.

           IF TARJETA-CLIENTE NOT = CLIENTE-CAUSANTE
               GO TO REUNIR-TARJETAS-BUCLE.

           IF NUM-TARJETAS-CAU < 50
               ADD 1 TO NUM-TARJETAS-CAU
               MOVE TNUM TO TDC-TARJETA(NUM-TARJETAS-CAU).

           IF NOT BLOQUEAR-AL-REUNIR OR TARJETA-ANULADA
               OR TARJETA-DEFUNCION
               GO TO REUNIR-TARJETAS-BUCLE.

           SET TARJETA-DEFUNCION TO TRUE.

           MOVE ANO TO TARJETA-MODIF-ANO.
           MOVE MES TO TARJETA-MODIF-MES.
           MOVE DIA TO TARJETA-MODIF-DIA.
           MOVE HORAS TO TARJETA-MODIF-HOR.
           MOVE MINUTOS TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-TARJETAS.

           GO TO REUNIR-TARJETAS-BUCLE.

       REUNIR-TARJETAS-FIN.
           CLOSE TARJETAS.

       REUNIR-TARJETAS-EXIT.
           EXIT.


           *> Cuentas abiertas del causante: la principal de cada
           *> tarjeta y sus adicionales de cuentasad.ubd, sin repetir.
       REUNIR-CUENTAS.
           MOVE 0 TO NUM-CUENTAS-CAU.
           MOVE 0 TO IDX-TARJETA.

       REUNIR-CUENTAS-BUCLE.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CAU
               GO TO REUNIR-CUENTAS-EXIT.

           MOVE TDC-TARJETA(IDX-TARJETA) TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.
           MOVE CTA-ID-RESUELTA          TO CTA-ID-ANOTAR.
           MOVE TDC-TARJETA(IDX-TARJETA) TO TARJETA-ANOTAR.
           PERFORM ANOTAR-CUENTA THRU ANOTAR-CUENTA-EXIT.

           PERFORM REUNIR-ADICIONALES THRU REUNIR-ADICIONALES-EXIT.

           GO TO REUNIR-CUENTAS-BUCLE.

       REUNIR-CUENTAS-EXIT.
           EXIT.

       REUNIR-ADICIONALES.
           OPEN INPUT F-CUENTASAD.
           IF FSA = 35
               CLOSE F-CUENTASAD
               GO TO REUNIR-ADICIONALES-EXIT.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE TDC-TARJETA(IDX-TARJETA) TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO REUNIR-ADICIONALES-FIN.

       REUNIR-ADICIONALES-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO REUNIR-ADICIONALES-FIN.

           IF CAD-TARJETA NOT = TDC-TARJETA(IDX-TARJETA)
               GO TO REUNIR-ADICIONALES-FIN.

           MOVE CAD-CTA-ID  TO CTA-ID-ANOTAR.
           MOVE CAD-TARJETA TO TARJETA-ANOTAR.
           PERFORM ANOTAR-CUENTA THRU ANOTAR-CUENTA-EXIT.

           GO TO REUNIR-ADICIONALES-BUCLE.

       REUNIR-ADICIONALES-FIN.
           CLOSE F-CUENTASAD.

       REUNIR-ADICIONALES-EXIT.
           EXIT.

       ANOTAR-CUENTA.
           MOVE CTA-ID-ANOTAR TO CTA-ID-BUSCADA.
           PERFORM BUSCAR-CUENTA-CAU THRU BUSCAR-CUENTA-CAU-EXIT.
           IF ENCONTRADA
               GO TO ANOTAR-CUENTA-EXIT.

           CALL "CTACERR" USING CTA-ID-ANOTAR CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO ANOTAR-CUENTA-EXIT.

           IF NUM-CUENTAS-CAU >= 50
               GO TO ANOTAR-CUENTA-EXIT.

           ADD 1 TO NUM-CUENTAS-CAU.
           MOVE CTA-ID-ANOTAR  TO CTC-CTA-ID(NUM-CUENTAS-CAU).
           MOVE TARJETA-ANOTAR TO CTC-TARJETA(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-COMPARTIDA-SW(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-FECHA-POS(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-SALDO-POS(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-SALDO-INICIAL(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-COMISION(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-INTERES(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-RETENCION(NUM-CUENTAS-CAU).
           MOVE 0 TO CTC-SALDO-FINAL(NUM-CUENTAS-CAU).

       ANOTAR-CUENTA-EXIT.
           EXIT.


           *> Una cuenta es compartida si la alcanza, como principal o
           *> como adicional, alguna tarjeta que no es del causante:
           *> sigue operando para el otro titular y no se reparte.
       MARCAR-COMPARTIDAS.
           OPEN INPUT F-CUENTAS.
           IF FSU = 35
               CLOSE F-CUENTAS
               GO TO MARCAR-COMPARTIDAS-AD.
           IF FSU <> 00
               GO TO PSYS-ERR.

       MARCAR-COMPARTIDAS-BUCLE.
           READ F-CUENTAS NEXT RECORD
               AT END GO TO MARCAR-COMPARTIDAS-CTA-FIN.

           MOVE CTA-TARJETA TO TARJETA-BUSCADA.
           MOVE CTA-ID      TO CTA-ID-BUSCADA.
           PERFORM MARCAR-SI-AJENA THRU MARCAR-SI-AJENA-EXIT.

           GO TO MARCAR-COMPARTIDAS-BUCLE.

       MARCAR-COMPARTIDAS-CTA-FIN.
           CLOSE F-CUENTAS.

       MARCAR-COMPARTIDAS-AD.
           OPEN INPUT F-CUENTASAD.
           IF FSA = 35
               CLOSE F-CUENTASAD
               GO TO MARCAR-COMPARTIDAS-CUENTA.
           IF FSA <> 00
               GO TO PSYS-ERR.

       MARCAR-COMPARTIDAS-AD-BUCLE.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO MARCAR-COMPARTIDAS-AD-FIN.

           MOVE CAD-TARJETA TO TARJETA-BUSCADA.
           MOVE CAD-CTA-ID  TO CTA-ID-BUSCADA.
           PERFORM MARCAR-SI-AJENA THRU MARCAR-SI-AJENA-EXIT.

           GO TO MARCAR-COMPARTIDAS-AD-BUCLE.

       MARCAR-COMPARTIDAS-AD-FIN.
           CLOSE F-CUENTASAD.

       MARCAR-COMPARTIDAS-CUENTA.
           MOVE 0 TO NUM-CUENTAS-REPARTO.
           MOVE 0 TO NUM-CUENTAS-COMPARTIDAS.
           MOVE 0 TO IDX-CUENTA.

       MARCAR-COMPARTIDAS-CONTAR.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO MARCAR-COMPARTIDAS-EXIT.
           IF CTC-COMPARTIDA(IDX-CUENTA)
               ADD 1 TO NUM-CUENTAS-COMPARTIDAS
           ELSE
               ADD 1 TO NUM-CUENTAS-REPARTO.
           GO TO MARCAR-COMPARTIDAS-CONTAR.

       MARCAR-COMPARTIDAS-EXIT.
           EXIT.

       MARCAR-SI-AJENA.
           PERFORM BUSCAR-CUENTA-CAU THRU BUSCAR-CUENTA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO MARCAR-SI-AJENA-EXIT.
           MOVE IDX-BUSCA TO IDX-CUENTA.

           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               MOVE 1 TO CTC-COMPARTIDA-SW(IDX-CUENTA).

       MARCAR-SI-AJENA-EXIT.
           EXIT.


           *> TARJETA-BUSCADA es una de las tarjetas del causante.
       BUSCAR-TARJETA-CAU.
           MOVE 0 TO ENCONTRADA-SW.
           MOVE 0 TO IDX-BUSCA.

       BUSCAR-TARJETA-CAU-BUCLE.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > NUM-TARJETAS-CAU
               GO TO BUSCAR-TARJETA-CAU-EXIT.
           IF TDC-TARJETA(IDX-BUSCA) = TARJETA-BUSCADA
               MOVE 1 TO ENCONTRADA-SW
               GO TO BUSCAR-TARJETA-CAU-EXIT.
           GO TO BUSCAR-TARJETA-CAU-BUCLE.

       BUSCAR-TARJETA-CAU-EXIT.
           EXIT.

           *> CTA-ID-BUSCADA es una de las cuentas del causante; deja
           *> su posicion en la tabla en IDX-BUSCA.
       BUSCAR-CUENTA-CAU.
           MOVE 0 TO ENCONTRADA-SW.
           MOVE 0 TO IDX-BUSCA.

       BUSCAR-CUENTA-CAU-BUCLE.
           ADD 1 TO IDX-BUSCA.
           IF IDX-BUSCA > NUM-CUENTAS-CAU
               GO TO BUSCAR-CUENTA-CAU-EXIT.
           IF CTC-CTA-ID(IDX-BUSCA) = CTA-ID-BUSCADA
               MOVE 1 TO ENCONTRADA-SW
               GO TO BUSCAR-CUENTA-CAU-EXIT.
           GO TO BUSCAR-CUENTA-CAU-BUCLE.

       BUSCAR-CUENTA-CAU-EXIT.
           EXIT.


           *> Las ordenes permanentes con origen en una tarjeta del
           *> causante dejan de ejecutarse hasta el reparto, en que se
           *> borran.
       SUSPENDER-PROGRAMADAS.
           MOVE 0 TO CONT-PROGRAMADAS.

           OPEN I-O F-PROGRAMADAS.
           IF FSG = 35
               CLOSE F-PROGRAMADAS
               GO TO SUSPENDER-PROGRAMADAS-EXIT.
           IF FSG <> 00
               GO TO PSYS-ERR.

       SUSPENDER-PROGRAMADAS-BUCLE.
           READ F-PROGRAMADAS NEXT RECORD
               AT END GO TO SUSPENDER-PROGRAMADAS-FIN.

           IF NOT PROG-EN-VIGOR
               GO TO SUSPENDER-PROGRAMADAS-BUCLE.

           MOVE PROG-ORIGEN TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO SUSPENDER-PROGRAMADAS-BUCLE.

           SET PROG-SUSPENDIDA TO TRUE.
           REWRITE PROGRAMADA-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-PROGRAMADAS.

           GO TO SUSPENDER-PROGRAMADAS-BUCLE.

       SUSPENDER-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       SUSPENDER-PROGRAMADAS-EXIT.
           EXIT.

           *> Mandatos vigentes de sus tarjetas: los recibos que
           *> lleguen mientras estan suspendidos se devuelven.
       SUSPENDER-MANDATOS.
           MOVE 0 TO CONT-MANDATOS.

           OPEN I-O F-MANDATOS.
           IF FSN = 35
               CLOSE F-MANDATOS
               GO TO SUSPENDER-MANDATOS-EXIT.
           IF FSN <> 00
               GO TO PSYS-ERR.

       SUSPENDER-MANDATOS-BUCLE.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO SUSPENDER-MANDATOS-FIN.

           IF NOT MAN-VIGENTE
               GO TO SUSPENDER-MANDATOS-BUCLE.

           MOVE MAN-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO SUSPENDER-MANDATOS-BUCLE.

           SET MAN-SUSPENDIDO TO TRUE.
           REWRITE MANDATO-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-MANDATOS.

           GO TO SUSPENDER-MANDATOS-BUCLE.

       SUSPENDER-MANDATOS-FIN.
           CLOSE F-MANDATOS.

       SUSPENDER-MANDATOS-EXIT.
           EXIT.

           *> Si el causante pagaba nominas con una de sus tarjetas,
           *> el pagador queda de baja. Las nominas que lleguen para
           *> el causante las devuelve el propio proceso de nominas.
       SUSPENDER-EMPLEADORES.
           MOVE 0 TO CONT-EMPLEADORES.

           OPEN I-O F-EMPLEADORES.
           IF FSY = 35
               CLOSE F-EMPLEADORES
               GO TO SUSPENDER-EMPLEADORES-EXIT.
           IF FSY <> 00
               GO TO PSYS-ERR.

       SUSPENDER-EMPLEADORES-BUCLE.
           READ F-EMPLEADORES NEXT RECORD
               AT END GO TO SUSPENDER-EMPLEADORES-FIN.

           IF NOT EMP-ACTIVO
               GO TO SUSPENDER-EMPLEADORES-BUCLE.

           MOVE EMP-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO SUSPENDER-EMPLEADORES-BUCLE.

           SET EMP-BAJA TO TRUE.
           REWRITE EMPLEADOR-REG INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-EMPLEADORES.

           GO TO SUSPENDER-EMPLEADORES-BUCLE.

       SUSPENDER-EMPLEADORES-FIN.
           CLOSE F-EMPLEADORES.

       SUSPENDER-EMPLEADORES-EXIT.
           EXIT.

           *> Los avisos de saldo y movimientos dejan de enviarse.
       BORRAR-SUSCRIPCIONES.
           MOVE 0 TO CONT-SUSCRIPCIONES.

           OPEN I-O F-SUSCRIPCIONES.
           IF FSV = 35
               CLOSE F-SUSCRIPCIONES
               GO TO BORRAR-SUSCRIPCIONES-EXIT.
           IF FSV <> 00
               GO TO PSYS-ERR.

       BORRAR-SUSCRIPCIONES-BUCLE.
           READ F-SUSCRIPCIONES NEXT RECORD
               AT END GO TO BORRAR-SUSCRIPCIONES-FIN.

           MOVE SUS-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO BORRAR-SUSCRIPCIONES-BUCLE.

           DELETE F-SUSCRIPCIONES RECORD INVALID KEY GO TO PSYS-ERR.
           ADD 1 TO CONT-SUSCRIPCIONES.

           GO TO BORRAR-SUSCRIPCIONES-BUCLE.

       BORRAR-SUSCRIPCIONES-FIN.
           CLOSE F-SUSCRIPCIONES.

       BORRAR-SUSCRIPCIONES-EXIT.
           EXIT.


           *> Saldo de cada cuenta a la fecha de defuncion segun
           *> posiciones.ubd, retrocediendo hasta DIAS-MARGEN-POSICION
           *> dias si ese dia no hay foto. Sin ninguna, fecha cero.
       POSICIONES-DEFUNCION.
           MOVE 0 TO CENT-TOTAL-SALDO.

           OPEN INPUT F-POSICIONES.
           IF FSPO = 35
               CLOSE F-POSICIONES
               GO TO POSICIONES-DEFUNCION-EXIT.
           IF FSPO <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-CUENTA.

       POSICIONES-DEFUNCION-BUCLE.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO POSICIONES-DEFUNCION-FIN.

           PERFORM POSICION-CUENTA THRU POSICION-CUENTA-EXIT.
           ADD CTC-SALDO-POS(IDX-CUENTA) TO CENT-TOTAL-SALDO.

           GO TO POSICIONES-DEFUNCION-BUCLE.

       POSICIONES-DEFUNCION-FIN.
           CLOSE F-POSICIONES.

       POSICIONES-DEFUNCION-EXIT.
           EXIT.

       POSICION-CUENTA.
           MOVE 0 TO DIAS-RETROCEDIDOS.
           MOVE FECHA-DEFUNCION-NUM TO FECHA-POSICION.

       POSICION-CUENTA-LEER.
           MOVE FECHA-POSICION TO POS-FECHA.
           MOVE CTC-CTA-ID(IDX-CUENTA) TO POS-CTA-ID.
           READ F-POSICIONES
               INVALID KEY
                   GO TO POSICION-CUENTA-ANTERIOR
           END-READ.

           IF POS-SALDO-ENT < 0
               COMPUTE CTC-SALDO-POS(IDX-CUENTA) =
                   (POS-SALDO-ENT * 100) - POS-SALDO-DEC
           ELSE
               COMPUTE CTC-SALDO-POS(IDX-CUENTA) =
                   (POS-SALDO-ENT * 100) + POS-SALDO-DEC.
           MOVE FECHA-POSICION TO CTC-FECHA-POS(IDX-CUENTA).
           GO TO POSICION-CUENTA-EXIT.

       POSICION-CUENTA-ANTERIOR.
           ADD 1 TO DIAS-RETROCEDIDOS.
           IF DIAS-RETROCEDIDOS > DIAS-MARGEN-POSICION
               GO TO POSICION-CUENTA-EXIT.
           COMPUTE DIAS-POSICION-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-POSICION) - 1.
           COMPUTE FECHA-POSICION =
               FUNCTION DATE-OF-INTEGER(DIAS-POSICION-ENTERO).
           GO TO POSICION-CUENTA-LEER.

       POSICION-CUENTA-EXIT.
           EXIT.


           *> Certificado de posiciones a la fecha de defuncion en la
           *> cola de impresion: cabecera, saldos, depositos abiertos
           *> ese dia, prestamos con importe pendiente ese dia y cola.
       ESCRIBIR-CERTIFICADO.
           MOVE 0 TO NUM-PLAZOS-CERT.
           MOVE 0 TO NUM-PRESTAMOS-CERT.
           MOVE 0 TO CENT-TOTAL-PLAZO.
           MOVE 0 TO CENT-TOTAL-PRESTAMO.

           OPEN EXTEND F-CERTIFICADOS.
           IF FSF = 35
               OPEN OUTPUT F-CERTIFICADOS
               CLOSE F-CERTIFICADOS
               OPEN EXTEND F-CERTIFICADOS
           END-IF.
           IF FSF NOT = 00
               GO TO PSYS-ERR.

           MOVE SPACES TO CERTIFICADO-REG.
           MOVE "C" TO CDC-TIPO-REG.
           MOVE CLIENTE-CAUSANTE    TO CDC-CLIENTE.
           MOVE DOCUMENTO-CAUSANTE  TO CDC-DOCUMENTO.
           MOVE NOMBRE-CAUSANTE     TO CDC-NOMBRE.
           MOVE FECHA-DEFUNCION-NUM TO CDC-FECHA-DEFUNCION.
           COMPUTE CDC-FECHA-EMISION = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE OPERADOR-ACTUAL     TO CDC-OPERADOR.
           WRITE CERTIFICADO-REG.

           MOVE 0 TO IDX-CUENTA.

       ESCRIBIR-CERTIFICADO-SALDO.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO ESCRIBIR-CERTIFICADO-PLAZOS.

           MOVE SPACES TO CERTIFICADO-REG.
           MOVE "S" TO CDS-TIPO-REG.
           MOVE CLIENTE-CAUSANTE             TO CDS-CLIENTE.
           MOVE CTC-CTA-ID(IDX-CUENTA)       TO CDS-CTA-ID.
           MOVE CTC-TARJETA(IDX-CUENTA)      TO CDS-TARJETA.
           MOVE CTC-FECHA-POS(IDX-CUENTA)    TO CDS-FECHA-POSICION.
           MOVE CTC-SALDO-POS(IDX-CUENTA)    TO CDS-SALDO-CENT.
           MOVE CTC-COMPARTIDA-SW(IDX-CUENTA) TO CDS-COMPARTIDA.
           WRITE CERTIFICADO-REG.

           GO TO ESCRIBIR-CERTIFICADO-SALDO.

           *> Depositos abiertos el dia de la defuncion y no
           *> cancelados, de sus cuentas o contratados con sus
           *> tarjetas.
       ESCRIBIR-CERTIFICADO-PLAZOS.
           OPEN INPUT F-PLAZOS.
           IF FSP = 35
               CLOSE F-PLAZOS
               GO TO ESCRIBIR-CERTIFICADO-PRESTAMOS.
           IF FSP <> 00
               GO TO PSYS-ERR.

       ESCRIBIR-CERTIFICADO-PLZ-BUCLE.
           READ F-PLAZOS NEXT RECORD
               AT END GO TO ESCRIBIR-CERTIFICADO-PLZ-FIN.

           IF PLZ-CANCELADO
               GO TO ESCRIBIR-CERTIFICADO-PLZ-BUCLE.

           COMPUTE FECHA-APERTURA-NUM = (PLZ-APERTURA-ANO * 10000)
               + (PLZ-APERTURA-MES * 100) + PLZ-APERTURA-DIA.
           COMPUTE FECHA-VENCE-NUM = (PLZ-VENCE-ANO * 10000)
               + (PLZ-VENCE-MES * 100) + PLZ-VENCE-DIA.
           IF FECHA-APERTURA-NUM > FECHA-DEFUNCION-NUM
               OR FECHA-VENCE-NUM <= FECHA-DEFUNCION-NUM
               GO TO ESCRIBIR-CERTIFICADO-PLZ-BUCLE.

           MOVE PLZ-CTA-ID TO CTA-ID-BUSCADA.
           PERFORM BUSCAR-CUENTA-CAU THRU BUSCAR-CUENTA-CAU-EXIT.
           IF NOT ENCONTRADA
               MOVE PLZ-TARJETA TO TARJETA-BUSCADA
               PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT
               IF NOT ENCONTRADA
                   GO TO ESCRIBIR-CERTIFICADO-PLZ-BUCLE
               END-IF
           END-IF.

           MOVE SPACES TO CERTIFICADO-REG.
           MOVE "P" TO CDP-TIPO-REG.
           MOVE CLIENTE-CAUSANTE TO CDP-CLIENTE.
           MOVE PLZ-NUM          TO CDP-PLZ-NUM.
           MOVE PLZ-CTA-ID       TO CDP-CTA-ID.
           COMPUTE CDP-IMPORTE-CENT = (PLZ-IMPORTE-ENT * 100)
               + PLZ-IMPORTE-DEC.
           MOVE PLZ-TIPO-PCT     TO CDP-TIPO-PCT.
           MOVE FECHA-VENCE-NUM  TO CDP-VENCE.
           WRITE CERTIFICADO-REG.

           ADD 1 TO NUM-PLAZOS-CERT.
           ADD CDP-IMPORTE-CENT TO CENT-TOTAL-PLAZO.

           GO TO ESCRIBIR-CERTIFICADO-PLZ-BUCLE.

       ESCRIBIR-CERTIFICADO-PLZ-FIN.
           CLOSE F-PLAZOS.

           *> Prestamos abiertos antes de la defuncion con cuotas que
           *> vencian despues o que seguian sin pagar.
       ESCRIBIR-CERTIFICADO-PRESTAMOS.
           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               CLOSE F-PRESTAMOS
               GO TO ESCRIBIR-CERTIFICADO-COLA.
           IF FSZ <> 00
               GO TO PSYS-ERR.

       ESCRIBIR-CERTIFICADO-PRE-BUCLE.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO ESCRIBIR-CERTIFICADO-PRE-FIN.

           COMPUTE FECHA-APERTURA-NUM = (PRE-APERTURA-ANO * 10000)
               + (PRE-APERTURA-MES * 100) + PRE-APERTURA-DIA.
           IF FECHA-APERTURA-NUM > FECHA-DEFUNCION-NUM
               GO TO ESCRIBIR-CERTIFICADO-PRE-BUCLE.

           MOVE PRE-CTA-ID TO CTA-ID-BUSCADA.
           PERFORM BUSCAR-CUENTA-CAU THRU BUSCAR-CUENTA-CAU-EXIT.
           IF NOT ENCONTRADA
               MOVE PRE-TARJETA TO TARJETA-BUSCADA
               PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT
               IF NOT ENCONTRADA
                   GO TO ESCRIBIR-CERTIFICADO-PRE-BUCLE
               END-IF
           END-IF.

           PERFORM PENDIENTE-PRESTAMO THRU PENDIENTE-PRESTAMO-EXIT.
           IF CENT-PENDIENTE-PRE <= 0
               GO TO ESCRIBIR-CERTIFICADO-PRE-BUCLE.

           MOVE SPACES TO CERTIFICADO-REG.
           MOVE "L" TO CDL-TIPO-REG.
           MOVE CLIENTE-CAUSANTE   TO CDL-CLIENTE.
           MOVE PRE-NUM            TO CDL-PRE-NUM.
           MOVE PRE-CTA-ID         TO CDL-CTA-ID.
           COMPUTE CDL-PRINCIPAL-CENT = (PRE-PRINCIPAL-ENT * 100)
               + PRE-PRINCIPAL-DEC.
           MOVE CENT-PENDIENTE-PRE TO CDL-PENDIENTE-CENT.
           MOVE CUOTAS-PENDIENTES  TO CDL-CUOTAS-PENDIENTES.
           WRITE CERTIFICADO-REG.

           ADD 1 TO NUM-PRESTAMOS-CERT.
           ADD CENT-PENDIENTE-PRE TO CENT-TOTAL-PRESTAMO.

           GO TO ESCRIBIR-CERTIFICADO-PRE-BUCLE.

       ESCRIBIR-CERTIFICADO-PRE-FIN.
           CLOSE F-PRESTAMOS.

       ESCRIBIR-CERTIFICADO-COLA.
           MOVE SPACES TO CERTIFICADO-REG.
           MOVE "T" TO CDT-TIPO-REG.
           MOVE CLIENTE-CAUSANTE    TO CDT-CLIENTE.
           MOVE NUM-CUENTAS-CAU     TO CDT-CUENTAS.
           MOVE CENT-TOTAL-SALDO    TO CDT-TOTAL-SALDO.
           MOVE NUM-PLAZOS-CERT     TO CDT-PLAZOS.
           MOVE CENT-TOTAL-PLAZO    TO CDT-TOTAL-PLAZO.
           MOVE NUM-PRESTAMOS-CERT  TO CDT-PRESTAMOS.
           MOVE CENT-TOTAL-PRESTAMO TO CDT-TOTAL-PRESTAMO.
           WRITE CERTIFICADO-REG.

           CLOSE F-CERTIFICADOS.

       ESCRIBIR-CERTIFICADO-EXIT.
           EXIT.

           *> Importe pendiente del prestamo PRE-NUM el dia de la
           *> defuncion segun su cuadro de cuotas.
       PENDIENTE-PRESTAMO.
           MOVE 0 TO CENT-PENDIENTE-PRE.
           MOVE 0 TO CUOTAS-PENDIENTES.

           OPEN INPUT F-CUOTAS.
           IF FSB = 35
               CLOSE F-CUOTAS
               GO TO PENDIENTE-PRESTAMO-EXIT.
           IF FSB <> 00
               GO TO PSYS-ERR.

           MOVE PRE-NUM TO CUO-PRE-NUM.
           MOVE 0 TO CUO-NUMERO.
           START F-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY GO TO PENDIENTE-PRESTAMO-FIN.

       PENDIENTE-PRESTAMO-BUCLE.
           READ F-CUOTAS NEXT RECORD
               AT END GO TO PENDIENTE-PRESTAMO-FIN.

           IF CUO-PRE-NUM NOT = PRE-NUM
               GO TO PENDIENTE-PRESTAMO-FIN.

           IF CUO-ANULADA
               GO TO PENDIENTE-PRESTAMO-BUCLE.

           COMPUTE FECHA-VENCE-NUM = (CUO-VENCE-ANO * 10000)
               + (CUO-VENCE-MES * 100) + CUO-VENCE-DIA.
           IF FECHA-VENCE-NUM > FECHA-DEFUNCION-NUM OR CUO-PENDIENTE
               ADD CUO-IMPORTE-CENT TO CENT-PENDIENTE-PRE
               ADD 1 TO CUOTAS-PENDIENTES.

           GO TO PENDIENTE-PRESTAMO-BUCLE.

       PENDIENTE-PRESTAMO-FIN.
           CLOSE F-CUOTAS.

       PENDIENTE-PRESTAMO-EXIT.
           EXIT.


           *> Herederos anotados del causante, la suma de sus partes,
           *> cuantos constan ya pagados y el ultimo orden usado.
       CARGAR-HEREDEROS.
           MOVE 0 TO NUM-HEREDEROS.
           MOVE 0 TO SUMA-PARTES.
           MOVE 0 TO HEREDEROS-PAGADOS.
           MOVE 0 TO ULTIMO-HER-ORDEN.

           OPEN INPUT F-HEREDEROS.
           IF FSJ = 35
               CLOSE F-HEREDEROS
               GO TO CARGAR-HEREDEROS-EXIT.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-CAUSANTE TO HER-CLIENTE.
           MOVE 0 TO HER-ORDEN.
           START F-HEREDEROS KEY IS NOT LESS THAN HER-CLAVE
               INVALID KEY GO TO CARGAR-HEREDEROS-FIN.

       CARGAR-HEREDEROS-BUCLE.
           READ F-HEREDEROS NEXT RECORD
               AT END GO TO CARGAR-HEREDEROS-FIN.

           IF HER-CLIENTE NOT = CLIENTE-CAUSANTE
               GO TO CARGAR-HEREDEROS-FIN.

           MOVE HER-ORDEN TO ULTIMO-HER-ORDEN.
           IF HER-PAGADO
               ADD 1 TO HEREDEROS-PAGADOS.

           IF NUM-HEREDEROS >= 20
               GO TO CARGAR-HEREDEROS-BUCLE.

           ADD 1 TO NUM-HEREDEROS.
           MOVE HER-ORDEN          TO HTB-ORDEN(NUM-HEREDEROS).
           MOVE HER-DOCUMENTO      TO HTB-DOCUMENTO(NUM-HEREDEROS).
           MOVE HER-NOMBRE         TO HTB-NOMBRE(NUM-HEREDEROS).
           MOVE HER-PARTE-PCT      TO HTB-PARTE-PCT(NUM-HEREDEROS).
           MOVE HER-BANCO-DESTINO  TO HTB-BANCO(NUM-HEREDEROS).
           MOVE HER-CUENTA-DESTINO TO HTB-CUENTA(NUM-HEREDEROS).
           MOVE HER-IBAN-DESTINO   TO HTB-IBAN(NUM-HEREDEROS).
           MOVE 0 TO HTB-TARJETA(NUM-HEREDEROS).
           MOVE 0 TO HTB-CTA-ID(NUM-HEREDEROS).
           MOVE 0 TO HTB-CENT(NUM-HEREDEROS).
           ADD HER-PARTE-PCT TO SUMA-PARTES.

           GO TO CARGAR-HEREDEROS-BUCLE.

       CARGAR-HEREDEROS-FIN.
           CLOSE F-HEREDEROS.

       CARGAR-HEREDEROS-EXIT.
           EXIT.


           *> Alta del heredero con el siguiente orden del causante o
           *> sustitucion de sus datos si su documento ya figuraba.
       GRABAR-HEREDERO.
           OPEN I-O F-HEREDEROS.
           IF FSJ = 35
               OPEN OUTPUT F-HEREDEROS
               CLOSE F-HEREDEROS
               OPEN I-O F-HEREDEROS
           END-IF.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-CAUSANTE TO HER-CLIENTE.
           IF IDX-HEREDERO-HALLADO = 0
               COMPUTE HER-ORDEN = ULTIMO-HER-ORDEN + 1
           ELSE
               MOVE HTB-ORDEN(IDX-HEREDERO-HALLADO) TO HER-ORDEN.

           MOVE DOC-HEREDERO-USUARIO    TO HER-DOCUMENTO.
           MOVE NOMBRE-HEREDERO-USUARIO TO HER-NOMBRE.
           MOVE PARTE-USUARIO           TO HER-PARTE-PCT.
           MOVE BANCO-DESTINO-USUARIO   TO HER-BANCO-DESTINO.
           MOVE CUENTA-DESTINO-USUARIO  TO HER-CUENTA-DESTINO.
           MOVE IBAN-DESTINO-USUARIO    TO HER-IBAN-DESTINO.
           MOVE ANO                     TO HER-ALTA-ANO.
           MOVE MES                     TO HER-ALTA-MES.
           MOVE DIA                     TO HER-ALTA-DIA.
           MOVE OPERADOR-ACTUAL         TO HER-OPERADOR.
           MOVE 0                       TO HER-PAGADO-CENT.
           SET HER-PENDIENTE            TO TRUE.

           IF IDX-HEREDERO-HALLADO = 0
               WRITE HEREDERO-REG INVALID KEY GO TO PSYS-ERR
               END-WRITE
           ELSE
               REWRITE HEREDERO-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE.

           CLOSE F-HEREDEROS.

       GRABAR-HEREDERO-EXIT.
           EXIT.

       QUITAR-HEREDERO.
           OPEN I-O F-HEREDEROS.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-CAUSANTE TO HER-CLIENTE.
           MOVE HTB-ORDEN(IDX-HEREDERO-HALLADO) TO HER-ORDEN.
           DELETE F-HEREDEROS RECORD INVALID KEY GO TO PSYS-ERR.

           CLOSE F-HEREDEROS.

       QUITAR-HEREDERO-EXIT.
           EXIT.

           *> Tras el reparto cada heredero queda pagado con el
           *> importe total que ha recibido.
       MARCAR-HEREDEROS-PAGADOS.
           OPEN I-O F-HEREDEROS.
           IF FSJ <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-HEREDERO.

       MARCAR-HEREDEROS-BUCLE.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO MARCAR-HEREDEROS-FIN.

           MOVE CLIENTE-CAUSANTE TO HER-CLIENTE.
           MOVE HTB-ORDEN(IDX-HEREDERO) TO HER-ORDEN.
           READ F-HEREDEROS INVALID KEY GO TO PSYS-ERR.

           SET HER-PAGADO TO TRUE.
           MOVE HTB-CENT(IDX-HEREDERO) TO HER-PAGADO-CENT.
           REWRITE HEREDERO-REG INVALID KEY GO TO PSYS-ERR.

           GO TO MARCAR-HEREDEROS-BUCLE.

       MARCAR-HEREDEROS-FIN.
           CLOSE F-HEREDEROS.

       MARCAR-HEREDEROS-PAGADOS-EXIT.
           EXIT.


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
               GO TO COMPROBAR-PENDIENTES-EXIT.
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

       COMPROBAR-PENDIENTES-EXIT.
           EXIT.


           *> Comision e intereses del mes en curso a prorrata de los
           *> dias transcurridos, con las tarifas vigentes hoy segun
           *> LIQCUENTA, igual que LIQUIDACION. Los intereses se piden
           *> sobre el saldo a prorrata, asi que la retencion sale ya
           *> sobre el interes prorrateado. Si el mes ya se liquido no
           *> se cobra nada.
       CALCULAR-LIQUIDACION.
           MOVE TARJETA-CIERRE  TO TARJETA-APUNTE.
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



           *> Cuenta de pago del heredero: por IBAN, que tiene que
           *> pasar los digitos de control y ser de una cuenta
           *> espanola, o por una tarjeta activa de esta entidad cuya
           *> cuenta siga abierta. Un IBAN de la casa se trata como su
           *> tarjeta, con el abono en la cuenta que nombra.
       COMPROBAR-DESTINO.
           MOVE 0 TO TARJETA-DESTINO.
           MOVE 0 TO CTA-ID-DESTINO.
           MOVE 0 TO CTA-ID-IBAN.

           IF IBAN-DESTINO-USUARIO = SPACES
               MOVE 0 TO BANCO-DESTINO-USUARIO
               GO TO COMPROBAR-DESTINO-TARJETA.

           SET IBN-VALIDAR TO TRUE.
           MOVE IBAN-DESTINO-USUARIO TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF NOT IBN-CORRECTO
               GO TO DESTINO-ERR.

           MOVE IBN-IBAN TO IBAN-DESTINO-USUARIO.

           IF IBN-PROPIO
               MOVE 0 TO BANCO-DESTINO-USUARIO
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

           CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO DESTINO-ERR.

       COMPROBAR-DESTINO-EXIT.
           EXIT.


           *> Liquida a prorrata la cuenta IDX-CUENTA, reparte su
           *> saldo final entre los herederos segun su parte y la deja
           *> cerrada por herencia.
       LIQUIDAR-CUENTA.
           MOVE CTC-CTA-ID(IDX-CUENTA)        TO CTA-ID-CIERRE.
           MOVE CTC-TARJETA(IDX-CUENTA)       TO TARJETA-CIERRE.
           MOVE CTC-COMISION(IDX-CUENTA)      TO CENT-COMISION.
           MOVE CTC-INTERES(IDX-CUENTA)       TO CENT-INTERES.
           MOVE CTC-RETENCION(IDX-CUENTA)     TO CENT-RETENCION.
           MOVE CTC-SALDO-FINAL(IDX-CUENTA)   TO CENT-SALDO-FINAL.

           MOVE TARJETA-CIERRE TO TARJETA-APUNTE.
           MOVE CTA-ID-CIERRE  TO CTA-ID-APUNTE.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.

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

           MOVE 0 TO CENT-ACUMULADO.
           MOVE 0 TO IDX-HEREDERO.

           *> El ultimo heredero se lleva lo que queda para que la
           *> cuenta quede exactamente a cero.
       LIQUIDAR-CUENTA-HEREDERO.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO LIQUIDAR-CUENTA-CIERRE.

           IF IDX-HEREDERO = NUM-HEREDEROS
               COMPUTE CENT-PARTE = CENT-SALDO-FINAL - CENT-ACUMULADO
           ELSE
               COMPUTE CENT-PARTE = CENT-SALDO-FINAL
                   * HTB-PARTE-PCT(IDX-HEREDERO) / 100.

           ADD CENT-PARTE TO CENT-ACUMULADO.
           ADD CENT-PARTE TO HTB-CENT(IDX-HEREDERO).

           IF CENT-PARTE > 0
               COMPUTE CENT-ABONO = 0 - CENT-PARTE
               MOVE SPACES TO CONCEPTO-CIERRE
               STRING "Herencia - " DELIMITED BY SIZE
                   HTB-NOMBRE(IDX-HEREDERO) DELIMITED BY SIZE
                   INTO CONCEPTO-CIERRE
               SET MOV-TIPO-HERENCIA TO TRUE
               PERFORM APLICAR-MOVIMIENTO
                   THRU APLICAR-MOVIMIENTO-EXIT
           END-IF.

           GO TO LIQUIDAR-CUENTA-HEREDERO.

       LIQUIDAR-CUENTA-CIERRE.
           PERFORM REGISTRAR-CIERRE THRU REGISTRAR-CIERRE-EXIT.
           PERFORM DESVINCULAR-ADICIONAL
               THRU DESVINCULAR-ADICIONAL-EXIT.
           ADD CENT-SALDO-FINAL TO CENT-TOTAL-REPARTO.

       LIQUIDAR-CUENTA-EXIT.
           EXIT.


           *> Cada heredero recibe en un solo pago lo que le toca de
           *> todas las cuentas: abono en su cuenta de esta entidad o
           *> transferencia pendiente en interbanco.ubd.
       PAGAR-HEREDEROS.
           MOVE 0 TO IDX-HEREDERO.

       PAGAR-HEREDEROS-BUCLE.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO PAGAR-HEREDEROS-FIN.

           IF HTB-CENT(IDX-HEREDERO) <= 0
               GO TO PAGAR-HEREDEROS-BUCLE.

           IF HTB-BANCO(IDX-HEREDERO) NOT = 0
               MOVE HTB-BANCO(IDX-HEREDERO)  TO BANCO-ITB
               MOVE HTB-CUENTA(IDX-HEREDERO) TO CUENTA-ITB
               MOVE HTB-IBAN(IDX-HEREDERO)   TO IBAN-ITB
               MOVE HTB-CENT(IDX-HEREDERO)   TO CENT-ITB
               PERFORM ESCRIBIR-INTERBANCO
                   THRU ESCRIBIR-INTERBANCO-EXIT
               GO TO PAGAR-HEREDEROS-BUCLE.

           MOVE HTB-TARJETA(IDX-HEREDERO) TO TARJETA-APUNTE.
           MOVE HTB-CTA-ID(IDX-HEREDERO)  TO CTA-ID-APUNTE.
           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.

           MOVE HTB-CENT(IDX-HEREDERO) TO CENT-ABONO.
           MOVE SPACES TO CONCEPTO-CIERRE.
           STRING "Herencia de " DELIMITED BY SIZE
               NOMBRE-CAUSANTE DELIMITED BY SIZE
               INTO CONCEPTO-CIERRE.
           SET MOV-TIPO-TRF-ENTRADA TO TRUE.
           PERFORM APLICAR-MOVIMIENTO THRU APLICAR-MOVIMIENTO-EXIT.

           GO TO PAGAR-HEREDEROS-BUCLE.

       PAGAR-HEREDEROS-FIN.
           PERFORM MARCAR-HEREDEROS-PAGADOS
               THRU MARCAR-HEREDEROS-PAGADOS-EXIT.

       PAGAR-HEREDEROS-EXIT.
           EXIT.

           *> Transferencia a otra entidad: queda pendiente en
           *> interbanco.ubd para el siguiente envio, con origen en
           *> la tarjeta de la primera cuenta repartida.
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
           MOVE TARJETA-ORIGEN-ITB     TO ITB-TARJETA-ORIGEN.
           MOVE BANCO-ITB              TO ITB-BANCO-DESTINO.
           MOVE CUENTA-ITB             TO ITB-CUENTA-DESTINO.
           MOVE IBAN-ITB               TO ITB-IBAN-DESTINO.
           MOVE ANO                    TO ITB-ANO.
           MOVE MES                    TO ITB-MES.
           MOVE DIA                    TO ITB-DIA.
           COMPUTE ITB-IMPORTE-ENT = CENT-ITB / 100.
           COMPUTE ITB-IMPORTE-DEC =
               CENT-ITB - (ITB-IMPORTE-ENT * 100).
           MOVE "HERENCIA"             TO ITB-REFERENCIA.
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



           *> Repartida la herencia, las ordenes permanentes que se
           *> suspendieron al registrar la defuncion se borran.
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

           IF NOT PROG-SUSPENDIDA
               GO TO CANCELAR-PROGRAMADAS-BUCLE.

           MOVE PROG-ORIGEN TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO CANCELAR-PROGRAMADAS-BUCLE.

           DELETE F-PROGRAMADAS RECORD INVALID KEY GO TO PSYS-ERR.

           GO TO CANCELAR-PROGRAMADAS-BUCLE.

       CANCELAR-PROGRAMADAS-FIN.
           CLOSE F-PROGRAMADAS.

       CANCELAR-PROGRAMADAS-EXIT.
           EXIT.

           *> Igual con los mandatos suspendidos: quedan revocados.
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

           IF NOT MAN-SUSPENDIDO
               GO TO REVOCAR-MANDATOS-BUCLE.

           MOVE MAN-TARJETA TO TARJETA-BUSCADA.
           PERFORM BUSCAR-TARJETA-CAU THRU BUSCAR-TARJETA-CAU-EXIT.
           IF NOT ENCONTRADA
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
           MOVE TARJETA-CIERRE     TO CIE-TARJETA.
           MOVE OPERADOR-ACTUAL    TO CIE-OPERADOR.
           MOVE ANO                TO CIE-ANO.
           MOVE MES                TO CIE-MES.
           MOVE DIA                TO CIE-DIA.
           MOVE CENT-COMISION      TO CIE-COMISION-CENT.
           MOVE CENT-INTERES       TO CIE-INTERES-CENT.
           MOVE CENT-RETENCION     TO CIE-RETENCION-CENT.
           MOVE CENT-SALDO-FINAL   TO CIE-SALDO-CENT.
           SET CIE-PAGO-HERENCIA   TO TRUE.
           MOVE 0                  TO CIE-BANCO-DESTINO.
           MOVE 0                  TO CIE-CUENTA-DESTINO.

           WRITE CIERRE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CIERRES.

       REGISTRAR-CIERRE-EXIT.
           EXIT.


           *> Las tarjetas del causante cuya cuenta principal se ha
           *> cerrado quedan anuladas; las de cuentas compartidas
           *> siguen bloqueadas por defuncion.
       ANULAR-TARJETAS.
           MOVE 0 TO IDX-TARJETA.

       ANULAR-TARJETAS-BUCLE.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CAU
               GO TO ANULAR-TARJETAS-EXIT.

           MOVE TDC-TARJETA(IDX-TARJETA) TO TARJETA-RESOLVER.
           PERFORM RESOLVER-CTA-TARJETA THRU RESOLVER-CTA-TARJETA-EXIT.
           MOVE CTA-ID-RESUELTA TO CTA-ID-BUSCADA.
           PERFORM BUSCAR-CUENTA-CAU THRU BUSCAR-CUENTA-CAU-EXIT.
           IF NOT ENCONTRADA
               GO TO ANULAR-TARJETAS-BUCLE.
           IF CTC-COMPARTIDA(IDX-BUSCA)
               GO TO ANULAR-TARJETAS-BUCLE.

           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

           MOVE TDC-TARJETA(IDX-TARJETA) TO TNUM.
           READ TARJETAS INVALID KEY GO TO ANULAR-TARJETAS-CIERRA.

           IF TARJETA-ANULADA
               GO TO ANULAR-TARJETAS-CIERRA.

           SET TARJETA-ANULADA TO TRUE.

           MOVE ANO TO TARJETA-MODIF-ANO.
           MOVE MES TO TARJETA-MODIF-MES.
           MOVE DIA TO TARJETA-MODIF-DIA.
           MOVE HORAS TO TARJETA-MODIF-HOR.
           MOVE MINUTOS TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

       ANULAR-TARJETAS-CIERRA.
           CLOSE TARJETAS.
           GO TO ANULAR-TARJETAS-BUCLE.

       ANULAR-TARJETAS-EXIT.
           EXIT.

           *> Cerrada una cuenta, desaparece de la seleccion de
           *> cuenta de todas las tarjetas que la tenian vinculada.
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


           *> Acta del reparto para el notario en la cola de
           *> impresion.
       ESCRIBIR-ACTA.
           OPEN EXTEND F-ACTAS.
           IF FSAC = 35
               OPEN OUTPUT F-ACTAS
               CLOSE F-ACTAS
               OPEN EXTEND F-ACTAS
           END-IF.
           IF FSAC NOT = 00
               GO TO PSYS-ERR.

           MOVE SPACES TO ACTA-REG.
           MOVE "C" TO ACC-TIPO-REG.
           MOVE CLIENTE-CAUSANTE    TO ACC-CLIENTE.
           MOVE DOCUMENTO-CAUSANTE  TO ACC-DOCUMENTO.
           MOVE NOMBRE-CAUSANTE     TO ACC-NOMBRE.
           MOVE FECHA-DEFUNCION-NUM TO ACC-FECHA-DEFUNCION.
           COMPUTE ACC-FECHA-REPARTO = (ANO * 10000) + (MES * 100)
               + DIA.
           MOVE OPERADOR-ACTUAL     TO ACC-OPERADOR.
           WRITE ACTA-REG.

           MOVE 0 TO IDX-CUENTA.

       ESCRIBIR-ACTA-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CAU
               GO TO ESCRIBIR-ACTA-HEREDEROS.

           MOVE SPACES TO ACTA-REG.
           MOVE "A" TO ACA-TIPO-REG.
           MOVE CLIENTE-CAUSANTE               TO ACA-CLIENTE.
           MOVE CTC-CTA-ID(IDX-CUENTA)         TO ACA-CTA-ID.
           MOVE CTC-SALDO-INICIAL(IDX-CUENTA)  TO ACA-SALDO-CENT.
           MOVE CTC-COMISION(IDX-CUENTA)       TO ACA-COMISION-CENT.
           MOVE CTC-INTERES(IDX-CUENTA)        TO ACA-INTERES-CENT.
           MOVE CTC-RETENCION(IDX-CUENTA)      TO ACA-RETENCION-CENT.
           MOVE CTC-SALDO-FINAL(IDX-CUENTA)    TO ACA-REPARTIDO-CENT.
           MOVE CTC-COMPARTIDA-SW(IDX-CUENTA)  TO ACA-COMPARTIDA.
           WRITE ACTA-REG.

           GO TO ESCRIBIR-ACTA-CUENTA.

       ESCRIBIR-ACTA-HEREDEROS.
           MOVE 0 TO IDX-HEREDERO.

       ESCRIBIR-ACTA-HEREDERO.
           ADD 1 TO IDX-HEREDERO.
           IF IDX-HEREDERO > NUM-HEREDEROS
               GO TO ESCRIBIR-ACTA-COLA.

           MOVE SPACES TO ACTA-REG.
           MOVE "H" TO ACH-TIPO-REG.
           MOVE CLIENTE-CAUSANTE             TO ACH-CLIENTE.
           MOVE HTB-DOCUMENTO(IDX-HEREDERO)  TO ACH-DOCUMENTO.
           MOVE HTB-NOMBRE(IDX-HEREDERO)     TO ACH-NOMBRE.
           MOVE HTB-PARTE-PCT(IDX-HEREDERO)  TO ACH-PARTE-PCT.
           MOVE HTB-CENT(IDX-HEREDERO)       TO ACH-IMPORTE-CENT.
           MOVE HTB-BANCO(IDX-HEREDERO)      TO ACH-BANCO-DESTINO.
           MOVE HTB-CUENTA(IDX-HEREDERO)     TO ACH-CUENTA-DESTINO.
           WRITE ACTA-REG.

           GO TO ESCRIBIR-ACTA-HEREDERO.

       ESCRIBIR-ACTA-COLA.
           MOVE SPACES TO ACTA-REG.
           MOVE "T" TO ACT-TIPO-REG.
           MOVE CLIENTE-CAUSANTE        TO ACT-CLIENTE.
           MOVE NUM-CUENTAS-REPARTO     TO ACT-CUENTAS.
           MOVE NUM-CUENTAS-COMPARTIDAS TO ACT-COMPARTIDAS.
           MOVE NUM-HEREDEROS           TO ACT-HEREDEROS.
           MOVE CENT-TOTAL-REPARTO      TO ACT-TOTAL-REPARTIDO.
           WRITE ACTA-REG.

           CLOSE F-ACTAS.

       ESCRIBIR-ACTA-EXIT.
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

       FECHA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Fecha de defuncion no valida" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PCLIENTE-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No existe ningun cliente con ese documento"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       YA-FALLECIDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente ya consta como fallecido" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       NO-FALLECIDO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente no consta como fallecido" AT LINE 9
               COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Registre antes el fallecimiento" AT LINE 11
               COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       YA-REPARTIDA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La herencia ya esta repartida" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PHEREDERO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ese heredero no esta anotado" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       MAX-HEREDEROS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se pueden anotar mas herederos" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PARTES-EXCEDEN-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las partes pasarian del cien por cien"
               AT LINE 9 COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PARTES-INCOMPLETAS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Las partes de los herederos no suman cien"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Partes anotadas (%):" AT LINE 11 COL 18.
           DISPLAY SUMA-PARTES AT LINE 11 COL 50.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-CUENTAS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El causante no tiene cuentas que repartir"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PENDIENTES-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "No se puede repartir todavia" AT LINE 9 COL 26
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Cuenta:" AT LINE 11 COL 18.
           DISPLAY CTA-ID-CIERRE AT LINE 11 COL 30.
           DISPLAY MOTIVO-PENDIENTE AT LINE 12 COL 18.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SALDO-DEUDOR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Una cuenta quedaria en descubierto" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Cuenta:" AT LINE 11 COL 18.
           DISPLAY CTA-ID-CIERRE AT LINE 11 COL 30.
           DISPLAY "Saldo tras liquidar (centimos):" AT LINE 12
               COL 18.
           DISPLAY CENT-SALDO-FINAL AT LINE 12 COL 50.
           DISPLAY "Hay que cubrirlo antes del reparto"
               AT LINE 13 COL 18.
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
