       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFCOMIS.

           *> Extracto anual de comisiones e intereses: para cada
           *> cliente de clientes.ubd recorre, por movidx.ubd, los
           *> movimientos del ejercicio de todas sus tarjetas y suma
           *> por cuenta las comisiones cobradas (por clase de tarifa)
           *> y los intereses deudores y acreedores, con el numero de
           *> cargos o abonos de cada concepto. Imprime el extracto
           *> que se envia al cliente, con su cabecera postal, y al
           *> final los totales del banco para cumplimiento normativo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-TARIFAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAR-CLAVE
           FILE STATUS IS FSF.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-TARIFAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarifas.ubd".
           COPY TARIFA.

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSF                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       77 ANO-EXTRACTO              PIC   9(4).
       77 ANO-MOV                   PIC   9(4).
       77 CENT-MOV                  PIC  S9(11).
       77 CTA-MOV                   PIC  9(16).
       77 TARJETA-EN-CURSO          PIC  9(16).
       77 TARJETAS-CLIENTE          PIC   9(3).

           *> Las comisiones se apuntan como MOV-TIPO-COMISION sin la
           *> clase de tarifa que las calculo; cada pantalla y cada
           *> lote les pone siempre el mismo concepto, asi que el
           *> concepto identifica la clase (como hace CONVMOV con los
           *> historicos). Un concepto desconocido va a OTRAS.
       01 TABLA-CONCEPTOS.
           05 FILLER PIC X(35) VALUE "Recargo tarjeta ajena".
           05 FILLER PIC X(12) VALUE "ADQ-RETIRADA".
           05 FILLER PIC X(30) VALUE "Recargo retirada tarjeta ajena".
           05 FILLER PIC X(35) VALUE "Comision transf. otro banco".
           05 FILLER PIC X(12) VALUE "TRF-EXTERNA".
           05 FILLER PIC X(30) VALUE "Transferencias a otros bancos".
           05 FILLER PIC X(35) VALUE "Comision venta entrada".
           05 FILLER PIC X(12) VALUE "ENTRADA-ESP".
           05 FILLER PIC X(30) VALUE "Venta de entradas y abonos".
           05 FILLER PIC X(35) VALUE "Comision venta abono".
           05 FILLER PIC X(12) VALUE "ENTRADA-ESP".
           05 FILLER PIC X(30) VALUE "Venta de entradas y abonos".
           05 FILLER PIC X(35) VALUE "Comision devolucion entrada".
           05 FILLER PIC X(12) VALUE "DEVOL-ENTRAD".
           05 FILLER PIC X(30) VALUE "Devolucion de entradas".
           05 FILLER PIC X(35) VALUE "Comision pedido divisa".
           05 FILLER PIC X(12) VALUE "PEDIDO-DIV".
           05 FILLER PIC X(30) VALUE "Pedidos de billetes en divisa".
           05 FILLER PIC X(35) VALUE "Comision de mantenimiento".
           05 FILLER PIC X(12) VALUE "MANTEN-CTA".
           05 FILLER PIC X(30) VALUE "Mantenimiento de cuenta".
       01 FILLER REDEFINES TABLA-CONCEPTOS.
           05 CONCEPTO-ENTRY OCCURS 7 TIMES.
               10 CNC-CONCEPTO      PIC  X(35).
               10 CNC-CLASE         PIC  X(12).
               10 CNC-TEXTO         PIC  X(30).
       78 NUMERO-CONCEPTOS          VALUE 7.
       77 IDX-CONCEPTO              PIC   9(2).

           *> Clases de comision del extracto: las de tarifas.ubd,
           *> las de la tabla de conceptos que falten y OTRAS al
           *> final.
       78 MAX-CLASES                VALUE 30.
       77 NUM-CLASES                PIC   9(2) VALUE 0.
       01 TABLA-CLASES.
           05 CLASE-ENTRY OCCURS 30 TIMES.
               10 CLS-NOMBRE        PIC  X(12).
               10 CLS-TEXTO         PIC  X(30).
       77 IDX-CLASE                 PIC   9(2).
       77 IDX-OTRAS                 PIC   9(2).
       77 CLASE-NUEVA               PIC  X(12).
       77 TEXTO-NUEVO               PIC  X(30).
       77 CLASE-ANTERIOR            PIC  X(12).

           *> Intereses del extracto: cargados al cliente (1 y 2) y
           *> abonados al cliente (3 y 4).
       01 TABLA-INTERESES.
           05 FILLER PIC X(30) VALUE "Intereses de descubierto".
           05 FILLER PIC X(30) VALUE "Intereses de demora prestamos".
           05 FILLER PIC X(30) VALUE "Intereses abonados en cuenta".
           05 FILLER PIC X(30) VALUE "Intereses depositos a plazo".
       01 FILLER REDEFINES TABLA-INTERESES.
           05 INT-TEXTO             PIC  X(30) OCCURS 4 TIMES.
       77 IDX-INTERES               PIC   9(1).

           *> Acumulados del cliente en curso, por cuenta.
       78 MAX-CUENTAS-CLI           VALUE 20.
       77 NUM-CUENTAS-CLI           PIC   9(2) VALUE 0.
       01 TABLA-CUENTAS-CLI.
           05 CUENTA-CLI-ENTRY OCCURS 20 TIMES.
               10 CCL-CTA-ID        PIC  9(16).
               10 CCL-COMISION OCCURS 30 TIMES.
                   15 CCO-NUM       PIC   9(5).
                   15 CCO-CENT      PIC  S9(11).
               10 CCL-INTERES OCCURS 4 TIMES.
                   15 CIN-NUM       PIC   9(5).
                   15 CIN-CENT      PIC  S9(11).
       77 IDX-CUENTA                PIC   9(2).
       77 LINEAS-CUENTA             PIC   9(3).

       77 CLI-COMISIONES-CENT       PIC  S9(13).
       77 CLI-INT-CARGADOS-CENT     PIC  S9(13).
       77 CLI-INT-ABONADOS-CENT     PIC  S9(13).

           *> Totales del banco en el ejercicio.
       01 TOTALES-BANCO.
           05 TOTAL-COMISION OCCURS 30 TIMES.
               10 TCO-NUM           PIC   9(7).
               10 TCO-CENT          PIC  S9(15).
           05 TOTAL-INTERES OCCURS 4 TIMES.
               10 TIN-NUM           PIC   9(7).
               10 TIN-CENT          PIC  S9(15).
       77 TOTAL-COMISIONES-CENT     PIC  S9(15) VALUE 0.
       77 CONTADOR-EXTRACTOS        PIC   9(7) VALUE 0.
       77 CONTADOR-DESBORDES        PIC   9(5) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO NUM-CLASES.
           MOVE 0 TO CONTADOR-EXTRACTOS.
           MOVE 0 TO CONTADOR-DESBORDES.
           MOVE 0 TO TOTAL-COMISIONES-CENT.
           INITIALIZE TOTALES-BANCO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - INFCOMIS - extracto anual de "
               "comisiones e intereses".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Ejercicio del extracto (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-EXTRACTO.
           DISPLAY " ".

           PERFORM 1000-CARGAR-CLASES THRU 1000-CARGAR-CLASES-EXIT.
           PERFORM 2000-EXTRACTOS-CLIENTES
               THRU 2000-EXTRACTOS-CLIENTES-EXIT.
           PERFORM 8000-TOTALES-BANCO THRU 8000-TOTALES-BANCO-EXIT.

           GOBACK.

           *> Clases de tarifas.ubd (la tabla va ordenada por clase y
           *> vigencia, asi que basta saltar las repetidas), luego las
           *> de comisiones fijas que no tienen fila de tarifa.
       1000-CARGAR-CLASES.
           MOVE SPACES TO CLASE-ANTERIOR.

           OPEN INPUT F-TARIFAS.
           IF FSF = 35
               CLOSE F-TARIFAS
               GO TO 1200-CLASES-CONCEPTOS.
           IF FSF <> 00
               DISPLAY "Error abriendo tarifas.ubd"
               GO TO 1200-CLASES-CONCEPTOS.

       1100-LEER-TARIFA.
           READ F-TARIFAS NEXT RECORD
               AT END GO TO 1190-FIN-TARIFAS.

           IF TAR-CLASE = CLASE-ANTERIOR
               GO TO 1100-LEER-TARIFA.

           MOVE TAR-CLASE TO CLASE-ANTERIOR.
           MOVE TAR-CLASE TO CLASE-NUEVA.
           MOVE TAR-CLASE TO TEXTO-NUEVO.
           PERFORM 1300-ANOTAR-CLASE THRU 1300-ANOTAR-CLASE-EXIT.

           GO TO 1100-LEER-TARIFA.

       1190-FIN-TARIFAS.
           CLOSE F-TARIFAS.

       1200-CLASES-CONCEPTOS.
           MOVE 0 TO IDX-CONCEPTO.

       1210-SIGUIENTE-CONCEPTO.
           ADD 1 TO IDX-CONCEPTO.
           IF IDX-CONCEPTO > NUMERO-CONCEPTOS
               GO TO 1290-CLASE-OTRAS.

           MOVE CNC-CLASE(IDX-CONCEPTO) TO CLASE-NUEVA.
           MOVE CNC-TEXTO(IDX-CONCEPTO) TO TEXTO-NUEVO.
           PERFORM 1300-ANOTAR-CLASE THRU 1300-ANOTAR-CLASE-EXIT.

           GO TO 1210-SIGUIENTE-CONCEPTO.

       1290-CLASE-OTRAS.
           ADD 1 TO NUM-CLASES.
           MOVE NUM-CLASES TO IDX-OTRAS.
           MOVE "OTRAS" TO CLS-NOMBRE(IDX-OTRAS).
           MOVE "Otras comisiones" TO CLS-TEXTO(IDX-OTRAS).

       1000-CARGAR-CLASES-EXIT.
           EXIT.

           *> Anade CLASE-NUEVA si no esta; si ya estaba con su codigo
           *> por texto (venia de tarifas.ubd) toma el texto legible.
           *> Siempre queda un hueco libre para OTRAS.
       1300-ANOTAR-CLASE.
           MOVE 0 TO IDX-CLASE.

       1310-BUSCAR-CLASE.
           ADD 1 TO IDX-CLASE.
           IF IDX-CLASE > NUM-CLASES
               GO TO 1320-NUEVA-CLASE.

           IF CLS-NOMBRE(IDX-CLASE) NOT = CLASE-NUEVA
               GO TO 1310-BUSCAR-CLASE.

           IF CLS-TEXTO(IDX-CLASE) = CLS-NOMBRE(IDX-CLASE)
               MOVE TEXTO-NUEVO TO CLS-TEXTO(IDX-CLASE).
           GO TO 1300-ANOTAR-CLASE-EXIT.

       1320-NUEVA-CLASE.
           IF NUM-CLASES >= MAX-CLASES - 1
               GO TO 1300-ANOTAR-CLASE-EXIT.

           ADD 1 TO NUM-CLASES.
           MOVE CLASE-NUEVA TO CLS-NOMBRE(NUM-CLASES).
           MOVE TEXTO-NUEVO TO CLS-TEXTO(NUM-CLASES).

       1300-ANOTAR-CLASE-EXIT.
           EXIT.

           *> Un extracto por cliente con alguna tarjeta, aunque no
           *> haya tenido ni comisiones ni intereses en el ejercicio.
       2000-EXTRACTOS-CLIENTES.
           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               GO TO 2000-EXTRACTOS-CLIENTES-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-CLIENTES
               GO TO 2000-EXTRACTOS-CLIENTES-EXIT.

           OPEN INPUT F-MOVIDX.
           IF FSX <> 00
               DISPLAY "Error abriendo movidx.ubd"
               CLOSE TARJETAS
               CLOSE F-CLIENTES
               GO TO 2000-EXTRACTOS-CLIENTES-EXIT.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               CLOSE F-MOVIDX
               CLOSE TARJETAS
               CLOSE F-CLIENTES
               GO TO 2000-EXTRACTOS-CLIENTES-EXIT.

           OPEN INPUT F-CUENTAS.

       2100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 2900-FIN-CLIENTES.

           MOVE 0 TO NUM-CUENTAS-CLI.
           MOVE 0 TO TARJETAS-CLIENTE.
           INITIALIZE TABLA-CUENTAS-CLI.

           PERFORM 2200-TARJETAS-CLIENTE
               THRU 2200-TARJETAS-CLIENTE-EXIT.

           IF TARJETAS-CLIENTE = 0
               GO TO 2100-LEER-CLIENTE.

           PERFORM 2500-IMPRIMIR-EXTRACTO
               THRU 2500-IMPRIMIR-EXTRACTO-EXIT.
           ADD 1 TO CONTADOR-EXTRACTOS.

           GO TO 2100-LEER-CLIENTE.

       2900-FIN-CLIENTES.
           CLOSE F-CUENTAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-MOVIDX.
           CLOSE TARJETAS.
           CLOSE F-CLIENTES.

       2000-EXTRACTOS-CLIENTES-EXIT.
           EXIT.

       2200-TARJETAS-CLIENTE.
           MOVE 0 TO TNUM.
           START TARJETAS KEY IS NOT LESS THAN TNUM
               INVALID KEY GO TO 2200-TARJETAS-CLIENTE-EXIT.

       2210-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 2200-TARJETAS-CLIENTE-EXIT.

           IF TARJETA-CLIENTE NOT = CLI-ID
               GO TO 2210-LEER-TARJETA.

           ADD 1 TO TARJETAS-CLIENTE.
           MOVE TNUM TO TARJETA-EN-CURSO.
           PERFORM 2300-MOVIMIENTOS-TARJETA
               THRU 2300-MOVIMIENTOS-TARJETA-EXIT.

           GO TO 2210-LEER-TARJETA.

       2200-TARJETAS-CLIENTE-EXIT.
           EXIT.

           *> Apuntes del ejercicio de la tarjeta, posicionando el
           *> indice en el 1 de enero.
       2300-MOVIMIENTOS-TARJETA.
           MOVE TARJETA-EN-CURSO TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = (ANO-EXTRACTO * 10000000000)
                                    + 101000000.
           MOVE 0 TO MIX-MOV-NUM.

           START F-MOVIDX KEY IS NOT LESS THAN MIX-CLAVE
               INVALID KEY GO TO 2300-MOVIMIENTOS-TARJETA-EXIT.

       2310-LEER-APUNTE.
           READ F-MOVIDX NEXT RECORD
               AT END GO TO 2300-MOVIMIENTOS-TARJETA-EXIT.

           IF MIX-TARJETA NOT = TARJETA-EN-CURSO
               GO TO 2300-MOVIMIENTOS-TARJETA-EXIT.

           COMPUTE ANO-MOV = MIX-FECHA-HORA / 10000000000.
           IF ANO-MOV > ANO-EXTRACTO
               GO TO 2300-MOVIMIENTOS-TARJETA-EXIT.

           MOVE MIX-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS
               INVALID KEY GO TO 2310-LEER-APUNTE.

           IF NOT MOV-TIPO-COMISION AND NOT MOV-TIPO-INTERES
               AND NOT MOV-TIPO-INTERES-DEMORA
               AND NOT MOV-TIPO-INTERES-PLAZO
               GO TO 2310-LEER-APUNTE.

           *> MOV-IMPORTE-DEC lleva siempre la magnitud de los
           *> centimos; el signo lo lleva MOV-IMPORTE-ENT.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-MOV =
                   FUNCTION ABS((MOV-IMPORTE-ENT * 100)
                       - MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                                  + MOV-IMPORTE-DEC.

           IF CENT-MOV = 0
               GO TO 2310-LEER-APUNTE.

           *> Los apuntes anteriores a MOV-CTA-ID van a la cuenta
           *> principal de la tarjeta.
           MOVE MOV-CTA-ID TO CTA-MOV.
           IF CTA-MOV = 0
               MOVE TARJETA-EN-CURSO TO CTA-TARJETA
               READ F-CUENTAS
                   INVALID KEY
                       MOVE 0 TO CTA-MOV
                   NOT INVALID KEY
                       MOVE CTA-ID TO CTA-MOV
               END-READ.

           PERFORM 2400-LOCALIZAR-CUENTA
               THRU 2400-LOCALIZAR-CUENTA-EXIT.
           IF IDX-CUENTA = 0
               GO TO 2310-LEER-APUNTE.

           IF MOV-TIPO-COMISION
               PERFORM 2600-CLASE-COMISION
                   THRU 2600-CLASE-COMISION-EXIT
               ADD 1 TO CCO-NUM(IDX-CUENTA, IDX-CLASE)
               ADD CENT-MOV TO CCO-CENT(IDX-CUENTA, IDX-CLASE)
               ADD 1 TO TCO-NUM(IDX-CLASE)
               ADD CENT-MOV TO TCO-CENT(IDX-CLASE)
               ADD CENT-MOV TO TOTAL-COMISIONES-CENT
               GO TO 2310-LEER-APUNTE.

           *> Descubierto y abono de intereses comparten codigo de
           *> tipo; los distingue el signo y, si el importe no llega
           *> al euro, el concepto que pone la liquidacion.
           MOVE 3 TO IDX-INTERES.
           IF MOV-TIPO-INTERES AND MOV-IMPORTE-ENT < 0
               MOVE 1 TO IDX-INTERES.
           IF MOV-TIPO-INTERES AND MOV-IMPORTE-ENT = 0
               AND MOV-CONCEPTO(1:24) = "Intereses de descubierto"
               MOVE 1 TO IDX-INTERES.
           IF MOV-TIPO-INTERES-DEMORA
               MOVE 2 TO IDX-INTERES.
           IF MOV-TIPO-INTERES-PLAZO
               MOVE 4 TO IDX-INTERES.

           ADD 1 TO CIN-NUM(IDX-CUENTA, IDX-INTERES).
           ADD CENT-MOV TO CIN-CENT(IDX-CUENTA, IDX-INTERES).
           ADD 1 TO TIN-NUM(IDX-INTERES).
           ADD CENT-MOV TO TIN-CENT(IDX-INTERES).

           GO TO 2310-LEER-APUNTE.

       2300-MOVIMIENTOS-TARJETA-EXIT.
           EXIT.

           *> Deja IDX-CUENTA en la fila de CTA-MOV, estrenandola si
           *> hace falta; a cero si el cliente tiene mas cuentas de
           *> las que caben en el extracto.
       2400-LOCALIZAR-CUENTA.
           MOVE 0 TO IDX-CUENTA.

       2410-BUSCAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO 2420-NUEVA-CUENTA.

           IF CCL-CTA-ID(IDX-CUENTA) NOT = CTA-MOV
               GO TO 2410-BUSCAR-CUENTA.

           GO TO 2400-LOCALIZAR-CUENTA-EXIT.

       2420-NUEVA-CUENTA.
           IF NUM-CUENTAS-CLI >= MAX-CUENTAS-CLI
               ADD 1 TO CONTADOR-DESBORDES
               DISPLAY "AVISO: cliente " CLI-ID
                   " con demasiadas cuentas; apunte "
                   MOV-NUM(19:17) " fuera del extracto"
               MOVE 0 TO IDX-CUENTA
               GO TO 2400-LOCALIZAR-CUENTA-EXIT.

           ADD 1 TO NUM-CUENTAS-CLI.
           MOVE NUM-CUENTAS-CLI TO IDX-CUENTA.
           MOVE CTA-MOV TO CCL-CTA-ID(IDX-CUENTA).

       2400-LOCALIZAR-CUENTA-EXIT.
           EXIT.

           *> Clase de tarifa de la comision segun su concepto.
       2600-CLASE-COMISION.
           MOVE IDX-OTRAS TO IDX-CLASE.
           MOVE 0 TO IDX-CONCEPTO.

       2610-BUSCAR-CONCEPTO.
           ADD 1 TO IDX-CONCEPTO.
           IF IDX-CONCEPTO > NUMERO-CONCEPTOS
               GO TO 2600-CLASE-COMISION-EXIT.

           IF CNC-CONCEPTO(IDX-CONCEPTO) NOT = MOV-CONCEPTO
               GO TO 2610-BUSCAR-CONCEPTO.

           MOVE 0 TO IDX-CLASE.

       2620-BUSCAR-CLASE.
           ADD 1 TO IDX-CLASE.
           IF IDX-CLASE > NUM-CLASES
               MOVE IDX-OTRAS TO IDX-CLASE
               GO TO 2600-CLASE-COMISION-EXIT.

           IF CLS-NOMBRE(IDX-CLASE) NOT = CNC-CLASE(IDX-CONCEPTO)
               GO TO 2620-BUSCAR-CLASE.

       2600-CLASE-COMISION-EXIT.
           EXIT.

           *> Extracto para el cliente con la cabecera postal del
           *> maestro de clientes, como el certificado fiscal.
       2500-IMPRIMIR-EXTRACTO.
           MOVE 0 TO CLI-COMISIONES-CENT.
           MOVE 0 TO CLI-INT-CARGADOS-CENT.
           MOVE 0 TO CLI-INT-ABONADOS-CENT.

           DISPLAY "----------------------------------------"
               "----------------------------------------".
           DISPLAY "UnizarBank - Extracto anual de comisiones e "
               "intereses - ejercicio " ANO-EXTRACTO.
           DISPLAY " ".
           DISPLAY "Titular  : " CLI-NOMBRE.
           DISPLAY "Direccion: " CLI-DIRECCION.
           DISPLAY "           " CLI-CODPOSTAL " " CLI-POBLACION.
           DISPLAY "Documento: " CLI-DOCUMENTO.
           DISPLAY " ".

           IF NUM-CUENTAS-CLI = 0
               DISPLAY "Sin comisiones ni intereses en el ejercicio."
               GO TO 2590-TOTALES-CLIENTE.

           MOVE 0 TO IDX-CUENTA.

       2510-SIGUIENTE-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO 2590-TOTALES-CLIENTE.

           DISPLAY "Cuenta " CCL-CTA-ID(IDX-CUENTA).
           DISPLAY "   Concepto                        Operaciones"
               "       Importe".
           MOVE 0 TO IDX-CLASE.

       2520-LINEA-COMISION.
           ADD 1 TO IDX-CLASE.
           IF IDX-CLASE > NUM-CLASES
               MOVE 0 TO IDX-INTERES
               GO TO 2530-LINEA-INTERES.

           IF CCO-NUM(IDX-CUENTA, IDX-CLASE) = 0
               GO TO 2520-LINEA-COMISION.

           DISPLAY "   Comision " CLS-TEXTO(IDX-CLASE) " "
               CCO-NUM(IDX-CUENTA, IDX-CLASE) "  "
               CCO-CENT(IDX-CUENTA, IDX-CLASE) " centimos".
           ADD CCO-CENT(IDX-CUENTA, IDX-CLASE) TO CLI-COMISIONES-CENT.

           GO TO 2520-LINEA-COMISION.

       2530-LINEA-INTERES.
           ADD 1 TO IDX-INTERES.
           IF IDX-INTERES > 4
               DISPLAY " "
               GO TO 2510-SIGUIENTE-CUENTA.

           IF CIN-NUM(IDX-CUENTA, IDX-INTERES) = 0
               GO TO 2530-LINEA-INTERES.

           DISPLAY "   " INT-TEXTO(IDX-INTERES) "          "
               CIN-NUM(IDX-CUENTA, IDX-INTERES) "  "
               CIN-CENT(IDX-CUENTA, IDX-INTERES) " centimos".

           IF IDX-INTERES < 3
               ADD CIN-CENT(IDX-CUENTA, IDX-INTERES)
                   TO CLI-INT-CARGADOS-CENT
           ELSE
               ADD CIN-CENT(IDX-CUENTA, IDX-INTERES)
                   TO CLI-INT-ABONADOS-CENT.

           GO TO 2530-LINEA-INTERES.

       2590-TOTALES-CLIENTE.
           DISPLAY " ".
           DISPLAY "Total comisiones cobradas     : "
               CLI-COMISIONES-CENT " centimos".
           DISPLAY "Total intereses cobrados      : "
               CLI-INT-CARGADOS-CENT " centimos".
           DISPLAY "Total intereses abonados      : "
               CLI-INT-ABONADOS-CENT " centimos".
           DISPLAY " ".

       2500-IMPRIMIR-EXTRACTO-EXIT.
           EXIT.

           *> Totales del banco para cumplimiento: todas las clases,
           *> tambien las que no cobraron nada en el ejercicio.
       8000-TOTALES-BANCO.
           DISPLAY "========================================"
               "========================================".
           DISPLAY "Totales del banco - comisiones e intereses - "
               "ejercicio " ANO-EXTRACTO.
           DISPLAY " ".
           DISPLAY "   Clase        Concepto                       "
               "Operaciones          Importe".

           MOVE 0 TO IDX-CLASE.

       8100-TOTAL-CLASE.
           ADD 1 TO IDX-CLASE.
           IF IDX-CLASE > NUM-CLASES
               MOVE 0 TO IDX-INTERES
               DISPLAY " "
               GO TO 8200-TOTAL-INTERES.

           DISPLAY "   " CLS-NOMBRE(IDX-CLASE) " " CLS-TEXTO(IDX-CLASE)
               " " TCO-NUM(IDX-CLASE) "  " TCO-CENT(IDX-CLASE).

           GO TO 8100-TOTAL-CLASE.

       8200-TOTAL-INTERES.
           ADD 1 TO IDX-INTERES.
           IF IDX-INTERES > 4
               GO TO 8900-RESUMEN.

           DISPLAY "                " INT-TEXTO(IDX-INTERES) " "
               TIN-NUM(IDX-INTERES) "  " TIN-CENT(IDX-INTERES).

           GO TO 8200-TOTAL-INTERES.

       8900-RESUMEN.
           DISPLAY " ".
           DISPLAY "Total comisiones      : " TOTAL-COMISIONES-CENT
               " centimos".
           DISPLAY "Extractos emitidos    : " CONTADOR-EXTRACTOS.
           DISPLAY "Apuntes sin extracto  : " CONTADOR-DESBORDES.

       8000-TOTALES-BANCO-EXIT.
           EXIT.
