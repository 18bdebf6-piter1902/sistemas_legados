       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFFISCAL.

           *> Informacion fiscal anual por cliente: para cada cliente
           *> de clientes.ubd suma, sobre todas sus tarjetas y cuentas
           *> (principales y de cuentasad.ubd), los intereses
           *> abonados en cuenta y en depositos a plazo, las
           *> retenciones practicadas y los intereses de prestamo
           *> pagados en las cuotas, y toma el saldo a 31 de
           *> diciembre de cada cuenta de posiciones.ubd. Imprime el
           *> certificado que se envia al cliente, con su cabecera
           *> postal, y escribe el fichero oficial de la declaracion
           *> informativa con cabecera y cola de control.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

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

           SELECT F-CUENTASAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-CLAVE
           FILE STATUS IS FSA.

           SELECT F-POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-CLAVE
           FILE STATUS IS FSP.

           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT F-DECLARACION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

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

       FD F-CUENTASAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasad.ubd".
           COPY CUENTAAD.

       FD F-POSICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "posiciones.ubd".
           COPY POSICION.

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

           *> Declaracion informativa anual en formato fijo, un
           *> fichero por ejercicio (inffiscalAAAA.dat): cabecera,
           *> una linea por cliente y cola con recuento y totales.
       FD F-DECLARACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-DECLARACION.
       01 DECLARACION-REG.
           02 DCL-TIPO-REG            PIC   X(1).
           02 DCL-RESTO               PIC X(119).
       01 DECLARACION-CABECERA REDEFINES DECLARACION-REG.
           02 CAB-TIPO-REG            PIC   X(1).
           02 CAB-EJERCICIO           PIC   9(4).
           02 CAB-FECHA               PIC   9(8).
           02 FILLER                  PIC X(107).
       01 DECLARACION-DETALLE REDEFINES DECLARACION-REG.
           02 DET-TIPO-REG            PIC   X(1).
           02 DET-DOCUMENTO           PIC  X(12).
           02 DET-NOMBRE              PIC  X(35).
           02 DET-INTERES-CENT        PIC  9(13).
           02 DET-PLAZO-CENT          PIC  9(13).
           02 DET-RETENCION-CENT      PIC  9(13).
           02 DET-PRESTAMO-CENT       PIC  9(13).
           02 DET-SALDO-CENT          PIC S9(13).
           02 FILLER                  PIC   X(7).
       01 DECLARACION-COLA REDEFINES DECLARACION-REG.
           02 COL-TIPO-REG            PIC   X(1).
           02 COL-CLIENTES            PIC   9(7).
           02 COL-TOTAL-INTERES       PIC  9(15).
           02 COL-TOTAL-PLAZO         PIC  9(15).
           02 COL-TOTAL-RETENCION     PIC  9(15).
           02 COL-TOTAL-PRESTAMO      PIC  9(15).
           02 COL-TOTAL-SALDO         PIC S9(15).
           02 FILLER                  PIC  X(37).

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSZ                       PIC   X(2).
       77 FSD                       PIC   X(2).

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

       77 ANO-DECLARADO             PIC   9(4).
       77 NOMBRE-DECLARACION        PIC  X(24).

       77 CENT-MOV                  PIC  S9(11).
       77 CLIENTE-BUSCADO           PIC   9(8).

           *> Parte de intereses de una cuota de prestamo: el cuadro
           *> reparte el interes simple total a partes iguales, asi
           *> que cada cuota lleva la proporcion interes / (principal
           *> mas interes) de su importe.
       77 CENT-PRINCIPAL-PRE        PIC  S9(11).
       77 CENT-INTERES-PRE          PIC  S9(11).
       77 CENT-INTERES-CUOTA        PIC  S9(11).
       77 PRESTAMO-HALLADO-SW       PIC   9(1).
           88 PRESTAMO-HALLADO      VALUE 1.

           *> Acumulados del ejercicio por cliente.
       77 NUM-CLIENTES              PIC   9(6) VALUE 0.
       01 TABLA-CLIENTES.
           05 CLIENTE-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON NUM-CLIENTES.
               10 ACU-CLI-ID        PIC   9(8).
               10 ACU-INTERES-CENT  PIC  S9(13).
               10 ACU-PLAZO-CENT    PIC  S9(13).
               10 ACU-RETENCION-CENT PIC S9(13).
               10 ACU-PRESTAMO-CENT PIC  S9(13).

       77 IDX-CLIENTE               PIC   9(6).
       77 CLIENTE-HALLADO-SW        PIC   9(1).
           88 CLIENTE-HALLADO       VALUE 1.

           *> Cuentas distintas del cliente en curso, alcanzadas por
           *> cualquiera de sus tarjetas.
       77 NUM-CUENTAS-CLI           PIC   9(3) VALUE 0.
       01 TABLA-CUENTAS-CLI.
           05 CUENTA-CLI-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON NUM-CUENTAS-CLI.
               10 CCL-CTA-ID        PIC  9(16).
               10 CCL-SALDO-CENT    PIC S9(11).
               10 CCL-FECHA-SALDO   PIC   9(8).

       77 IDX-CUENTA                PIC   9(3).
       77 CTA-ID-NUEVA              PIC  9(16).
       77 TARJETA-EN-CURSO          PIC  9(16).

           *> Si el fin de dia no corrio el 31 de diciembre se toma
           *> la ultima foto anterior dentro de este margen de dias.
       78 DIAS-MARGEN-POSICION      VALUE 10.
       77 DIAS-RETROCEDIDOS         PIC   9(2).
       77 FECHA-POSICION            PIC   9(8).

       77 SALDO-CLIENTE-CENT        PIC  S9(13).
       77 CENT-INTERES-CLI          PIC  S9(13).
       77 CENT-PLAZO-CLI            PIC  S9(13).
       77 CENT-RETENCION-CLI        PIC  S9(13).
       77 CENT-PRESTAMO-CLI         PIC  S9(13).

       77 CONTADOR-SIN-CLIENTE      PIC   9(5) VALUE 0.
       77 CONTADOR-DECLARADOS       PIC   9(7) VALUE 0.
       77 TOTAL-INTERES-CENT        PIC  S9(15) VALUE 0.
       77 TOTAL-PLAZO-CENT          PIC  S9(15) VALUE 0.
       77 TOTAL-RETENCION-CENT      PIC  S9(15) VALUE 0.
       77 TOTAL-PRESTAMO-CENT       PIC  S9(15) VALUE 0.
       77 TOTAL-SALDO-CENT          PIC  S9(15) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO NUM-CLIENTES.
           MOVE 0 TO CONTADOR-SIN-CLIENTE.
           MOVE 0 TO CONTADOR-DECLARADOS.
           MOVE 0 TO TOTAL-INTERES-CENT.
           MOVE 0 TO TOTAL-PLAZO-CENT.
           MOVE 0 TO TOTAL-RETENCION-CENT.
           MOVE 0 TO TOTAL-PRESTAMO-CENT.
           MOVE 0 TO TOTAL-SALDO-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - INFFISCAL - informacion fiscal anual".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Ejercicio a declarar (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-DECLARADO.
           DISPLAY " ".

           PERFORM 1000-ACUMULAR-EJERCICIO
               THRU 1000-ACUMULAR-EJERCICIO-EXIT.
           PERFORM 2000-DECLARAR-CLIENTES
               THRU 2000-DECLARAR-CLIENTES-EXIT.

           GOBACK.

           *> Recorre los movimientos del ejercicio y acumula por
           *> cliente (el de la tarjeta del apunte) los intereses, las
           *> retenciones y la parte de intereses de las cuotas.
       1000-ACUMULAR-EJERCICIO.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               GO TO 1000-ACUMULAR-EJERCICIO-EXIT.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 1000-ACUMULAR-EJERCICIO-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-MOVIMIENTOS
               GO TO 1000-ACUMULAR-EJERCICIO-EXIT.

       1100-LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO 1900-FIN-MOVIMIENTOS.

           IF MOV-ANO NOT = ANO-DECLARADO
               GO TO 1100-LEER-MOVIMIENTO.

           IF NOT MOV-TIPO-INTERES AND NOT MOV-TIPO-INTERES-PLAZO
               AND NOT MOV-TIPO-RETENCION-FISCAL
               AND NOT MOV-TIPO-CUOTA-PRESTAMO
               GO TO 1100-LEER-MOVIMIENTO.

           *> Los intereses deudores llevan el mismo codigo de tipo
           *> pero en negativo: no son rendimiento del cliente. Por
           *> debajo del euro MOV-IMPORTE-ENT es cero y no lleva el
           *> signo, asi que se reconocen por su concepto, como en
           *> INFCOMIS.
           IF MOV-TIPO-INTERES
               AND (MOV-IMPORTE-ENT < 0
                   OR MOV-CONCEPTO(1:24) = "Intereses de descubierto")
               GO TO 1100-LEER-MOVIMIENTO.

           *> MOV-IMPORTE-DEC lleva siempre la magnitud (positiva) de
           *> los centimos; el signo del importe lo lleva por completo
           *> MOV-IMPORTE-ENT.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-MOV =
                   FUNCTION ABS((MOV-IMPORTE-ENT * 100)
                       - MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                                  + MOV-IMPORTE-DEC.

           IF CENT-MOV = 0
               GO TO 1100-LEER-MOVIMIENTO.

           MOVE 0 TO CLIENTE-BUSCADO.
           MOVE MOV-TARJETA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TARJETA-CLIENTE TO CLIENTE-BUSCADO
           END-READ.

           IF CLIENTE-BUSCADO = 0
               ADD 1 TO CONTADOR-SIN-CLIENTE
               DISPLAY "AVISO: tarjeta " MOV-TARJETA
                   " sin cliente asignado; apunte "
                   MOV-NUM(19:17) " no declarado"
               GO TO 1100-LEER-MOVIMIENTO.

           PERFORM 1300-LOCALIZAR-CLIENTE
               THRU 1300-LOCALIZAR-CLIENTE-EXIT.

           IF MOV-TIPO-INTERES
               ADD CENT-MOV TO ACU-INTERES-CENT(IDX-CLIENTE).
           IF MOV-TIPO-INTERES-PLAZO
               ADD CENT-MOV TO ACU-PLAZO-CENT(IDX-CLIENTE).
           IF MOV-TIPO-RETENCION-FISCAL
               ADD CENT-MOV TO ACU-RETENCION-CENT(IDX-CLIENTE).
           IF MOV-TIPO-CUOTA-PRESTAMO
               PERFORM 1400-INTERES-CUOTA THRU 1400-INTERES-CUOTA-EXIT
               ADD CENT-INTERES-CUOTA
                   TO ACU-PRESTAMO-CENT(IDX-CLIENTE).

           GO TO 1100-LEER-MOVIMIENTO.

       1900-FIN-MOVIMIENTOS.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

       1000-ACUMULAR-EJERCICIO-EXIT.
           EXIT.

           *> Localiza (o estrena) la fila del cliente y deja
           *> IDX-CLIENTE apuntandola.
       1300-LOCALIZAR-CLIENTE.
           MOVE 0 TO IDX-CLIENTE.

       1310-BUSCAR-CLIENTE.
           ADD 1 TO IDX-CLIENTE.
           IF IDX-CLIENTE > NUM-CLIENTES
               ADD 1 TO NUM-CLIENTES
               MOVE NUM-CLIENTES TO IDX-CLIENTE
               MOVE CLIENTE-BUSCADO TO ACU-CLI-ID(IDX-CLIENTE)
               MOVE 0 TO ACU-INTERES-CENT(IDX-CLIENTE)
               MOVE 0 TO ACU-PLAZO-CENT(IDX-CLIENTE)
               MOVE 0 TO ACU-RETENCION-CENT(IDX-CLIENTE)
               MOVE 0 TO ACU-PRESTAMO-CENT(IDX-CLIENTE)
               GO TO 1300-LOCALIZAR-CLIENTE-EXIT.

           IF ACU-CLI-ID(IDX-CLIENTE) NOT = CLIENTE-BUSCADO
               GO TO 1310-BUSCAR-CLIENTE.

       1300-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

           *> Busca el prestamo de la cuota cobrada (misma tarjeta,
           *> misma cuenta si el apunte la lleva, y misma cuota) y
           *> deja en CENT-INTERES-CUOTA su parte de intereses.
       1400-INTERES-CUOTA.
           MOVE 0 TO CENT-INTERES-CUOTA.
           MOVE 0 TO PRESTAMO-HALLADO-SW.

           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               CLOSE F-PRESTAMOS
               GO TO 1400-INTERES-CUOTA-EXIT.
           IF FSZ <> 00
               GO TO 1400-INTERES-CUOTA-EXIT.

       1410-LEER-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO 1490-FIN-PRESTAMOS.

           IF PRE-TARJETA NOT = MOV-TARJETA
               GO TO 1410-LEER-PRESTAMO.
           IF MOV-CTA-ID NOT = 0 AND PRE-CTA-ID NOT = MOV-CTA-ID
               GO TO 1410-LEER-PRESTAMO.
           IF PRE-CUOTA-CENT NOT = CENT-MOV
               GO TO 1410-LEER-PRESTAMO.

           MOVE 1 TO PRESTAMO-HALLADO-SW.

       1490-FIN-PRESTAMOS.
           CLOSE F-PRESTAMOS.

           IF NOT PRESTAMO-HALLADO
               DISPLAY "AVISO: cuota " MOV-NUM(19:17)
                   " sin prestamo asociado; intereses no declarados"
               GO TO 1400-INTERES-CUOTA-EXIT.

           COMPUTE CENT-PRINCIPAL-PRE = (PRE-PRINCIPAL-ENT * 100)
                                        + PRE-PRINCIPAL-DEC.
           COMPUTE CENT-INTERES-PRE ROUNDED =
               CENT-PRINCIPAL-PRE * PRE-TIPO-PCT * PRE-MESES / 1200.

           IF CENT-PRINCIPAL-PRE + CENT-INTERES-PRE > 0
               COMPUTE CENT-INTERES-CUOTA ROUNDED =
                   CENT-MOV * CENT-INTERES-PRE
                   / (CENT-PRINCIPAL-PRE + CENT-INTERES-PRE).

       1400-INTERES-CUOTA-EXIT.
           EXIT.

           *> Recorre el maestro de clientes: cada cliente con alguna
           *> cuenta o algun importe del ejercicio recibe su
           *> certificado y su linea en la declaracion.
       2000-DECLARAR-CLIENTES.
           MOVE SPACES TO NOMBRE-DECLARACION.
           STRING "inffiscal"        DELIMITED BY SIZE
                  ANO-DECLARADO      DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO NOMBRE-DECLARACION.

           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               GO TO 2000-DECLARAR-CLIENTES-EXIT.

           OPEN OUTPUT F-DECLARACION.
           IF FSD <> 00
               DISPLAY "Error abriendo " NOMBRE-DECLARACION
               CLOSE F-CLIENTES
               GO TO 2000-DECLARAR-CLIENTES-EXIT.

           MOVE SPACES TO DECLARACION-REG.
           MOVE "H" TO CAB-TIPO-REG.
           MOVE ANO-DECLARADO TO CAB-EJERCICIO.
           COMPUTE CAB-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           WRITE DECLARACION-REG.

       2100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 2800-ESCRIBIR-COLA.

           MOVE CLI-ID TO CLIENTE-BUSCADO.
           PERFORM 2200-IMPORTES-CLIENTE
               THRU 2200-IMPORTES-CLIENTE-EXIT.
           PERFORM 2300-CUENTAS-CLIENTE
               THRU 2300-CUENTAS-CLIENTE-EXIT.

           IF NUM-CUENTAS-CLI = 0 AND NOT CLIENTE-HALLADO
               GO TO 2100-LEER-CLIENTE.

           PERFORM 2500-IMPRIMIR-CERTIFICADO
               THRU 2500-IMPRIMIR-CERTIFICADO-EXIT.

           MOVE SPACES TO DECLARACION-REG.
           MOVE "D" TO DET-TIPO-REG.
           MOVE CLI-DOCUMENTO      TO DET-DOCUMENTO.
           MOVE CLI-NOMBRE         TO DET-NOMBRE.
           MOVE CENT-INTERES-CLI   TO DET-INTERES-CENT.
           MOVE CENT-PLAZO-CLI     TO DET-PLAZO-CENT.
           MOVE CENT-RETENCION-CLI TO DET-RETENCION-CENT.
           MOVE CENT-PRESTAMO-CLI  TO DET-PRESTAMO-CENT.
           MOVE SALDO-CLIENTE-CENT TO DET-SALDO-CENT.
           WRITE DECLARACION-REG.

           ADD 1 TO CONTADOR-DECLARADOS.
           ADD CENT-INTERES-CLI   TO TOTAL-INTERES-CENT.
           ADD CENT-PLAZO-CLI     TO TOTAL-PLAZO-CENT.
           ADD CENT-RETENCION-CLI TO TOTAL-RETENCION-CENT.
           ADD CENT-PRESTAMO-CLI  TO TOTAL-PRESTAMO-CENT.
           ADD SALDO-CLIENTE-CENT TO TOTAL-SALDO-CENT.

           GO TO 2100-LEER-CLIENTE.

       2800-ESCRIBIR-COLA.
           MOVE SPACES TO DECLARACION-REG.
           MOVE "T" TO COL-TIPO-REG.
           MOVE CONTADOR-DECLARADOS  TO COL-CLIENTES.
           MOVE TOTAL-INTERES-CENT   TO COL-TOTAL-INTERES.
           MOVE TOTAL-PLAZO-CENT     TO COL-TOTAL-PLAZO.
           MOVE TOTAL-RETENCION-CENT TO COL-TOTAL-RETENCION.
           MOVE TOTAL-PRESTAMO-CENT  TO COL-TOTAL-PRESTAMO.
           MOVE TOTAL-SALDO-CENT     TO COL-TOTAL-SALDO.
           WRITE DECLARACION-REG.

           CLOSE F-DECLARACION.
           CLOSE F-CLIENTES.

           DISPLAY " ".
           DISPLAY "Resumen del ejercicio " ANO-DECLARADO.
           DISPLAY "Clientes declarados   : " CONTADOR-DECLARADOS.
           DISPLAY "Intereses en cuenta   : " TOTAL-INTERES-CENT
               " centimos".
           DISPLAY "Intereses de plazos   : " TOTAL-PLAZO-CENT
               " centimos".
           DISPLAY "Retenciones           : " TOTAL-RETENCION-CENT
               " centimos".
           DISPLAY "Intereses de prestamos: " TOTAL-PRESTAMO-CENT
               " centimos".
           DISPLAY "Saldos a 31-12        : " TOTAL-SALDO-CENT
               " centimos".
           DISPLAY "Apuntes sin cliente   : " CONTADOR-SIN-CLIENTE.
           DISPLAY "Declaracion escrita en " NOMBRE-DECLARACION.

       2000-DECLARAR-CLIENTES-EXIT.
           EXIT.

           *> Importes acumulados del cliente en curso, a cero si no
           *> tuvo ningun apunte declarable en el ejercicio.
       2200-IMPORTES-CLIENTE.
           MOVE 0 TO CLIENTE-HALLADO-SW.
           MOVE 0 TO CENT-INTERES-CLI.
           MOVE 0 TO CENT-PLAZO-CLI.
           MOVE 0 TO CENT-RETENCION-CLI.
           MOVE 0 TO CENT-PRESTAMO-CLI.
           MOVE 0 TO IDX-CLIENTE.

       2210-BUSCAR-IMPORTES.
           ADD 1 TO IDX-CLIENTE.
           IF IDX-CLIENTE > NUM-CLIENTES
               GO TO 2200-IMPORTES-CLIENTE-EXIT.

           IF ACU-CLI-ID(IDX-CLIENTE) NOT = CLIENTE-BUSCADO
               GO TO 2210-BUSCAR-IMPORTES.

           MOVE 1 TO CLIENTE-HALLADO-SW.
           MOVE ACU-INTERES-CENT(IDX-CLIENTE)   TO CENT-INTERES-CLI.
           MOVE ACU-PLAZO-CENT(IDX-CLIENTE)     TO CENT-PLAZO-CLI.
           MOVE ACU-RETENCION-CENT(IDX-CLIENTE) TO CENT-RETENCION-CLI.
           MOVE ACU-PRESTAMO-CENT(IDX-CLIENTE)  TO CENT-PRESTAMO-CLI.

       2200-IMPORTES-CLIENTE-EXIT.
           EXIT.

           *> Reune las cuentas distintas que alcanzan las tarjetas
           *> del cliente (principal de cuentas.ubd y adicionales de
           *> cuentasad.ubd) y toma el saldo a 31 de diciembre de
           *> cada una.
       2300-CUENTAS-CLIENTE.
           MOVE 0 TO NUM-CUENTAS-CLI.
           MOVE 0 TO SALDO-CLIENTE-CENT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO 2300-CUENTAS-CLIENTE-EXIT.

       2310-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 2390-FIN-TARJETAS.

           IF TARJETA-CLIENTE NOT = CLIENTE-BUSCADO
               GO TO 2310-LEER-TARJETA.

           MOVE TNUM TO TARJETA-EN-CURSO.
           PERFORM 2400-CUENTAS-TARJETA
               THRU 2400-CUENTAS-TARJETA-EXIT.

           GO TO 2310-LEER-TARJETA.

       2390-FIN-TARJETAS.
           CLOSE TARJETAS.

           MOVE 0 TO IDX-CUENTA.

       2395-SALDO-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO 2300-CUENTAS-CLIENTE-EXIT.

           PERFORM 2600-POSICION-FIN-ANO
               THRU 2600-POSICION-FIN-ANO-EXIT.
           ADD CCL-SALDO-CENT(IDX-CUENTA) TO SALDO-CLIENTE-CENT.

           GO TO 2395-SALDO-CUENTA.

       2300-CUENTAS-CLIENTE-EXIT.
           EXIT.

       2400-CUENTAS-TARJETA.
           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 2420-CUENTAS-ADICIONALES.

           MOVE TARJETA-EN-CURSO TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-NUEVA
                   PERFORM 2450-ANOTAR-CUENTA
                       THRU 2450-ANOTAR-CUENTA-EXIT
           END-READ.

           CLOSE F-CUENTAS.

       2420-CUENTAS-ADICIONALES.
           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               GO TO 2400-CUENTAS-TARJETA-EXIT.

           MOVE TARJETA-EN-CURSO TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO 2490-FIN-ADICIONALES.

       2430-LEER-ADICIONAL.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO 2490-FIN-ADICIONALES.

           IF CAD-TARJETA NOT = TARJETA-EN-CURSO
               GO TO 2490-FIN-ADICIONALES.

           MOVE CAD-CTA-ID TO CTA-ID-NUEVA.
           PERFORM 2450-ANOTAR-CUENTA THRU 2450-ANOTAR-CUENTA-EXIT.

           GO TO 2430-LEER-ADICIONAL.

       2490-FIN-ADICIONALES.
           CLOSE F-CUENTASAD.

       2400-CUENTAS-TARJETA-EXIT.
           EXIT.

           *> Anade CTA-ID-NUEVA a las cuentas del cliente si no esta
           *> ya (dos tarjetas del mismo cliente pueden compartirla).
       2450-ANOTAR-CUENTA.
           MOVE 0 TO IDX-CUENTA.

       2460-BUSCAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO 2470-NUEVA-CUENTA.

           IF CCL-CTA-ID(IDX-CUENTA) = CTA-ID-NUEVA
               GO TO 2450-ANOTAR-CUENTA-EXIT.

           GO TO 2460-BUSCAR-CUENTA.

       2470-NUEVA-CUENTA.
           IF NUM-CUENTAS-CLI >= 200
               GO TO 2450-ANOTAR-CUENTA-EXIT.

           ADD 1 TO NUM-CUENTAS-CLI.
           MOVE CTA-ID-NUEVA TO CCL-CTA-ID(NUM-CUENTAS-CLI).
           MOVE 0 TO CCL-SALDO-CENT(NUM-CUENTAS-CLI).
           MOVE 0 TO CCL-FECHA-SALDO(NUM-CUENTAS-CLI).

       2450-ANOTAR-CUENTA-EXIT.
           EXIT.

           *> Certificado para el cliente con la cabecera postal del
           *> maestro de clientes, como la del extracto mensual.
       2500-IMPRIMIR-CERTIFICADO.
           DISPLAY "----------------------------------------"
               "----------------------------------------".
           DISPLAY "UnizarBank - Certificado de informacion fiscal - "
               "ejercicio " ANO-DECLARADO.
           DISPLAY " ".
           DISPLAY "Titular  : " CLI-NOMBRE.
           DISPLAY "Direccion: " CLI-DIRECCION.
           DISPLAY "           " CLI-CODPOSTAL " " CLI-POBLACION.
           DISPLAY "Documento: " CLI-DOCUMENTO.
           DISPLAY " ".
           DISPLAY "Intereses abonados en cuenta   : "
               CENT-INTERES-CLI " centimos".
           DISPLAY "Intereses de depositos a plazo : "
               CENT-PLAZO-CLI " centimos".
           DISPLAY "Retenciones practicadas        : "
               CENT-RETENCION-CLI " centimos".
           DISPLAY "Intereses de prestamos pagados : "
               CENT-PRESTAMO-CLI " centimos".
           DISPLAY " ".
           DISPLAY "Saldos a 31-12-" ANO-DECLARADO ":".

           MOVE 0 TO IDX-CUENTA.

       2510-LISTAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-CLI
               GO TO 2590-FIN-CUENTAS.

           IF CCL-FECHA-SALDO(IDX-CUENTA) = 0
               DISPLAY "   Cuenta " CCL-CTA-ID(IDX-CUENTA)
                   "  sin posicion registrada"
           ELSE
               DISPLAY "   Cuenta " CCL-CTA-ID(IDX-CUENTA) "  "
                   CCL-SALDO-CENT(IDX-CUENTA) " centimos".

           GO TO 2510-LISTAR-CUENTA.

       2590-FIN-CUENTAS.
           DISPLAY "   Total                    "
               SALDO-CLIENTE-CENT " centimos".
           DISPLAY " ".

       2500-IMPRIMIR-CERTIFICADO-EXIT.
           EXIT.

           *> Saldo de cierre de la cuenta IDX-CUENTA a 31 de
           *> diciembre segun posiciones.ubd, o de la ultima foto
           *> anterior dentro del margen si ese dia no se tomo.
       2600-POSICION-FIN-ANO.
           OPEN INPUT F-POSICIONES.
           IF FSP <> 00
               GO TO 2600-POSICION-FIN-ANO-EXIT.

           MOVE 0 TO DIAS-RETROCEDIDOS.
           COMPUTE FECHA-POSICION = (ANO-DECLARADO * 10000) + 1231.

       2610-LEER-POSICION.
           MOVE FECHA-POSICION TO POS-FECHA.
           MOVE CCL-CTA-ID(IDX-CUENTA) TO POS-CTA-ID.
           READ F-POSICIONES
               INVALID KEY
                   GO TO 2620-DIA-ANTERIOR
           END-READ.

           IF POS-SALDO-ENT < 0
               COMPUTE CCL-SALDO-CENT(IDX-CUENTA) =
                   (POS-SALDO-ENT * 100) - POS-SALDO-DEC
           ELSE
               COMPUTE CCL-SALDO-CENT(IDX-CUENTA) =
                   (POS-SALDO-ENT * 100) + POS-SALDO-DEC.
           MOVE FECHA-POSICION TO CCL-FECHA-SALDO(IDX-CUENTA).
           GO TO 2690-FIN-POSICION.

       2620-DIA-ANTERIOR.
           ADD 1 TO DIAS-RETROCEDIDOS.
           IF DIAS-RETROCEDIDOS > DIAS-MARGEN-POSICION
               GO TO 2690-FIN-POSICION.
           SUBTRACT 1 FROM FECHA-POSICION.
           GO TO 2610-LEER-POSICION.

       2690-FIN-POSICION.
           CLOSE F-POSICIONES.

       2600-POSICION-FIN-ANO-EXIT.
           EXIT.
