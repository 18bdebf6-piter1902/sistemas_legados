       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONDOGAR.

           *> Vista unica de cliente para el fondo de garantia de
           *> depositos: reparte el saldo de cada cuenta de saldos.ubd
           *> entre los clientes cuyas tarjetas la alcanzan (cuenta
           *> principal de cuentas.ubd y adicionales de cuentasad.ubd;
           *> las cuentas compartidas a partes iguales) y suma el
           *> principal de sus depositos vigentes de plazos.ubd. El
           *> descubierto dispuesto (saldo deudor) se compensa con
           *> los depositos del mismo cliente; el limite concedido es
           *> credito y no deposito, asi que no cuenta. El importe
           *> cubierto de cada cliente se topa en el limite legal.
           *> Escribe el fichero del fondo (cabecera, una linea por
           *> depositante y cola de control) y el listado de cuadre
           *> contra el total de saldos.ubd y plazos.ubd. Se lanza a
           *> demanda; al cierre de trimestre lo lanza FONDOTRIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSP.

           SELECT F-FONDO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
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

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID            PIC  9(16).
           02 SALDO-ENT               PIC S9(9).
           02 SALDO-DEC               PIC  9(2).

       FD F-PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
           COPY PLAZO.

           *> Fichero del fondo en formato fijo, uno por fecha de
           *> corte (fgdAAAAMMDD.dat): cabecera, una linea por
           *> depositante y cola con recuento y totales de control.
       FD F-FONDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-FONDO.
       01 FONDO-REG.
           02 FGD-TIPO-REG            PIC   X(1).
           02 FGD-RESTO               PIC X(149).
       01 FONDO-CABECERA REDEFINES FONDO-REG.
           02 FGC-TIPO-REG            PIC   X(1).
           02 FGC-FECHA-CORTE         PIC   9(8).
           02 FGC-LIMITE-CENT         PIC  9(13).
           02 FILLER                  PIC X(128).
       01 FONDO-DETALLE REDEFINES FONDO-REG.
           02 FGL-TIPO-REG            PIC   X(1).
           02 FGL-CLIENTE             PIC   9(8).
           02 FGL-DOCUMENTO           PIC  X(12).
           02 FGL-NOMBRE              PIC  X(35).
           02 FGL-SALDOS-CENT         PIC  9(13).
           02 FGL-PLAZOS-CENT         PIC  9(13).
           02 FGL-DESCUBIERTO-CENT    PIC  9(13).
           02 FGL-NETO-CENT           PIC S9(13).
           02 FGL-CUBIERTO-CENT       PIC  9(13).
           02 FILLER                  PIC  X(29).
       01 FONDO-COLA REDEFINES FONDO-REG.
           02 FGT-TIPO-REG            PIC   X(1).
           02 FGT-DEPOSITANTES        PIC   9(7).
           02 FGT-TOTAL-SALDOS        PIC  9(15).
           02 FGT-TOTAL-PLAZOS        PIC  9(15).
           02 FGT-TOTAL-DESCUBIERTO   PIC  9(15).
           02 FGT-TOTAL-NETO          PIC S9(15).
           02 FGT-TOTAL-CUBIERTO      PIC  9(15).
           02 FILLER                  PIC  X(67).

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSP                       PIC   X(2).
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

           *> Importe cubierto por depositante (100.000 euros).
       78 LIMITE-CUBIERTO-CENT      VALUE 10000000.

       77 FECHA-HOY-NUM             PIC   9(8).
       77 NOMBRE-FONDO              PIC  X(24).

           *> Titulares de cada cuenta: un par cuenta-cliente por
           *> cada cliente distinto que la alcanza con sus tarjetas.
       77 NUM-TITULARIDADES         PIC   9(6) VALUE 0.
       01 TABLA-TITULARIDADES.
           05 TITULARIDAD-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON NUM-TITULARIDADES.
               10 TIT-CTA-ID        PIC  9(16).
               10 TIT-CLI-ID        PIC   9(8).
       77 IDX-TITULARIDAD           PIC   9(6).

           *> Acumulados por cliente.
       77 NUM-CLIENTES              PIC   9(6) VALUE 0.
       01 TABLA-CLIENTES.
           05 CLIENTE-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON NUM-CLIENTES.
               10 ACU-CLI-ID        PIC   9(8).
               10 ACU-SALDOS-CENT   PIC  S9(13).
               10 ACU-PLAZOS-CENT   PIC  S9(13).
               10 ACU-DESCUB-CENT   PIC  S9(13).
               10 ACU-DECLARADO     PIC   9(1).
       77 IDX-CLIENTE               PIC   9(6).
       77 CLIENTE-BUSCADO           PIC   9(8).

       77 TARJETA-EN-CURSO          PIC  9(16).
       77 CLIENTE-EN-CURSO          PIC   9(8).
       77 CTA-ID-NUEVA              PIC  9(16).

       77 CENT-SALDO                PIC  S9(13).
       77 CENT-PARTE                PIC  S9(13).
       77 CENT-RESTO                PIC  S9(13).
       77 TITULARES-CUENTA          PIC   9(6).
       77 PRIMER-TITULAR-SW         PIC   9(1).
           88 PRIMER-TITULAR        VALUE 1.
       77 CENT-NETO                 PIC  S9(13).
       77 CENT-CUBIERTO             PIC  S9(13).

           *> Totales de cuadre.
       77 TOTAL-SALDOS-UBD          PIC  S9(15) VALUE 0.
       77 TOTAL-PLAZOS-UBD          PIC  S9(15) VALUE 0.
       77 TOTAL-SALDOS-ATRIB        PIC  S9(15) VALUE 0.
       77 TOTAL-DESCUB-ATRIB        PIC  S9(15) VALUE 0.
       77 TOTAL-PLAZOS-ATRIB        PIC  S9(15) VALUE 0.
       77 TOTAL-SIN-TITULAR         PIC  S9(15) VALUE 0.
       77 FICHERO-SALDOS            PIC  S9(15) VALUE 0.
       77 FICHERO-PLAZOS            PIC  S9(15) VALUE 0.
       77 FICHERO-DESCUB            PIC  S9(15) VALUE 0.
       77 TOTAL-NETO                PIC  S9(15) VALUE 0.
       77 TOTAL-CUBIERTO            PIC  S9(15) VALUE 0.
       77 TOTAL-SIN-FICHA           PIC  S9(15) VALUE 0.
       77 DIFERENCIA-CUADRE         PIC  S9(15) VALUE 0.
       77 CONTADOR-DEPOSITANTES     PIC   9(7) VALUE 0.
       77 CONTADOR-TOPADOS          PIC   9(7) VALUE 0.
       77 CONTADOR-CTAS-SIN-TITULAR PIC   9(7) VALUE 0.
       77 CONTADOR-PLZ-SIN-TITULAR  PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO NUM-TITULARIDADES.
           MOVE 0 TO NUM-CLIENTES.
           MOVE 0 TO TOTAL-SALDOS-UBD.
           MOVE 0 TO TOTAL-PLAZOS-UBD.
           MOVE 0 TO TOTAL-SALDOS-ATRIB.
           MOVE 0 TO TOTAL-DESCUB-ATRIB.
           MOVE 0 TO TOTAL-PLAZOS-ATRIB.
           MOVE 0 TO TOTAL-SIN-TITULAR.
           MOVE 0 TO TOTAL-NETO.
           MOVE 0 TO TOTAL-CUBIERTO.
           MOVE 0 TO TOTAL-SIN-FICHA.
           MOVE 0 TO CONTADOR-DEPOSITANTES.
           MOVE 0 TO CONTADOR-TOPADOS.
           MOVE 0 TO CONTADOR-CTAS-SIN-TITULAR.
           MOVE 0 TO CONTADOR-PLZ-SIN-TITULAR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - FONDOGAR - vista unica de cliente del "
               "fondo de garantia".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE SPACES TO NOMBRE-FONDO.
           STRING "fgd"          DELIMITED BY SIZE
                  FECHA-HOY-NUM  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
               INTO NOMBRE-FONDO.

           PERFORM 1000-TITULARIDADES
               THRU 1000-TITULARIDADES-EXIT.
           PERFORM 2000-REPARTIR-SALDOS
               THRU 2000-REPARTIR-SALDOS-EXIT.
           PERFORM 3000-SUMAR-PLAZOS
               THRU 3000-SUMAR-PLAZOS-EXIT.
           PERFORM 4000-ESCRIBIR-FONDO
               THRU 4000-ESCRIBIR-FONDO-EXIT.
           PERFORM 5000-LISTADO-CUADRE
               THRU 5000-LISTADO-CUADRE-EXIT.

           GOBACK.

           *> Recorre las tarjetas con cliente y anota, por cada
           *> cuenta que alcanzan, el cliente titular. Las cuentas
           *> que solo alcanzan tarjetas anteriores al maestro de
           *> clientes quedan sin titular identificado.
       1000-TITULARIDADES.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               GO TO 1000-TITULARIDADES-EXIT.

       1100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 1900-FIN-TARJETAS.

           IF TARJETA-CLIENTE = 0
               GO TO 1100-LEER-TARJETA.

           MOVE TNUM            TO TARJETA-EN-CURSO.
           MOVE TARJETA-CLIENTE TO CLIENTE-EN-CURSO.
           PERFORM 1200-CUENTAS-TARJETA
               THRU 1200-CUENTAS-TARJETA-EXIT.

           GO TO 1100-LEER-TARJETA.

       1900-FIN-TARJETAS.
           CLOSE TARJETAS.

       1000-TITULARIDADES-EXIT.
           EXIT.

       1200-CUENTAS-TARJETA.
           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 1220-CUENTAS-ADICIONALES.

           MOVE TARJETA-EN-CURSO TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-NUEVA
                   PERFORM 1300-ANOTAR-TITULARIDAD
                       THRU 1300-ANOTAR-TITULARIDAD-EXIT
           END-READ.

           CLOSE F-CUENTAS.

       1220-CUENTAS-ADICIONALES.
           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               GO TO 1200-CUENTAS-TARJETA-EXIT.

           MOVE TARJETA-EN-CURSO TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO 1290-FIN-ADICIONALES.

       1230-LEER-ADICIONAL.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO 1290-FIN-ADICIONALES.

           IF CAD-TARJETA NOT = TARJETA-EN-CURSO
               GO TO 1290-FIN-ADICIONALES.

           MOVE CAD-CTA-ID TO CTA-ID-NUEVA.
           PERFORM 1300-ANOTAR-TITULARIDAD
               THRU 1300-ANOTAR-TITULARIDAD-EXIT.

           GO TO 1230-LEER-ADICIONAL.

       1290-FIN-ADICIONALES.
           CLOSE F-CUENTASAD.

       1200-CUENTAS-TARJETA-EXIT.
           EXIT.

           *> Anade el par cuenta-cliente si no esta ya (dos tarjetas
           *> del mismo cliente pueden alcanzar la misma cuenta).
       1300-ANOTAR-TITULARIDAD.
           MOVE 0 TO IDX-TITULARIDAD.

       1310-BUSCAR-TITULARIDAD.
           ADD 1 TO IDX-TITULARIDAD.
           IF IDX-TITULARIDAD > NUM-TITULARIDADES
               GO TO 1320-NUEVA-TITULARIDAD.

           IF TIT-CTA-ID(IDX-TITULARIDAD) = CTA-ID-NUEVA
               AND TIT-CLI-ID(IDX-TITULARIDAD) = CLIENTE-EN-CURSO
               GO TO 1300-ANOTAR-TITULARIDAD-EXIT.

           GO TO 1310-BUSCAR-TITULARIDAD.

       1320-NUEVA-TITULARIDAD.
           IF NUM-TITULARIDADES >= 200000
               DISPLAY "AVISO: tabla de titularidades llena; cuenta "
                   CTA-ID-NUEVA " sin anotar"
               GO TO 1300-ANOTAR-TITULARIDAD-EXIT.

           ADD 1 TO NUM-TITULARIDADES.
           MOVE CTA-ID-NUEVA
               TO TIT-CTA-ID(NUM-TITULARIDADES).
           MOVE CLIENTE-EN-CURSO
               TO TIT-CLI-ID(NUM-TITULARIDADES).

       1300-ANOTAR-TITULARIDAD-EXIT.
           EXIT.

           *> Reparte el saldo de cada cuenta a partes iguales entre
           *> sus titulares; los centimos que no dividen van al
           *> primero. El saldo deudor se lleva aparte como
           *> descubierto dispuesto.
       2000-REPARTIR-SALDOS.
           OPEN INPUT F-SALDOS.
           IF FSS = 35
               GO TO 2000-REPARTIR-SALDOS-EXIT.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 2000-REPARTIR-SALDOS-EXIT.

       2100-LEER-SALDO.
           READ F-SALDOS NEXT RECORD
               AT END GO TO 2900-FIN-SALDOS.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           ADD CENT-SALDO TO TOTAL-SALDOS-UBD.

           IF CENT-SALDO = 0
               GO TO 2100-LEER-SALDO.

           MOVE 0 TO TITULARES-CUENTA.
           MOVE 0 TO IDX-TITULARIDAD.

       2200-CONTAR-TITULARES.
           ADD 1 TO IDX-TITULARIDAD.
           IF IDX-TITULARIDAD > NUM-TITULARIDADES
               GO TO 2300-REPARTIR-CUENTA.
           IF TIT-CTA-ID(IDX-TITULARIDAD) = SALDO-CTA-ID
               ADD 1 TO TITULARES-CUENTA.
           GO TO 2200-CONTAR-TITULARES.

       2300-REPARTIR-CUENTA.
           IF TITULARES-CUENTA = 0
               ADD CENT-SALDO TO TOTAL-SIN-TITULAR
               ADD 1 TO CONTADOR-CTAS-SIN-TITULAR
               DISPLAY "AVISO: cuenta " SALDO-CTA-ID
                   " sin cliente identificado"
               GO TO 2100-LEER-SALDO.

           COMPUTE CENT-PARTE = CENT-SALDO / TITULARES-CUENTA.
           COMPUTE CENT-RESTO = CENT-SALDO
               - (CENT-PARTE * TITULARES-CUENTA).

           MOVE 1 TO PRIMER-TITULAR-SW.
           MOVE 0 TO IDX-TITULARIDAD.

       2400-ABONAR-TITULAR.
           ADD 1 TO IDX-TITULARIDAD.
           IF IDX-TITULARIDAD > NUM-TITULARIDADES
               GO TO 2100-LEER-SALDO.
           IF TIT-CTA-ID(IDX-TITULARIDAD) NOT = SALDO-CTA-ID
               GO TO 2400-ABONAR-TITULAR.

           MOVE TIT-CLI-ID(IDX-TITULARIDAD) TO CLIENTE-BUSCADO.
           PERFORM 6000-LOCALIZAR-CLIENTE
               THRU 6000-LOCALIZAR-CLIENTE-EXIT.

           IF PRIMER-TITULAR
               COMPUTE CENT-NETO = CENT-PARTE + CENT-RESTO
               MOVE 0 TO PRIMER-TITULAR-SW
           ELSE
               MOVE CENT-PARTE TO CENT-NETO.

           IF CENT-NETO < 0
               SUBTRACT CENT-NETO FROM ACU-DESCUB-CENT(IDX-CLIENTE)
               SUBTRACT CENT-NETO FROM TOTAL-DESCUB-ATRIB
           ELSE
               ADD CENT-NETO TO ACU-SALDOS-CENT(IDX-CLIENTE)
               ADD CENT-NETO TO TOTAL-SALDOS-ATRIB.

           GO TO 2400-ABONAR-TITULAR.

       2900-FIN-SALDOS.
           CLOSE F-SALDOS.

       2000-REPARTIR-SALDOS-EXIT.
           EXIT.

           *> Principal de los depositos vigentes, al cliente de la
           *> tarjeta que los constituyo.
       3000-SUMAR-PLAZOS.
           OPEN INPUT F-PLAZOS.
           IF FSP = 35
               GO TO 3000-SUMAR-PLAZOS-EXIT.
           IF FSP <> 00
               DISPLAY "Error abriendo plazos.ubd"
               GO TO 3000-SUMAR-PLAZOS-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-PLAZOS
               GO TO 3000-SUMAR-PLAZOS-EXIT.

       3100-LEER-PLAZO.
           READ F-PLAZOS NEXT RECORD
               AT END GO TO 3900-FIN-PLAZOS.

           IF NOT PLZ-VIGENTE
               GO TO 3100-LEER-PLAZO.

           COMPUTE CENT-SALDO = (PLZ-IMPORTE-ENT * 100)
               + PLZ-IMPORTE-DEC.
           ADD CENT-SALDO TO TOTAL-PLAZOS-UBD.

           MOVE 0 TO CLIENTE-BUSCADO.
           MOVE PLZ-TARJETA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE TARJETA-CLIENTE TO CLIENTE-BUSCADO
           END-READ.

           IF CLIENTE-BUSCADO = 0
               ADD CENT-SALDO TO TOTAL-SIN-TITULAR
               ADD 1 TO CONTADOR-PLZ-SIN-TITULAR
               DISPLAY "AVISO: deposito de la tarjeta " PLZ-TARJETA
                   " sin cliente identificado"
               GO TO 3100-LEER-PLAZO.

           PERFORM 6000-LOCALIZAR-CLIENTE
               THRU 6000-LOCALIZAR-CLIENTE-EXIT.
           ADD CENT-SALDO TO ACU-PLAZOS-CENT(IDX-CLIENTE).
           ADD CENT-SALDO TO TOTAL-PLAZOS-ATRIB.

           GO TO 3100-LEER-PLAZO.

       3900-FIN-PLAZOS.
           CLOSE TARJETAS.
           CLOSE F-PLAZOS.

       3000-SUMAR-PLAZOS-EXIT.
           EXIT.

           *> Una linea por cliente con posicion, en orden de
           *> numero de cliente. El neto descuenta el descubierto
           *> dispuesto y el cubierto se topa al limite del fondo.
       4000-ESCRIBIR-FONDO.
           OPEN OUTPUT F-FONDO.
           IF FSD <> 00
               DISPLAY "Error creando " NOMBRE-FONDO
               GO TO 4000-ESCRIBIR-FONDO-EXIT.

           MOVE SPACES TO FONDO-REG.
           MOVE "H" TO FGC-TIPO-REG.
           MOVE FECHA-HOY-NUM TO FGC-FECHA-CORTE.
           MOVE LIMITE-CUBIERTO-CENT TO FGC-LIMITE-CENT.
           WRITE FONDO-REG.

           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               GO TO 4800-PENDIENTES-SIN-FICHA.

       4100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 4700-FIN-CLIENTES.

           MOVE CLI-ID TO CLIENTE-BUSCADO.
           PERFORM 6500-BUSCAR-CLIENTE
               THRU 6500-BUSCAR-CLIENTE-EXIT.
           IF IDX-CLIENTE = 0
               GO TO 4100-LEER-CLIENTE.

           MOVE 1 TO ACU-DECLARADO(IDX-CLIENTE).

           IF ACU-SALDOS-CENT(IDX-CLIENTE) = 0
               AND ACU-PLAZOS-CENT(IDX-CLIENTE) = 0
               AND ACU-DESCUB-CENT(IDX-CLIENTE) = 0
               GO TO 4100-LEER-CLIENTE.

           COMPUTE CENT-NETO = ACU-SALDOS-CENT(IDX-CLIENTE)
               + ACU-PLAZOS-CENT(IDX-CLIENTE)
               - ACU-DESCUB-CENT(IDX-CLIENTE).

           IF CENT-NETO <= 0
               MOVE 0 TO CENT-CUBIERTO
           ELSE
               IF CENT-NETO > LIMITE-CUBIERTO-CENT
                   MOVE LIMITE-CUBIERTO-CENT TO CENT-CUBIERTO
                   ADD 1 TO CONTADOR-TOPADOS
               ELSE
                   MOVE CENT-NETO TO CENT-CUBIERTO.

           MOVE SPACES TO FONDO-REG.
           MOVE "D" TO FGL-TIPO-REG.
           MOVE CLI-ID        TO FGL-CLIENTE.
           MOVE CLI-DOCUMENTO TO FGL-DOCUMENTO.
           MOVE CLI-NOMBRE    TO FGL-NOMBRE.
           MOVE ACU-SALDOS-CENT(IDX-CLIENTE) TO FGL-SALDOS-CENT.
           MOVE ACU-PLAZOS-CENT(IDX-CLIENTE) TO FGL-PLAZOS-CENT.
           MOVE ACU-DESCUB-CENT(IDX-CLIENTE)
               TO FGL-DESCUBIERTO-CENT.
           MOVE CENT-NETO     TO FGL-NETO-CENT.
           MOVE CENT-CUBIERTO TO FGL-CUBIERTO-CENT.
           WRITE FONDO-REG.

           ADD 1 TO CONTADOR-DEPOSITANTES.
           ADD ACU-SALDOS-CENT(IDX-CLIENTE) TO FICHERO-SALDOS.
           ADD ACU-PLAZOS-CENT(IDX-CLIENTE) TO FICHERO-PLAZOS.
           ADD ACU-DESCUB-CENT(IDX-CLIENTE) TO FICHERO-DESCUB.
           ADD CENT-NETO     TO TOTAL-NETO.
           ADD CENT-CUBIERTO TO TOTAL-CUBIERTO.

           GO TO 4100-LEER-CLIENTE.

       4700-FIN-CLIENTES.
           CLOSE F-CLIENTES.

           *> Posiciones de clientes que ya no estan en el maestro:
           *> no se declaran y se dejan a la vista en el cuadre.
       4800-PENDIENTES-SIN-FICHA.
           MOVE 0 TO IDX-CLIENTE.

       4810-SIGUIENTE-PENDIENTE.
           ADD 1 TO IDX-CLIENTE.
           IF IDX-CLIENTE > NUM-CLIENTES
               GO TO 4900-ESCRIBIR-COLA.
           IF ACU-DECLARADO(IDX-CLIENTE) = 1
               GO TO 4810-SIGUIENTE-PENDIENTE.

           COMPUTE CENT-NETO = ACU-SALDOS-CENT(IDX-CLIENTE)
               + ACU-PLAZOS-CENT(IDX-CLIENTE)
               - ACU-DESCUB-CENT(IDX-CLIENTE).
           IF CENT-NETO NOT = 0
               DISPLAY "AVISO: cliente " ACU-CLI-ID(IDX-CLIENTE)
                   " con posicion y sin ficha en clientes.ubd".
           ADD CENT-NETO TO TOTAL-SIN-FICHA.

           GO TO 4810-SIGUIENTE-PENDIENTE.

       4900-ESCRIBIR-COLA.
           MOVE SPACES TO FONDO-REG.
           MOVE "T" TO FGT-TIPO-REG.
           MOVE CONTADOR-DEPOSITANTES TO FGT-DEPOSITANTES.
           MOVE FICHERO-SALDOS TO FGT-TOTAL-SALDOS.
           MOVE FICHERO-PLAZOS TO FGT-TOTAL-PLAZOS.
           MOVE FICHERO-DESCUB TO FGT-TOTAL-DESCUBIERTO.
           MOVE TOTAL-NETO     TO FGT-TOTAL-NETO.
           MOVE TOTAL-CUBIERTO TO FGT-TOTAL-CUBIERTO.
           WRITE FONDO-REG.

           CLOSE F-FONDO.

       4000-ESCRIBIR-FONDO-EXIT.
           EXIT.

           *> Listado de cuadre del fichero contra el total de
           *> saldos.ubd y plazos.ubd.
       5000-LISTADO-CUADRE.
           COMPUTE DIFERENCIA-CUADRE =
               (TOTAL-SALDOS-UBD + TOTAL-PLAZOS-UBD)
               - (TOTAL-NETO + TOTAL-SIN-FICHA + TOTAL-SIN-TITULAR).

           DISPLAY " ".
           DISPLAY "Fichero generado:             " NOMBRE-FONDO.
           DISPLAY "Depositantes declarados:      "
               CONTADOR-DEPOSITANTES.
           DISPLAY "Depositantes topados:         " CONTADOR-TOPADOS.
           DISPLAY " ".
           DISPLAY "Total saldos.ubd (cent.):     " TOTAL-SALDOS-UBD.
           DISPLAY "Total plazos.ubd (cent.):     " TOTAL-PLAZOS-UBD.
           DISPLAY " ".
           DISPLAY "Saldos acreedores atribuidos: " TOTAL-SALDOS-ATRIB.
           DISPLAY "Descubierto atribuido:        " TOTAL-DESCUB-ATRIB.
           DISPLAY "Plazos atribuidos:            " TOTAL-PLAZOS-ATRIB.
           DISPLAY "Sin cliente identificado:     " TOTAL-SIN-TITULAR.
           DISPLAY "   cuentas: " CONTADOR-CTAS-SIN-TITULAR
               "   depositos: " CONTADOR-PLZ-SIN-TITULAR.
           DISPLAY "Clientes sin ficha:           " TOTAL-SIN-FICHA.
           DISPLAY " ".
           DISPLAY "Neto declarado en fichero:    " TOTAL-NETO.
           DISPLAY "Cubierto declarado:           " TOTAL-CUBIERTO.
           DISPLAY "Diferencia de cuadre:         " DIFERENCIA-CUADRE.

           IF DIFERENCIA-CUADRE = 0
               DISPLAY "Cuadre: CUADRA"
           ELSE
               DISPLAY "Cuadre: DESCUADRE".

       5000-LISTADO-CUADRE-EXIT.
           EXIT.

           *> Busca el cliente en la tabla de acumulados y, si no
           *> esta, lo anade con importes a cero.
       6000-LOCALIZAR-CLIENTE.
           PERFORM 6500-BUSCAR-CLIENTE
               THRU 6500-BUSCAR-CLIENTE-EXIT.
           IF IDX-CLIENTE NOT = 0
               GO TO 6000-LOCALIZAR-CLIENTE-EXIT.

           IF NUM-CLIENTES >= 100000
               DISPLAY "Error: tabla de clientes llena"
               MOVE NUM-CLIENTES TO IDX-CLIENTE
               GO TO 6000-LOCALIZAR-CLIENTE-EXIT.

           ADD 1 TO NUM-CLIENTES.
           MOVE NUM-CLIENTES TO IDX-CLIENTE.
           MOVE CLIENTE-BUSCADO TO ACU-CLI-ID(IDX-CLIENTE).
           MOVE 0 TO ACU-SALDOS-CENT(IDX-CLIENTE).
           MOVE 0 TO ACU-PLAZOS-CENT(IDX-CLIENTE).
           MOVE 0 TO ACU-DESCUB-CENT(IDX-CLIENTE).
           MOVE 0 TO ACU-DECLARADO(IDX-CLIENTE).

       6000-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       6500-BUSCAR-CLIENTE.
           MOVE 0 TO IDX-CLIENTE.

       6510-COMPARAR-CLIENTE.
           ADD 1 TO IDX-CLIENTE.
           IF IDX-CLIENTE > NUM-CLIENTES
               MOVE 0 TO IDX-CLIENTE
               GO TO 6500-BUSCAR-CLIENTE-EXIT.
           IF ACU-CLI-ID(IDX-CLIENTE) = CLIENTE-BUSCADO
               GO TO 6500-BUSCAR-CLIENTE-EXIT.
           GO TO 6510-COMPARAR-CLIENTE.

       6500-BUSCAR-CLIENTE-EXIT.
           EXIT.
