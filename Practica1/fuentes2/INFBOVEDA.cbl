       IDENTIFICATION DIVISION.
       PROGRAM-ID. INFBOVEDA.

           *> Balance diario de las bovedas de oficina, para que lo
           *> firmen la sucursal y la oficina de efectivo: por
           *> sucursal y denominacion, existencias al abrir y al
           *> cerrar el dia con las entradas y salidas de piezas
           *> aptas, las no aptas pendientes de devolver, el importe
           *> de cada clase de movimiento, los faltantes y sobrantes
           *> de los envios del transportista frente a su pedido y la
           *> conformidad firmada en BOVEDAOFI. Las existencias de un
           *> dia pasado se reconstruyen desde las de boveda.ubd
           *> deshaciendo los movimientos posteriores del libro.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-BOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOV-CLAVE
           FILE STATUS IS FSV.

           SELECT F-MOVBOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BMV-CLAVE
           FILE STATUS IS FSL.

           SELECT F-SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSU.

       DATA DIVISION.
       FILE SECTION.
       FD F-BOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "boveda.ubd".
           COPY BOVEDA.

       FD F-MOVBOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movboveda.ubd".
           COPY MOVBOVEDA.

       FD F-SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
           COPY SUCURSALM.

       WORKING-STORAGE SECTION.
       77 FSV                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSU                       PIC   X(2).

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

       77 FECHA-INFORME             PIC   9(8).

           *> Denominaciones de las bovedas, en centimos, con su
           *> rotulo para el informe.
       78 NUM-DENOMINACIONES        VALUE 14.
       01 TABLA-DENOMINACIONES.
           05 FILLER                PIC   9(5) VALUE 20000.
           05 FILLER                PIC   9(5) VALUE 10000.
           05 FILLER                PIC   9(5) VALUE 05000.
           05 FILLER                PIC   9(5) VALUE 02000.
           05 FILLER                PIC   9(5) VALUE 01000.
           05 FILLER                PIC   9(5) VALUE 00500.
           05 FILLER                PIC   9(5) VALUE 00200.
           05 FILLER                PIC   9(5) VALUE 00100.
           05 FILLER                PIC   9(5) VALUE 00050.
           05 FILLER                PIC   9(5) VALUE 00020.
           05 FILLER                PIC   9(5) VALUE 00010.
           05 FILLER                PIC   9(5) VALUE 00005.
           05 FILLER                PIC   9(5) VALUE 00002.
           05 FILLER                PIC   9(5) VALUE 00001.
       01 FILLER REDEFINES TABLA-DENOMINACIONES.
           05 DENOM-CENT             PIC   9(5) OCCURS 14 TIMES.

       01 TABLA-ETIQUETAS.
           05 FILLER                PIC  X(16) VALUE "Billetes 200".
           05 FILLER                PIC  X(16) VALUE "Billetes 100".
           05 FILLER                PIC  X(16) VALUE "Billetes  50".
           05 FILLER                PIC  X(16) VALUE "Billetes  20".
           05 FILLER                PIC  X(16) VALUE "Billetes  10".
           05 FILLER                PIC  X(16) VALUE "Billetes   5".
           05 FILLER                PIC  X(16) VALUE "Monedas 2 EUR".
           05 FILLER                PIC  X(16) VALUE "Monedas 1 EUR".
           05 FILLER                PIC  X(16) VALUE "Monedas 50 cent".
           05 FILLER                PIC  X(16) VALUE "Monedas 20 cent".
           05 FILLER                PIC  X(16) VALUE "Monedas 10 cent".
           05 FILLER                PIC  X(16) VALUE "Monedas 5 cent".
           05 FILLER                PIC  X(16) VALUE "Monedas 2 cent".
           05 FILLER                PIC  X(16) VALUE "Monedas 1 cent".
       01 FILLER REDEFINES TABLA-ETIQUETAS.
           05 ETIQUETA-DENOM         PIC  X(16) OCCURS 14 TIMES.

           *> Rotulo de cada clase de movimiento (BMV-TIPO 1 a 7).
       01 TABLA-TIPOS.
           05 FILLER       PIC X(32) VALUE "Entradas del transportista".
           05 FILLER       PIC X(32) VALUE "Traspasos a cajones".
           05 FILLER       PIC X(32) VALUE "Dotaciones de ventanilla".
           05 FILLER       PIC X(32) VALUE "Entregas de ventanilla".
           05 FILLER       PIC X(32) VALUE "Devoluciones de exceso".
           05 FILLER       PIC X(32) VALUE "Devoluciones de no aptas".
           05 FILLER       PIC X(32) VALUE "Apartadas como no aptas".
       01 FILLER REDEFINES TABLA-TIPOS.
           05 ETIQUETA-TIPO          PIC  X(32) OCCURS 7 TIMES.
       78 NUM-TIPOS                 VALUE 7.

           *> Una fila por boveda: existencias al cierre del dia del
           *> informe, entradas y salidas del dia por denominacion,
           *> importe del dia por clase de movimiento y conformidad.
       78 MAX-SUCURSALES            VALUE 100.
       77 NUM-SUCURSALES            PIC   9(3) VALUE 0.
       77 SUCURSALES-SIN-TABLA      PIC   9(5) VALUE 0.
       01 TABLA-SUCURSALES.
           05 SUCURSAL-ENTRY OCCURS 100 TIMES.
               10 TSB-SUCURSAL       PIC   9(4).
               10 TSB-CONFORMIDAD-SW PIC   9(1).
               10 TSB-CONFORME-OFICINA  PIC 9(4).
               10 TSB-CONFORME-EFECTIVO PIC 9(4).
               10 TSB-CONFORME-HORA  PIC   9(6).
               10 TSB-TIPO-CENT      PIC  S9(13) OCCURS 7 TIMES.
               10 TSB-DENOM OCCURS 14 TIMES.
                   15 TSB-CIERRE     PIC  S9(9).
                   15 TSB-ENTRADAS   PIC  S9(9).
                   15 TSB-SALIDAS    PIC  S9(9).
                   15 TSB-NO-APTAS   PIC  S9(9).

           *> Envios del dia que no cuadran con su pedido.
       78 MAX-DIFERENCIAS           VALUE 200.
       77 NUM-DIFERENCIAS           PIC   9(3) VALUE 0.
       01 TABLA-DIFERENCIAS.
           05 DIFERENCIA-ENTRY OCCURS 200 TIMES.
               10 TDF-SUCURSAL       PIC   9(4).
               10 TDF-TERMINAL       PIC   9(4).
               10 TDF-FECHA-PEDIDO   PIC   9(8).
               10 TDF-IDX-DENOM      PIC   9(2).
               10 TDF-PEDIDAS        PIC   9(7).
               10 TDF-RECIBIDAS      PIC   9(7).

       77 IDX-SUCURSAL              PIC   9(3).
       77 IDX-DENOM                 PIC   9(2).
       77 IDX-TIPO                  PIC   9(1).
       77 IDX-DIFERENCIA            PIC   9(3).
       77 SUCURSAL-BUSCADA          PIC   9(4).
       77 DENOM-BUSCADA             PIC   9(5).
       77 SUCURSALES-ABIERTO-SW     PIC   9(1).
           88 SUCURSALES-ABIERTO    VALUE 1.
       77 SUCURSAL-LLENA-SW         PIC   9(1).
           88 SUCURSAL-LLENA        VALUE 1.

           *> Efecto de una linea del libro sobre las aptas y las no
           *> aptas de su denominacion.
       77 EFECTO-APTAS              PIC  S9(9).
       77 EFECTO-NO-APTAS           PIC  S9(9).

       77 APERTURA-PIEZAS           PIC  S9(9).
       77 CENT-APERTURA             PIC  S9(13).
       77 CENT-CIERRE               PIC  S9(13).
       77 CENT-NO-APTAS             PIC  S9(13).
       77 DIFERENCIA-PIEZAS         PIC  S9(9).

       77 PIEZAS-EDITADO            PIC  -Z,ZZZ,ZZ9.
       77 PIEZAS-EDITADO-2          PIC  -Z,ZZZ,ZZ9.
       77 PIEZAS-EDITADO-3          PIC  -Z,ZZZ,ZZ9.
       77 PIEZAS-EDITADO-4          PIC  -Z,ZZZ,ZZ9.
       77 PIEZAS-EDITADO-5          PIC  -Z,ZZZ,ZZ9.
       77 IMPORTE-EDITADO           PIC  -ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-2         PIC  -ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-3         PIC  -ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO NUM-SUCURSALES.
           MOVE 0 TO SUCURSALES-SIN-TABLA.
           MOVE 0 TO NUM-DIFERENCIAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - INFBOVEDA - balance diario de bovedas".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Dia del balance (AAAAMMDD, 0 = hoy): "
               WITH NO ADVANCING.
           ACCEPT FECHA-INFORME.
           DISPLAY " ".

           IF FECHA-INFORME = 0
               COMPUTE FECHA-INFORME = (ANO * 10000) + (MES * 100)
                   + DIA.

           IF FUNCTION TEST-DATE-YYYYMMDD(FECHA-INFORME) NOT = 0
               DISPLAY "Fecha no valida: " FECHA-INFORME
               GOBACK.

           PERFORM 1000-CARGAR-BOVEDAS THRU 1000-CARGAR-BOVEDAS-EXIT.
           PERFORM 2000-REPASAR-LIBRO THRU 2000-REPASAR-LIBRO-EXIT.
           PERFORM 3000-IMPRIMIR-INFORME
               THRU 3000-IMPRIMIR-INFORME-EXIT.

           GOBACK.

           *> Existencias actuales de cada boveda.
       1000-CARGAR-BOVEDAS.
           OPEN INPUT F-BOVEDA.
           IF FSV = 35
               CLOSE F-BOVEDA
               GO TO 1000-CARGAR-BOVEDAS-EXIT.
           IF FSV <> 00
               DISPLAY "Error abriendo boveda.ubd"
               GO TO 1000-CARGAR-BOVEDAS-EXIT.

       1100-LEER-BOVEDA.
           READ F-BOVEDA NEXT RECORD
               AT END GO TO 1900-FIN-BOVEDA.

           MOVE BOV-SUCURSAL TO SUCURSAL-BUSCADA.
           PERFORM 5000-LOCALIZAR-SUCURSAL
               THRU 5000-LOCALIZAR-SUCURSAL-EXIT.
           IF SUCURSAL-LLENA
               GO TO 1100-LEER-BOVEDA.

           MOVE BOV-DENOM-CENT TO DENOM-BUSCADA.
           PERFORM 5500-LOCALIZAR-DENOM THRU 5500-LOCALIZAR-DENOM-EXIT.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO 1100-LEER-BOVEDA.

           MOVE BOV-CANTIDAD TO TSB-CIERRE(IDX-SUCURSAL IDX-DENOM).
           MOVE BOV-NO-APTOS TO TSB-NO-APTAS(IDX-SUCURSAL IDX-DENOM).

           GO TO 1100-LEER-BOVEDA.

       1900-FIN-BOVEDA.
           CLOSE F-BOVEDA.

       1000-CARGAR-BOVEDAS-EXIT.
           EXIT.

           *> Libro de la boveda: los movimientos posteriores al dia
           *> del informe se deshacen sobre las existencias actuales y
           *> los del dia se acumulan.
       2000-REPASAR-LIBRO.
           OPEN INPUT F-MOVBOVEDA.
           IF FSL = 35
               CLOSE F-MOVBOVEDA
               GO TO 2000-REPASAR-LIBRO-EXIT.
           IF FSL <> 00
               DISPLAY "Error abriendo movboveda.ubd"
               GO TO 2000-REPASAR-LIBRO-EXIT.

       2100-LEER-LIBRO.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO 2900-FIN-LIBRO.

           IF BMV-FECHA < FECHA-INFORME
               GO TO 2100-LEER-LIBRO.

           MOVE BMV-SUCURSAL TO SUCURSAL-BUSCADA.
           PERFORM 5000-LOCALIZAR-SUCURSAL
               THRU 5000-LOCALIZAR-SUCURSAL-EXIT.
           IF SUCURSAL-LLENA
               GO TO 2100-LEER-LIBRO.

           IF BMV-CONFORMIDAD
               IF BMV-FECHA = FECHA-INFORME
                   MOVE 1 TO TSB-CONFORMIDAD-SW(IDX-SUCURSAL)
                   MOVE BMV-OPERADOR
                       TO TSB-CONFORME-OFICINA(IDX-SUCURSAL)
                   MOVE BMV-CONTRAPARTE
                       TO TSB-CONFORME-EFECTIVO(IDX-SUCURSAL)
                   MOVE BMV-HORA TO TSB-CONFORME-HORA(IDX-SUCURSAL)
               END-IF
               GO TO 2100-LEER-LIBRO.

           MOVE BMV-DENOM-CENT TO DENOM-BUSCADA.
           PERFORM 5500-LOCALIZAR-DENOM THRU 5500-LOCALIZAR-DENOM-EXIT.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO 2100-LEER-LIBRO.

           MOVE 0 TO EFECTO-APTAS.
           MOVE 0 TO EFECTO-NO-APTAS.
           IF BMV-ENTRADA OR BMV-ENTREGA
               MOVE BMV-PIEZAS TO EFECTO-APTAS.
           IF BMV-TRASPASO-CAJON OR BMV-DOTACION OR BMV-DEVOLUCION
               COMPUTE EFECTO-APTAS = 0 - BMV-PIEZAS.
           IF BMV-APARTAR-NO-APTOS
               COMPUTE EFECTO-APTAS = 0 - BMV-PIEZAS
               MOVE BMV-PIEZAS TO EFECTO-NO-APTAS.
           IF BMV-DEVOLUCION-NO-APTOS
               COMPUTE EFECTO-NO-APTAS = 0 - BMV-PIEZAS.

           IF BMV-FECHA > FECHA-INFORME
               SUBTRACT EFECTO-APTAS
                   FROM TSB-CIERRE(IDX-SUCURSAL IDX-DENOM)
               SUBTRACT EFECTO-NO-APTAS
                   FROM TSB-NO-APTAS(IDX-SUCURSAL IDX-DENOM)
               GO TO 2100-LEER-LIBRO.

           IF EFECTO-APTAS > 0
               ADD EFECTO-APTAS
                   TO TSB-ENTRADAS(IDX-SUCURSAL IDX-DENOM).
           IF EFECTO-APTAS < 0
               SUBTRACT EFECTO-APTAS
                   FROM TSB-SALIDAS(IDX-SUCURSAL IDX-DENOM).

           IF BMV-TIPO >= 1 AND BMV-TIPO <= NUM-TIPOS
               COMPUTE TSB-TIPO-CENT(IDX-SUCURSAL BMV-TIPO) =
                   TSB-TIPO-CENT(IDX-SUCURSAL BMV-TIPO)
                   + (BMV-PIEZAS * BMV-DENOM-CENT).

           IF BMV-ENTRADA AND BMV-PIEZAS NOT = BMV-PEDIDAS
               PERFORM 2500-ANOTAR-DIFERENCIA
                   THRU 2500-ANOTAR-DIFERENCIA-EXIT.

           GO TO 2100-LEER-LIBRO.

       2900-FIN-LIBRO.
           CLOSE F-MOVBOVEDA.

       2000-REPASAR-LIBRO-EXIT.
           EXIT.

       2500-ANOTAR-DIFERENCIA.
           IF NUM-DIFERENCIAS >= MAX-DIFERENCIAS
               GO TO 2500-ANOTAR-DIFERENCIA-EXIT.

           ADD 1 TO NUM-DIFERENCIAS.
           MOVE BMV-SUCURSAL     TO TDF-SUCURSAL(NUM-DIFERENCIAS).
           MOVE BMV-TERMINAL     TO TDF-TERMINAL(NUM-DIFERENCIAS).
           MOVE BMV-FECHA-PEDIDO TO TDF-FECHA-PEDIDO(NUM-DIFERENCIAS).
           MOVE IDX-DENOM        TO TDF-IDX-DENOM(NUM-DIFERENCIAS).
           MOVE BMV-PEDIDAS      TO TDF-PEDIDAS(NUM-DIFERENCIAS).
           MOVE BMV-PIEZAS       TO TDF-RECIBIDAS(NUM-DIFERENCIAS).

       2500-ANOTAR-DIFERENCIA-EXIT.
           EXIT.

       3000-IMPRIMIR-INFORME.
           DISPLAY "BALANCE DE BOVEDAS DEL DIA " FECHA-INFORME(7:2)
               "-" FECHA-INFORME(5:2) "-" FECHA-INFORME(1:4).

           IF NUM-SUCURSALES = 0
               DISPLAY " "
               DISPLAY "Sin bovedas con existencias ni movimientos."
               GO TO 3000-IMPRIMIR-INFORME-EXIT.

           MOVE 0 TO SUCURSALES-ABIERTO-SW.
           OPEN INPUT F-SUCURSALES.
           IF FSU = 00
               MOVE 1 TO SUCURSALES-ABIERTO-SW.

           MOVE 0 TO IDX-SUCURSAL.

       3100-IMPRIMIR-SUCURSAL.
           ADD 1 TO IDX-SUCURSAL.
           IF IDX-SUCURSAL > NUM-SUCURSALES
               GO TO 3900-FIN-INFORME.

           MOVE SPACES TO SUC-NOMBRE.
           IF SUCURSALES-ABIERTO
               MOVE TSB-SUCURSAL(IDX-SUCURSAL) TO SUC-CODIGO
               READ F-SUCURSALES
                   INVALID KEY
                       MOVE SPACES TO SUC-NOMBRE
               END-READ
           END-IF.

           DISPLAY " ".
           DISPLAY "Sucursal " TSB-SUCURSAL(IDX-SUCURSAL) " "
               SUC-NOMBRE.
           DISPLAY "   Denominacion       Apertura   Entradas"
               "    Salidas     Cierre   No aptas".

           MOVE 0 TO CENT-APERTURA.
           MOVE 0 TO CENT-CIERRE.
           MOVE 0 TO CENT-NO-APTAS.
           MOVE 0 TO IDX-DENOM.

       3200-IMPRIMIR-DENOM.
           ADD 1 TO IDX-DENOM.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO 3300-IMPRIMIR-TOTALES.

           COMPUTE APERTURA-PIEZAS =
               TSB-CIERRE(IDX-SUCURSAL IDX-DENOM)
               - TSB-ENTRADAS(IDX-SUCURSAL IDX-DENOM)
               + TSB-SALIDAS(IDX-SUCURSAL IDX-DENOM).

           COMPUTE CENT-APERTURA = CENT-APERTURA
               + (APERTURA-PIEZAS * DENOM-CENT(IDX-DENOM)).
           COMPUTE CENT-CIERRE = CENT-CIERRE
               + (TSB-CIERRE(IDX-SUCURSAL IDX-DENOM)
                  * DENOM-CENT(IDX-DENOM)).
           COMPUTE CENT-NO-APTAS = CENT-NO-APTAS
               + (TSB-NO-APTAS(IDX-SUCURSAL IDX-DENOM)
                  * DENOM-CENT(IDX-DENOM)).

           IF APERTURA-PIEZAS = 0
               AND TSB-ENTRADAS(IDX-SUCURSAL IDX-DENOM) = 0
               AND TSB-SALIDAS(IDX-SUCURSAL IDX-DENOM) = 0
               AND TSB-CIERRE(IDX-SUCURSAL IDX-DENOM) = 0
               AND TSB-NO-APTAS(IDX-SUCURSAL IDX-DENOM) = 0
               GO TO 3200-IMPRIMIR-DENOM.

           MOVE APERTURA-PIEZAS TO PIEZAS-EDITADO.
           MOVE TSB-ENTRADAS(IDX-SUCURSAL IDX-DENOM)
               TO PIEZAS-EDITADO-2.
           MOVE TSB-SALIDAS(IDX-SUCURSAL IDX-DENOM)
               TO PIEZAS-EDITADO-3.
           MOVE TSB-CIERRE(IDX-SUCURSAL IDX-DENOM)
               TO PIEZAS-EDITADO-4.
           MOVE TSB-NO-APTAS(IDX-SUCURSAL IDX-DENOM)
               TO PIEZAS-EDITADO-5.
           DISPLAY "   " ETIQUETA-DENOM(IDX-DENOM) PIEZAS-EDITADO " "
               PIEZAS-EDITADO-2 " " PIEZAS-EDITADO-3 " "
               PIEZAS-EDITADO-4 " " PIEZAS-EDITADO-5.

           GO TO 3200-IMPRIMIR-DENOM.

       3300-IMPRIMIR-TOTALES.
           COMPUTE IMPORTE-EDITADO   = CENT-APERTURA / 100.
           COMPUTE IMPORTE-EDITADO-2 = CENT-CIERRE / 100.
           COMPUTE IMPORTE-EDITADO-3 = CENT-NO-APTAS / 100.
           DISPLAY "   Importe EUR al abrir:   " IMPORTE-EDITADO.
           DISPLAY "   Importe EUR al cerrar:  " IMPORTE-EDITADO-2.
           DISPLAY "   No aptas por devolver:  " IMPORTE-EDITADO-3.

           DISPLAY "   Movimientos del dia (EUR):".
           MOVE 0 TO IDX-TIPO.

       3400-IMPRIMIR-TIPO.
           ADD 1 TO IDX-TIPO.
           IF IDX-TIPO > NUM-TIPOS
               GO TO 3500-IMPRIMIR-DIFERENCIAS.

           IF TSB-TIPO-CENT(IDX-SUCURSAL IDX-TIPO) = 0
               GO TO 3400-IMPRIMIR-TIPO.

           COMPUTE IMPORTE-EDITADO =
               TSB-TIPO-CENT(IDX-SUCURSAL IDX-TIPO) / 100.
           DISPLAY "      " ETIQUETA-TIPO(IDX-TIPO) IMPORTE-EDITADO.

           GO TO 3400-IMPRIMIR-TIPO.

           *> Faltantes (negativos) y sobrantes de los envios del
           *> transportista recibidos en el dia.
       3500-IMPRIMIR-DIFERENCIAS.
           MOVE 0 TO IDX-DIFERENCIA.

       3510-IMPRIMIR-DIFERENCIA.
           ADD 1 TO IDX-DIFERENCIA.
           IF IDX-DIFERENCIA > NUM-DIFERENCIAS
               GO TO 3600-IMPRIMIR-CONFORMIDAD.

           IF TDF-SUCURSAL(IDX-DIFERENCIA) NOT =
                   TSB-SUCURSAL(IDX-SUCURSAL)
               GO TO 3510-IMPRIMIR-DIFERENCIA.

           COMPUTE DIFERENCIA-PIEZAS = TDF-RECIBIDAS(IDX-DIFERENCIA)
               - TDF-PEDIDAS(IDX-DIFERENCIA).
           MOVE TDF-PEDIDAS(IDX-DIFERENCIA)   TO PIEZAS-EDITADO.
           MOVE TDF-RECIBIDAS(IDX-DIFERENCIA) TO PIEZAS-EDITADO-2.
           MOVE DIFERENCIA-PIEZAS             TO PIEZAS-EDITADO-3.
           MOVE TDF-IDX-DENOM(IDX-DIFERENCIA) TO IDX-DENOM.
           DISPLAY "   ENVIO DESCUADRADO terminal "
               TDF-TERMINAL(IDX-DIFERENCIA) " pedido "
               TDF-FECHA-PEDIDO(IDX-DIFERENCIA) ": "
               ETIQUETA-DENOM(IDX-DENOM).
           DISPLAY "      pedidas " PIEZAS-EDITADO " recibidas "
               PIEZAS-EDITADO-2 " diferencia " PIEZAS-EDITADO-3.

           GO TO 3510-IMPRIMIR-DIFERENCIA.

       3600-IMPRIMIR-CONFORMIDAD.
           IF TSB-CONFORMIDAD-SW(IDX-SUCURSAL) = 1
               DISPLAY "   Conformidad firmada: oficina "
                   TSB-CONFORME-OFICINA(IDX-SUCURSAL)
                   ", oficina de efectivo "
                   TSB-CONFORME-EFECTIVO(IDX-SUCURSAL) " a las "
                   TSB-CONFORME-HORA(IDX-SUCURSAL)(1:2) ":"
                   TSB-CONFORME-HORA(IDX-SUCURSAL)(3:2)
           ELSE
               DISPLAY "   Conformidad PENDIENTE de firma en BOVEDAOFI".

           DISPLAY " ".
           DISPLAY "   Conforme la sucursal:            "
               "Conforme la oficina de efectivo:".
           DISPLAY " ".
           DISPLAY "   ______________________________   "
               "______________________________".

           GO TO 3100-IMPRIMIR-SUCURSAL.

       3900-FIN-INFORME.
           IF SUCURSALES-ABIERTO
               CLOSE F-SUCURSALES.

           IF SUCURSALES-SIN-TABLA > 0
               DISPLAY " "
               DISPLAY "AVISO: " SUCURSALES-SIN-TABLA
                   " lineas de bovedas por encima de " MAX-SUCURSALES
                   " sucursales quedan fuera del informe".

           IF NUM-DIFERENCIAS >= MAX-DIFERENCIAS
               DISPLAY "AVISO: solo se listan las primeras "
                   MAX-DIFERENCIAS " diferencias de envios".

       3000-IMPRIMIR-INFORME-EXIT.
           EXIT.

           *> Localiza (o estrena) la fila de la sucursal buscada y
           *> deja IDX-SUCURSAL apuntandola; con la tabla llena la
           *> linea se cuenta aparte.
       5000-LOCALIZAR-SUCURSAL.
           MOVE 0 TO SUCURSAL-LLENA-SW.
           MOVE 0 TO IDX-SUCURSAL.

       5010-BUSCAR-SUCURSAL.
           ADD 1 TO IDX-SUCURSAL.
           IF IDX-SUCURSAL > NUM-SUCURSALES
               GO TO 5020-NUEVA-SUCURSAL.

           IF TSB-SUCURSAL(IDX-SUCURSAL) NOT = SUCURSAL-BUSCADA
               GO TO 5010-BUSCAR-SUCURSAL.

           GO TO 5000-LOCALIZAR-SUCURSAL-EXIT.

       5020-NUEVA-SUCURSAL.
           IF NUM-SUCURSALES >= MAX-SUCURSALES
               MOVE 1 TO SUCURSAL-LLENA-SW
               ADD 1 TO SUCURSALES-SIN-TABLA
               GO TO 5000-LOCALIZAR-SUCURSAL-EXIT.

           ADD 1 TO NUM-SUCURSALES.
           MOVE NUM-SUCURSALES TO IDX-SUCURSAL.
           INITIALIZE SUCURSAL-ENTRY(IDX-SUCURSAL).
           MOVE SUCURSAL-BUSCADA TO TSB-SUCURSAL(IDX-SUCURSAL).

       5000-LOCALIZAR-SUCURSAL-EXIT.
           EXIT.

           *> Deja IDX-DENOM en la denominacion buscada, o por encima
           *> de NUM-DENOMINACIONES si no es de las de la boveda.
       5500-LOCALIZAR-DENOM.
           MOVE 1 TO IDX-DENOM.

       5510-BUSCAR-DENOM.
           IF IDX-DENOM > NUM-DENOMINACIONES
               GO TO 5500-LOCALIZAR-DENOM-EXIT.

           IF DENOM-CENT(IDX-DENOM) = DENOM-BUSCADA
               GO TO 5500-LOCALIZAR-DENOM-EXIT.

           ADD 1 TO IDX-DENOM.
           GO TO 5510-BUSCAR-DENOM.

       5500-LOCALIZAR-DENOM-EXIT.
           EXIT.
