       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIVENVIO.

           *> Proceso nocturno de los pedidos de divisa hechos en el
           *> cajero (pedidosdiv.ubd). Primero devuelve el cargo de
           *> los pedidos cuyo plazo de recogida vencio sin que el
           *> titular pasara por la oficina, con aviso al cliente.
           *> Despues consolida los pedidos nuevos por sucursal de
           *> recogida y moneda en el fichero para el proveedor de
           *> billetes (divisasAAAAMMDD.dat: cabecera, detalle y cola
           *> de control) y, solo con el fichero completo en disco,
           *> los marca enviados, como la transmision interbancaria.
           *> La comision del pedido no se devuelve: el servicio se
           *> presto aunque la divisa no se recogiera. Si la cuenta
           *> del pedido ya esta cerrada, el cargo devuelto queda en
           *> suspenso.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PEDIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDV-NUM
           FILE STATUS IS FSP.

           SELECT F-ENVIO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-SUCURSALES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUC-CODIGO
           FILE STATUS IS FSU.

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

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

           *> Cuenta de suspenso: las devoluciones cuya cuenta ya esta
           *> cerrada esperan ahi a que la oficina las aplique.
           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSO.

       DATA DIVISION.
       FILE SECTION.
       FD F-PEDIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pedidosdiv.ubd".
           COPY PEDIDODIV.

       FD F-ENVIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENVIO.
       01 ENVIO-REG.
           *> "H" = cabecera, "D" = sucursal y moneda, "T" = cola
           *> de control.
           02 ENV-TIPO                PIC   X(1).
           02 ENV-DETALLE.
               03 ENV-SUCURSAL        PIC   9(4).
               03 ENV-SUC-NOMBRE      PIC  X(30).
               03 ENV-MONEDA          PIC   X(3).
               03 ENV-UNIDADES        PIC   9(9).
               03 ENV-PEDIDOS         PIC   9(5).
               03 FILLER              PIC  X(28).
           02 ENV-CABECERA REDEFINES ENV-DETALLE.
               03 ENV-FECHA           PIC   9(8).
               03 ENV-REMITENTE       PIC  X(30).
               03 FILLER              PIC  X(41).
           02 ENV-COLA REDEFINES ENV-DETALLE.
               03 ENV-LINEAS          PIC   9(7).
               03 ENV-TOTAL-PEDIDOS   PIC   9(7).
               03 FILLER              PIC  X(65).

       FD F-SUCURSALES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "sucursales.ubd".
           COPY SUCURSALM.

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

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSP                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSQ                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSV                       PIC   X(2).
       77 FSO                       PIC   X(2).

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

       77 FECHA-HOY-NUM              PIC   9(8).
       77 NOMBRE-ENVIO               PIC  X(24).

       77 LAST-MOV-NUM               PIC  9(35).
       77 CENT-ABONO                 PIC S9(11).
       77 CENT-SALDO                 PIC S9(11).

       77 ULTIMO-SPS-NUM             PIC  9(35).
       77 CTA-CERRADA-SW             PIC  9(1).
           88 CTA-CERRADA            VALUE 1.

       78 MOTIVO-CUENTA-CERRADA      VALUE "03".

       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).

       77 CONTADOR-DEVUELTOS         PIC   9(7) VALUE 0.
       77 TOTAL-DEVUELTO-CENT        PIC S9(13) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC   9(7) VALUE 0.
       77 TOTAL-SUSPENSO-CENT        PIC S9(13) VALUE 0.
       77 CONTADOR-ENVIADOS          PIC   9(7) VALUE 0.
       77 CONTADOR-LINEAS            PIC   9(7) VALUE 0.

           *> Pedidos incluidos en el fichero de esta noche, aun sin
           *> marcar. Si se llena la tabla, los restantes esperan a
           *> la noche siguiente.
       77 NUM-PEDIDOS-ENVIO          PIC   9(4) VALUE 0.
       01 TABLA-PEDIDOS.
           05 PEDIDO-ENTRY OCCURS 1 TO 9999 TIMES
               DEPENDING ON NUM-PEDIDOS-ENVIO.
               10 PED-TAB-NUM        PIC   9(8).

           *> Consolidado por sucursal de recogida y moneda; al
           *> escribir se saca cada vez la clave menor aun sin volcar
           *> para que el proveedor reciba el fichero ordenado.
       77 NUM-LINEAS-ENVIO           PIC   9(4) VALUE 0.
       01 TABLA-LINEAS.
           05 LINEA-ENTRY OCCURS 1 TO 500 TIMES
               DEPENDING ON NUM-LINEAS-ENVIO.
               10 LIN-SUCURSAL       PIC   9(4).
               10 LIN-MONEDA         PIC   X(3).
               10 LIN-UNIDADES       PIC   9(9).
               10 LIN-PEDIDOS        PIC   9(5).
               10 LIN-VOLCADA        PIC   9(1).

       77 IDX-PEDIDO                 PIC   9(4).
       77 IDX-LINEA                  PIC   9(4).
       77 IDX-MENOR                  PIC   9(4).
       77 SUCURSALES-ABIERTAS        PIC   9(1).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-DEVUELTOS.
           MOVE 0 TO TOTAL-DEVUELTO-CENT.
           MOVE 0 TO CONTADOR-SUSPENSO.
           MOVE 0 TO TOTAL-SUSPENSO-CENT.
           MOVE 0 TO CONTADOR-ENVIADOS.
           MOVE 0 TO CONTADOR-LINEAS.
           MOVE 0 TO NUM-PEDIDOS-ENVIO.
           MOVE 0 TO NUM-LINEAS-ENVIO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - DIVENVIO - pedidos de divisa al "
               "proveedor".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE SPACES TO NOMBRE-ENVIO.
           STRING "divisas"      DELIMITED BY SIZE
                  FECHA-HOY-NUM  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
               INTO NOMBRE-ENVIO.

           PERFORM 1000-CADUCAR THRU 1000-CADUCAR-EXIT.
           PERFORM 2000-CONSOLIDAR THRU 2000-CONSOLIDAR-EXIT.

           DISPLAY " ".
           DISPLAY "Pedidos caducados     : " CONTADOR-DEVUELTOS.
           DISPLAY "Cargos devueltos      : " TOTAL-DEVUELTO-CENT
               " centimos".
           DISPLAY "Pasados a suspenso    : " CONTADOR-SUSPENSO.
           DISPLAY "Importe en suspenso   : " TOTAL-SUSPENSO-CENT
               " centimos".
           DISPLAY "Pedidos enviados      : " CONTADOR-ENVIADOS.
           DISPLAY "Lineas al proveedor   : " CONTADOR-LINEAS.
           IF CONTADOR-ENVIADOS > 0
               DISPLAY "Fichero de envio en " NOMBRE-ENVIO.

           GOBACK.

           *> Pedidos cuyo plazo de recogida ha vencido: se abona al
           *> titular el contravalor en euros que se le cargo y se le
           *> deja aviso. Los billetes sobrantes vuelven al proveedor
           *> fuera de este proceso.
       1000-CADUCAR.
           OPEN I-O F-PEDIDOS.
           IF FSP = 35
               DISPLAY "No hay pedidosdiv.ubd que procesar."
               CLOSE F-PEDIDOS
               GO TO 1000-CADUCAR-EXIT.
           IF FSP <> 00
               DISPLAY "Error abriendo pedidosdiv.ubd"
               GO TO 1000-CADUCAR-EXIT.

       1100-LEER-PEDIDO.
           READ F-PEDIDOS NEXT RECORD
               AT END GO TO 1900-FIN-CADUCAR.

           IF NOT PDV-PEDIDO AND NOT PDV-ENVIADO
               GO TO 1100-LEER-PEDIDO.

           IF PDV-FECHA-LIMITE NOT < FECHA-HOY-NUM
               GO TO 1100-LEER-PEDIDO.

           MOVE PDV-CARGO-CENT TO CENT-ABONO.

           *> Una cuenta cerrada no admite abonos: el cargo devuelto
           *> queda en suspenso para que la oficina lo aplique.
           CALL "CTACERR" USING PDV-CTA-ID CTA-CERRADA-SW.
           IF CTA-CERRADA
               PERFORM 1500-PASAR-A-SUSPENSO
                   THRU 1500-PASAR-A-SUSPENSO-EXIT
           ELSE
               PERFORM 1200-ABONAR-DEVOLUCION
                   THRU 1200-ABONAR-DEVOLUCION-EXIT
           END-IF.

           MOVE PDV-TARJETA TO TARJETA-AVISO.
           MOVE "Divisa no recogida: cargo devuelto" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           SET PDV-DEVUELTO TO TRUE.
           MOVE FECHA-HOY-NUM TO PDV-FECHA-CIERRE.
           REWRITE PEDIDODIV-REG INVALID KEY
               DISPLAY "Error reescribiendo pedidosdiv.ubd".

           ADD 1 TO CONTADOR-DEVUELTOS.
           ADD PDV-CARGO-CENT TO TOTAL-DEVUELTO-CENT.

           DISPLAY "Devuelto pedido " PDV-NUM
               " tarjeta " PDV-TARJETA
               " " PDV-IMPORTE-DIV " " PDV-MONEDA.

           GO TO 1100-LEER-PEDIDO.

       1900-FIN-CADUCAR.
           CLOSE F-PEDIDOS.

       1000-CADUCAR-EXIT.
           EXIT.

           *> Anota CENT-ABONO en la cuenta del pedido con el mismo
           *> codigo de tipo que el cargo, para que el extracto los
           *> muestre emparejados.
       1200-ABONAR-DEVOLUCION.
           MOVE 0 TO CENT-SALDO.

           OPEN I-O F-SALDOS.
           IF FSS = 35
               OPEN OUTPUT F-SALDOS
               CLOSE F-SALDOS
               OPEN I-O F-SALDOS
           END-IF.
           IF FSS <> 00
               DISPLAY "Error abriendo saldos.ubd"
               GO TO 1200-ABONAR-DEVOLUCION-EXIT.

           MOVE PDV-CTA-ID TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.

           ADD CENT-ABONO TO CENT-SALDO.

           MOVE PDV-CTA-ID TO SALDO-CTA-ID.
           COMPUTE SALDO-ENT = CENT-SALDO / 100.
           COMPUTE SALDO-DEC =
               FUNCTION ABS(CENT-SALDO - (SALDO-ENT * 100)).

           REWRITE SALDO-REG
               INVALID KEY WRITE SALDO-REG INVALID KEY
                   DISPLAY "Error escribiendo saldos.ubd"
               END-WRITE
           END-REWRITE.

           CLOSE F-SALDOS.

           PERFORM 1300-SIGUIENTE-MOV-NUM
               THRU 1300-SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN I-O F-MOVIMIENTOS
           END-IF.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 1200-ABONAR-DEVOLUCION-EXIT.

           MOVE LAST-MOV-NUM TO MOV-NUM.
           MOVE PDV-TARJETA  TO MOV-TARJETA.
           MOVE ANO          TO MOV-ANO.
           MOVE MES          TO MOV-MES.
           MOVE DIA          TO MOV-DIA.
           MOVE HORAS        TO MOV-HOR.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-ABONO - (MOV-IMPORTE-ENT * 100)).

           MOVE "Devolucion divisa no recogida" TO MOV-CONCEPTO.
           SET MOV-TIPO-DIVISA TO TRUE.

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
           MOVE PDV-CTA-ID TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo movimientos.ubd".

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           CLOSE F-MOVIMIENTOS.

       1200-ABONAR-DEVOLUCION-EXIT.
           EXIT.

       1300-SIGUIENTE-MOV-NUM.
           OPEN I-O F-SECUENCIA.
           IF FSQ = 35
               OPEN OUTPUT F-SECUENCIA
               CLOSE F-SECUENCIA
               OPEN I-O F-SECUENCIA
           END-IF.
           IF FSQ <> 00
               DISPLAY "Error abriendo secuencia.ubd"
               MOVE 0 TO LAST-MOV-NUM
               GO TO 1300-SIGUIENTE-MOV-NUM-EXIT.

           MOVE 1 TO SEC-CLAVE.
           READ F-SECUENCIA
               INVALID KEY
                   MOVE 0 TO SEC-ULTIMO-MOV-NUM
                   WRITE SECUENCIA-REG
           END-READ.

           ADD 1 TO SEC-ULTIMO-MOV-NUM.
           MOVE SEC-ULTIMO-MOV-NUM TO LAST-MOV-NUM.

           REWRITE SECUENCIA-REG.

           CLOSE F-SECUENCIA.

       1300-SIGUIENTE-MOV-NUM-EXIT.
           EXIT.

           *> Deja la devolucion en suspensos.ubd con el motivo de
           *> cuenta cerrada, como reembolso al antiguo titular: no
           *> hay banco remitente y la referencia es el pedido.
       1500-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSO = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSO <> 00
               DISPLAY "Error abriendo suspensos.ubd: el pedido "
                   PDV-NUM " queda sin devolver."
               GO TO 1500-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       1510-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 1520-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 1510-BUSCAR-ULTIMO.

       1520-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM      TO SPS-NUM.
           SET SPS-ORIGEN-REEMBOLSO TO TRUE.
           MOVE 0                   TO SPS-REMITENTE.
           MOVE 0                   TO SPS-TARJETA-REMITENTE.
           MOVE "Devolucion divisa no recogida" TO SPS-ORDENANTE.
           MOVE PDV-TARJETA         TO SPS-TARJETA-DESTINO.
           COMPUTE SPS-IMPORTE-ENT = CENT-ABONO / 100.
           COMPUTE SPS-IMPORTE-DEC =
               CENT-ABONO - (SPS-IMPORTE-ENT * 100).
           MOVE PDV-NUM             TO SPS-REFERENCIA.
           MOVE MOTIVO-CUENTA-CERRADA TO SPS-MOTIVO.
           MOVE ANO                 TO SPS-ANO.
           MOVE MES                 TO SPS-MES.
           MOVE DIA                 TO SPS-DIA.
           SET SPS-PENDIENTE        TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd: el pedido "
                   PDV-NUM " queda sin devolver."
               CLOSE F-SUSPENSOS
               GO TO 1500-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.
           ADD CENT-ABONO TO TOTAL-SUSPENSO-CENT.

           DISPLAY "Pedido " PDV-NUM " de una cuenta cerrada;"
               " en suspenso num " SPS-NUM.

       1500-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> Recorre los pedidos sin enviar y aun en plazo, y
           *> acumula unidades y numero de pedidos por sucursal de
           *> recogida y moneda.
       2000-CONSOLIDAR.
           OPEN I-O F-PEDIDOS.
           IF FSP = 35
               CLOSE F-PEDIDOS
               GO TO 2000-CONSOLIDAR-EXIT.
           IF FSP <> 00
               DISPLAY "Error abriendo pedidosdiv.ubd"
               GO TO 2000-CONSOLIDAR-EXIT.

       2100-LEER-PEDIDO.
           READ F-PEDIDOS NEXT RECORD
               AT END GO TO 2400-FIN-LECTURA.

           IF NOT PDV-PEDIDO
               GO TO 2100-LEER-PEDIDO.

           IF NUM-PEDIDOS-ENVIO >= 9999
               GO TO 2400-FIN-LECTURA.

           MOVE 0 TO IDX-LINEA.

       2200-BUSCAR-LINEA.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-LINEAS-ENVIO
               GO TO 2300-NUEVA-LINEA.
           IF LIN-SUCURSAL(IDX-LINEA) = PDV-SUCURSAL
               AND LIN-MONEDA(IDX-LINEA) = PDV-MONEDA
               GO TO 2350-ACUMULAR.
           GO TO 2200-BUSCAR-LINEA.

       2300-NUEVA-LINEA.
           IF NUM-LINEAS-ENVIO >= 500
               GO TO 2400-FIN-LECTURA.

           ADD 1 TO NUM-LINEAS-ENVIO.
           MOVE NUM-LINEAS-ENVIO TO IDX-LINEA.
           MOVE PDV-SUCURSAL TO LIN-SUCURSAL(IDX-LINEA).
           MOVE PDV-MONEDA   TO LIN-MONEDA(IDX-LINEA).
           MOVE 0            TO LIN-UNIDADES(IDX-LINEA).
           MOVE 0            TO LIN-PEDIDOS(IDX-LINEA).
           MOVE 0            TO LIN-VOLCADA(IDX-LINEA).

       2350-ACUMULAR.
           ADD PDV-IMPORTE-DIV TO LIN-UNIDADES(IDX-LINEA).
           ADD 1 TO LIN-PEDIDOS(IDX-LINEA).

           ADD 1 TO NUM-PEDIDOS-ENVIO.
           MOVE PDV-NUM TO PED-TAB-NUM(NUM-PEDIDOS-ENVIO).

           GO TO 2100-LEER-PEDIDO.

       2400-FIN-LECTURA.
           IF NUM-PEDIDOS-ENVIO = 0
               DISPLAY "No hay pedidos nuevos para el proveedor."
               CLOSE F-PEDIDOS
               GO TO 2000-CONSOLIDAR-EXIT.

           OPEN OUTPUT F-ENVIO.
           IF FSE <> 00
               DISPLAY "Error abriendo " NOMBRE-ENVIO
               CLOSE F-PEDIDOS
               GO TO 2000-CONSOLIDAR-EXIT.

           MOVE "H" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE FECHA-HOY-NUM TO ENV-FECHA.
           MOVE "UnizarBank" TO ENV-REMITENTE.
           WRITE ENVIO-REG.

           MOVE 0 TO SUCURSALES-ABIERTAS.
           OPEN INPUT F-SUCURSALES.
           IF FSU = 00
               MOVE 1 TO SUCURSALES-ABIERTAS.

       2500-VOLCAR-LINEA.
           MOVE 0 TO IDX-MENOR.
           MOVE 0 TO IDX-LINEA.

       2510-BUSCAR-MENOR.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-LINEAS-ENVIO
               GO TO 2520-ESCRIBIR-MENOR.
           IF LIN-VOLCADA(IDX-LINEA) = 1
               GO TO 2510-BUSCAR-MENOR.
           IF IDX-MENOR = 0
               MOVE IDX-LINEA TO IDX-MENOR
               GO TO 2510-BUSCAR-MENOR.
           IF LIN-SUCURSAL(IDX-LINEA) < LIN-SUCURSAL(IDX-MENOR)
               MOVE IDX-LINEA TO IDX-MENOR
               GO TO 2510-BUSCAR-MENOR.
           IF LIN-SUCURSAL(IDX-LINEA) = LIN-SUCURSAL(IDX-MENOR)
               AND LIN-MONEDA(IDX-LINEA) < LIN-MONEDA(IDX-MENOR)
               MOVE IDX-LINEA TO IDX-MENOR.
           GO TO 2510-BUSCAR-MENOR.

       2520-ESCRIBIR-MENOR.
           IF IDX-MENOR = 0
               GO TO 2900-FIN-FICHERO.

           MOVE 1 TO LIN-VOLCADA(IDX-MENOR).

           MOVE "D" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE LIN-SUCURSAL(IDX-MENOR) TO ENV-SUCURSAL.
           MOVE LIN-MONEDA(IDX-MENOR)   TO ENV-MONEDA.
           MOVE LIN-UNIDADES(IDX-MENOR) TO ENV-UNIDADES.
           MOVE LIN-PEDIDOS(IDX-MENOR)  TO ENV-PEDIDOS.

           *> El proveedor reparte por el nombre de la oficina; la
           *> sucursal 0 son los servicios centrales.
           IF LIN-SUCURSAL(IDX-MENOR) = 0
               MOVE "Servicios centrales" TO ENV-SUC-NOMBRE.
           IF LIN-SUCURSAL(IDX-MENOR) NOT = 0
               AND SUCURSALES-ABIERTAS = 1
               MOVE LIN-SUCURSAL(IDX-MENOR) TO SUC-CODIGO
               READ F-SUCURSALES
                   NOT INVALID KEY
                       MOVE SUC-NOMBRE TO ENV-SUC-NOMBRE
               END-READ
           END-IF.

           WRITE ENVIO-REG.
           ADD 1 TO CONTADOR-LINEAS.

           DISPLAY "Sucursal " LIN-SUCURSAL(IDX-MENOR)
               " " LIN-MONEDA(IDX-MENOR)
               " unidades " LIN-UNIDADES(IDX-MENOR)
               " pedidos " LIN-PEDIDOS(IDX-MENOR).

           GO TO 2500-VOLCAR-LINEA.

       2900-FIN-FICHERO.
           IF SUCURSALES-ABIERTAS = 1
               CLOSE F-SUCURSALES.

           *> Cola de control: el proveedor contrasta lineas y
           *> pedidos contra el detalle.
           MOVE "T" TO ENV-TIPO.
           MOVE SPACES TO ENV-DETALLE.
           MOVE CONTADOR-LINEAS   TO ENV-LINEAS.
           MOVE NUM-PEDIDOS-ENVIO TO ENV-TOTAL-PEDIDOS.
           WRITE ENVIO-REG.

           CLOSE F-ENVIO.

           PERFORM 2950-MARCAR-ENVIADOS
               THRU 2950-MARCAR-ENVIADOS-EXIT.

           CLOSE F-PEDIDOS.

       2000-CONSOLIDAR-EXIT.
           EXIT.

           *> Con el fichero completo en disco, marca enviados los
           *> pedidos volcados. Un fallo anterior los deja pedidos y
           *> el relanzamiento rehace el fichero del dia.
       2950-MARCAR-ENVIADOS.
           MOVE 0 TO IDX-PEDIDO.

       2960-MARCAR-UNO.
           ADD 1 TO IDX-PEDIDO.
           IF IDX-PEDIDO > NUM-PEDIDOS-ENVIO
               GO TO 2950-MARCAR-ENVIADOS-EXIT.

           MOVE PED-TAB-NUM(IDX-PEDIDO) TO PDV-NUM.
           READ F-PEDIDOS
               INVALID KEY GO TO 2960-MARCAR-UNO.

           SET PDV-ENVIADO TO TRUE.
           MOVE FECHA-HOY-NUM TO PDV-FECHA-ENVIO.

           REWRITE PEDIDODIV-REG INVALID KEY
               DISPLAY "Error reescribiendo pedidosdiv.ubd".

           ADD 1 TO CONTADOR-ENVIADOS.

           GO TO 2960-MARCAR-UNO.

       2950-MARCAR-ENVIADOS-EXIT.
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
               DISPLAY "Error abriendo movidx.ubd"
               GO TO ESCRIBIR-MOVIDX-FIN.

           MOVE MOV-TARJETA TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = (MOV-ANO * 10000000000)
               + (MOV-MES * 100000000) + (MOV-DIA * 1000000)
               + (MOV-HOR * 10000) + (MOV-MIN * 100) + MOV-SEG.
           MOVE MOV-NUM TO MIX-MOV-NUM.

           WRITE MOVIDX-REG INVALID KEY
               DISPLAY "Error escribiendo movidx.ubd".

           CLOSE F-MOVIDX.

       ESCRIBIR-MOVIDX-FIN.
           EXIT.

       ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               DISPLAY "Error abriendo avisos.ubd"
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
