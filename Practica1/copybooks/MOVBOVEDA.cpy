           *> Copybook comun del libro de movimientos de boveda
           *> (movboveda.ubd): una fila por movimiento y denominacion,
           *> numerados por sucursal y dia. Cada movimiento lleva la
           *> firma del operador que lo hizo (operadores.ubd) y la de
           *> su contraparte cuando la hay.
       01 MOVBOVEDA-REG.
           02 BMV-CLAVE.
               03 BMV-SUCURSAL         PIC  9(4).
               03 BMV-FECHA            PIC  9(8).
               03 BMV-NUM              PIC  9(5).
               03 BMV-DENOM-CENT       PIC  9(5).
           02 BMV-HORA                 PIC  9(6).

           *> Entrada y devoluciones son con el transportista; el
           *> traspaso va al cajon de un cajero, dotacion y entrega
           *> con una caja de ventanilla; apartar pasa piezas aptas a
           *> no aptas dentro de la boveda. La conformidad del
           *> balance del dia no mueve piezas (denominacion cero).
           02 BMV-TIPO                 PIC  9(1).
               88 BMV-ENTRADA          VALUE 1.
               88 BMV-TRASPASO-CAJON   VALUE 2.
               88 BMV-DOTACION         VALUE 3.
               88 BMV-ENTREGA          VALUE 4.
               88 BMV-DEVOLUCION       VALUE 5.
               88 BMV-DEVOLUCION-NO-APTOS VALUE 6.
               88 BMV-APARTAR-NO-APTOS VALUE 7.
               88 BMV-CONFORMIDAD      VALUE 9.

           *> Firma del movimiento: quien lo hace y su contraparte
           *> (el cajero de ventanilla en dotaciones y entregas, el
           *> supervisor de la oficina de efectivo en la conformidad),
           *> y el terminal del cajon en entradas y traspasos.
           02 BMV-OPERADOR             PIC  9(4).
           02 BMV-CONTRAPARTE          PIC  9(4).
           02 BMV-TERMINAL             PIC  9(4).

           *> Entradas: fecha del pedido de reposicion que sirven y
           *> piezas que pedia de la denominacion, para el faltante o
           *> sobrante del envio.
           02 BMV-FECHA-PEDIDO         PIC  9(8).
           02 BMV-PEDIDAS              PIC  9(7).
           02 BMV-PIEZAS               PIC  9(7).
