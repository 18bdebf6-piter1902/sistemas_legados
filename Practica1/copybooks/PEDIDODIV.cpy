           *> Copybook comun del registro de pedidos de divisa
           *> (pedidosdiv.ubd): billetes extranjeros pedidos en el
           *> cajero para recoger en la sucursal de la tarjeta. El
           *> contravalor en euros se carga al pedir; el lote nocturno
           *> pasa los pedidos nuevos al fichero del proveedor de
           *> billetes y devuelve el cargo de los que no se recogen a
           *> tiempo, y la oficina marca la entrega.
       01 PEDIDODIV-REG.
           02 PDV-NUM                PIC  9(8).
           02 PDV-TARJETA            PIC  9(16).
           02 PDV-CTA-ID             PIC  9(16).
           02 PDV-SUCURSAL           PIC  9(4).
           02 PDV-MONEDA             PIC  X(3).
           02 PDV-IMPORTE-DIV        PIC  9(7).
           02 PDV-CAMBIO             PIC 9(4)V9(6).

           *> Contravalor en euros cargado y comision cobrada aparte,
           *> en centimos.
           02 PDV-CARGO-CENT         PIC  9(11).
           02 PDV-COMISION-CENT      PIC  9(11).

           02 PDV-FECHA-PEDIDO       PIC  9(8).
           02 PDV-FECHA-LIMITE       PIC  9(8).
           02 PDV-FECHA-ENVIO        PIC  9(8).
           02 PDV-FECHA-CIERRE       PIC  9(8).
           02 PDV-OPERADOR           PIC  9(4).
           02 PDV-ESTADO             PIC  9(1).
               88 PDV-PEDIDO         VALUE 0.
               88 PDV-ENVIADO        VALUE 1.
               88 PDV-RECOGIDO       VALUE 2.
               88 PDV-DEVUELTO       VALUE 3.
