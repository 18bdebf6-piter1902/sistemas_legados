           *> escribe el cajero al vender, lo consume la herramienta
           *> de control de puerta al marcar la entrada usada y lo
           *> liquida el lote de promotores; la cancelacion del
           *> evento anula las entradas vivas y el cajero recoge las
           *> que el titular devuelve antes del evento.
       01 ENTRADA-REG.
           02 ETR-NUMERO.
               03 ETR-NUM-BASE       PIC  9(11).
               88 ETR-EMITIDA        VALUE 0.
               88 ETR-USADA          VALUE 1.
               88 ETR-ANULADA        VALUE 2.
               88 ETR-DEVUELTA       VALUE 3.

           *> Fecha en que el titular devolvio la entrada en el
           *> cajero (cero mientras no se devuelva); la liquidacion
           *> a promotores descuenta la devolucion en esa fecha.
           02 ETR-DEVOLUCION.
               03 ETR-DEV-ANO        PIC   9(4).
               03 ETR-DEV-MES        PIC   9(2).
               03 ETR-DEV-DIA        PIC   9(2).

           *> Abono con el que se vendio la entrada (cero si se
           *> vendio suelta). El importe de la entrada es entonces la
           *> parte del precio del abono que toca a su evento.
           02 ETR-ABO-ID             PIC   9(6).

           *> Forma de pago: en blanco si se cargo en la cuenta (todas
           *> las anteriores a la compra a credito), "C" si se cargo a
           *> la linea de credito de la tarjeta; la devolucion o la
           *> cancelacion del evento la deshacen por el mismo camino.
           02 ETR-PAGO               PIC   X(1).
               88 ETR-PAGO-CREDITO   VALUE "C".
