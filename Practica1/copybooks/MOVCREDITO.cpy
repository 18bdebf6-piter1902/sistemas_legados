           *> Copybook comun de los apuntes de las tarjetas de credito
           *> (movcredito.ubd): compras cargadas a credito en el mes,
           *> y los intereses, recargos y cobros que anota el cierre
           *> mensual. La clave agrupa por tarjeta y ciclo (AAAAMM)
           *> para sacar el extracto del mes.
       01 MOVCREDITO-REG.
           02 MCR-CLAVE.
               03 MCR-TARJETA         PIC  9(16).
               03 MCR-CICLO           PIC  9(6).
               03 MCR-ORDEN           PIC  9(5).
           02 MCR-FECHA               PIC  9(8).
           02 MCR-HORA                PIC  9(6).
           02 MCR-CONCEPTO            PIC X(35).

           *> Positivo lo que aumenta la deuda, negativo lo cobrado
           *> y lo devuelto de una compra.
           02 MCR-IMPORTE-CENT        PIC S9(11).
           02 MCR-TIPO                PIC  9(1).
               88 MCR-COMPRA          VALUE 1.
               88 MCR-INTERES         VALUE 2.
               88 MCR-RECARGO         VALUE 3.
               88 MCR-COBRO           VALUE 4.
               88 MCR-DEVOLUCION      VALUE 5.
