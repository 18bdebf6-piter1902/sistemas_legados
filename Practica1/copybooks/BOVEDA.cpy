           *> Copybook comun de las bovedas de oficina (boveda.ubd):
           *> una fila por sucursal y denominacion, en centimos como
           *> cajaventanilla.ubd (billetes de 200 a 5 EUR y monedas de
           *> 2 EUR a 1 centimo). La boveda recibe el efectivo del
           *> transportista, reparte a los cajones de los cajeros y a
           *> las cajas de ventanilla y devuelve al transportista el
           *> exceso y las piezas no aptas, que se guardan aparte hasta
           *> su devolucion. Cada movimiento queda en movboveda.ubd.
       01 BOVEDA-REG.
           02 BOV-CLAVE.
               03 BOV-SUCURSAL         PIC  9(4).
               03 BOV-DENOM-CENT       PIC  9(5).
           02 BOV-CANTIDAD             PIC  9(7).
           02 BOV-NO-APTOS             PIC  9(7).
