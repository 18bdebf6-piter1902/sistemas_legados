           *> Copybook comun del maestro de acreedores (acreedores.ubd):
           *> clientes de empresa que cobran por adeudo a sus propios
           *> clientes de otros bancos a traves de nosotros. La tarjeta
           *> resuelve la cuenta que recibe los cobros y soporta las
           *> devoluciones; los avisos van tambien a esa tarjeta.
       01 ACREEDOR-REG.
           02 ACR-CODIGO              PIC   9(4).
           02 ACR-NOMBRE              PIC  X(30).
           02 ACR-TARJETA             PIC  9(16).

           *> Abono de lo cobrado: un unico apunte por remesa en cada
           *> liquidacion, o un apunte por cada adeudo cobrado.
           02 ACR-ABONO               PIC   9(1).
               88 ACR-ABONO-REMESA    VALUE 0.
               88 ACR-ABONO-LINEA     VALUE 1.
           02 ACR-ESTADO              PIC   9(1).
               88 ACR-ACTIVO          VALUE 0.
               88 ACR-BAJA            VALUE 1.
