           *> Copybook comun de las cajas de ventanilla
           *> (cajaventanilla.ubd): una fila por operador de oficina
           *> y denominacion, en centimos (billetes de 200 a 5 EUR y
           *> monedas de 2 EUR a 1 centimo), igual que cajon.ubd lleva
           *> el fondo de cada cajero. Cada cajero de ventanilla cobra
           *> y paga contra su propia caja.
       01 CAJAVENT-REG.
           02 CVE-CLAVE.
               03 CVE-OPERADOR         PIC  9(4).
               03 CVE-DENOM-CENT       PIC  9(5).
           02 CVE-CANTIDAD             PIC  9(7).
