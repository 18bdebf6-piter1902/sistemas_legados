           *> Copybook comun de la tabla de cambios de divisa
           *> (divisas.ubd), que mantiene la oficina: por moneda y
           *> fecha de entrada en vigor, las unidades de la moneda que
           *> se entregan por cada euro. Manda la fila mas reciente que
           *> ya este en vigor, como en la tabla de tarifas; una fila
           *> marcada como retirada deja de ofrecer la moneda en el
           *> cajero desde su fecha.
       01 DIVISA-REG.
           02 DIV-CLAVE.
               03 DIV-MONEDA         PIC  X(3).
               03 DIV-VIGENCIA       PIC  9(8).
           02 DIV-NOMBRE             PIC X(20).
           02 DIV-CAMBIO             PIC 9(4)V9(6).
           02 DIV-ESTADO             PIC  9(1).
               88 DIV-OFRECIDA       VALUE 0.
               88 DIV-RETIRADA       VALUE 1.
