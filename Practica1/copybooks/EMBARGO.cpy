           *> Copybook comun del registro de ordenes de embargo
           *> (embargos.ubd): una fila por orden judicial o
           *> administrativa, identificada por su numero y por el
           *> documento del deudor en clientes.ubd. La da de alta y
           *> la remite o levanta la oficina (ALTAEMB); el lote
           *> nocturno de embargos traba los abonos que van llegando
           *> hasta cubrir el importe ordenado.
       01 EMBARGO-REG.
           02 EMB-CLAVE.
               03 EMB-NUM-ORDEN      PIC  X(20).
               03 EMB-DOCUMENTO      PIC  X(12).

           *> Autoridad que emite la orden y cuenta del juzgado u
           *> organismo a la que se remiten los fondos.
           02 EMB-AUTORIDAD          PIC  X(35).
           02 EMB-BANCO-AUTORIDAD    PIC   9(4).
           02 EMB-CUENTA-AUTORIDAD   PIC  9(16).

           *> Importes en centimos. Lo que queda por trabar es el
           *> ordenado menos lo levantado, lo trabado sin remitir y
           *> lo ya remitido.
           02 EMB-IMPORTE-CENT       PIC  9(11).
           02 EMB-TRABADO-CENT       PIC  9(11).
           02 EMB-REMITIDO-CENT      PIC  9(11).
           02 EMB-LEVANTADO-CENT     PIC  9(11).

           02 EMB-ALTA.
               03 EMB-ALTA-ANO       PIC   9(4).
               03 EMB-ALTA-MES       PIC   9(2).
               03 EMB-ALTA-DIA       PIC   9(2).
           02 EMB-OPERADOR           PIC   9(4).

           *> Ultima pasada (alta o lote nocturno) que trabo fondos.
           02 EMB-ULTIMA-TRABA.
               03 EMB-TRABA-ANO      PIC   9(4).
               03 EMB-TRABA-MES      PIC   9(2).
               03 EMB-TRABA-DIA      PIC   9(2).

           02 EMB-ESTADO             PIC   9(1).
               88 EMB-ACTIVO         VALUE 0.
               88 EMB-CUMPLIDO       VALUE 1.
               88 EMB-LEVANTADO      VALUE 2.

           *> IBAN de la cuenta de la autoridad tal como se dio en el
           *> alta; de el salen el banco y la cuenta de arriba y con
           *> el se cursan las remesas. En blanco en las ordenes
           *> anteriores al IBAN, que lo componen de banco y cuenta.
           02 EMB-IBAN-AUTORIDAD     PIC  X(34).
