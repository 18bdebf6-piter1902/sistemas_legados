           *> Copybook comun del registro de talonarios emitidos
           *> (talonarios.ubd): cada talonario entregado a un cliente
           *> con el rango de numeros de cheque que contiene. La
           *> numeracion es unica en todo el banco, porque la camara
           *> identifica el cheque solo por banco librado y numero;
           *> la clave es el ultimo numero del talonario para llegar
           *> al talonario de un cheque con un START.
       01 TALONARIO-REG.
           02 TAL-SERIE-HASTA          PIC  9(10).
           02 TAL-SERIE-DESDE          PIC  9(10).

           *> Cuenta contra la que se libran los cheques y tarjeta
           *> por la que se identifico al titular al emitirlo (la
           *> que llevan los movimientos de pago).
           02 TAL-CTA-ID               PIC  9(16).
           02 TAL-TARJETA              PIC  9(16).

           02 TAL-FECHA-EMISION        PIC  9(8).
           02 TAL-OPERADOR             PIC  9(4).
