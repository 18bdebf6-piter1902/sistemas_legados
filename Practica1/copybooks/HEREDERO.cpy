           *> Copybook comun de los herederos declarados de un cliente
           *> fallecido (herederos.ubd): una fila por heredero con su
           *> parte de la herencia y la cuenta donde se le paga. Los
           *> anota la oficina con la declaracion de herederos y el
           *> reparto los marca pagados con el importe recibido.
       01 HEREDERO-REG.
           02 HER-CLAVE.
               03 HER-CLIENTE        PIC   9(8).
               03 HER-ORDEN          PIC   9(2).
           02 HER-DOCUMENTO          PIC  X(12).
           02 HER-NOMBRE             PIC  X(35).

           *> Parte que corresponde al heredero, en porcentaje con dos
           *> decimales (033.33 = un tercio); las de un mismo
           *> causante tienen que sumar cien para poder repartir.
           02 HER-PARTE-PCT          PIC  9(3)V9(2).

           *> Cuenta de pago: banco cero = tarjeta de esta entidad;
           *> si no, cuenta de otra entidad, pagada por interbanco.
           *> Si se dio por IBAN, banco y cuenta salen de el (y con un
           *> IBAN de la casa, la tarjeta que llega a su cuenta).
           02 HER-BANCO-DESTINO      PIC   9(4).
           02 HER-CUENTA-DESTINO     PIC  9(16).

           02 HER-ALTA.
               03 HER-ALTA-ANO       PIC   9(4).
               03 HER-ALTA-MES       PIC   9(2).
               03 HER-ALTA-DIA       PIC   9(2).
           02 HER-OPERADOR           PIC   9(4).

           *> Importe total pagado en el reparto, en centimos.
           02 HER-PAGADO-CENT        PIC  9(11).
           02 HER-ESTADO             PIC   9(1).
               88 HER-PENDIENTE      VALUE 0.
               88 HER-PAGADO         VALUE 1.

           *> IBAN de la cuenta de pago tal como se anoto, en blanco
           *> si se dio la tarjeta. Con el se cursa la transferencia
           *> y, si es de la casa, se abona la cuenta que nombra.
           02 HER-IBAN-DESTINO       PIC  X(34).
