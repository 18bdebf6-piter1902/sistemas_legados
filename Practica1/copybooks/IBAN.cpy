           *> Copybook comun de la llamada al modulo IBANCTA, que
           *> valida y compone los IBAN de las cuentas que alcanza la
           *> red de compensacion (cuentas espanolas: "ES", dos
           *> digitos de control y veinte de banco y cuenta, que son
           *> los cuatro del banco y los dieciseis de la cuenta con
           *> que se guardan las ordenes).
           *>
           *> "V" valida el IBAN recibido (admite blancos y
           *> minusculas, y lo devuelve compactado) y, si es
           *> correcto, devuelve banco y cuenta; si ademas es de una
           *> cuenta de UnizarBank, devuelve la tarjeta que la
           *> alcanza. "C" compone el IBAN de un banco y una cuenta,
           *> y "P" el de una cuenta de UnizarBank. Con resultado
           *> correcto se devuelve tambien el IBAN impreso en grupos
           *> de cuatro.
       01 DATOS-IBAN.
           02 IBN-OPERACION          PIC   X(1).
               88 IBN-VALIDAR        VALUE "V".
               88 IBN-COMPONER       VALUE "C".
               88 IBN-COMPONER-PROPIO VALUE "P".
           02 IBN-IBAN               PIC  X(34).
           02 IBN-BANCO              PIC   9(4).
           02 IBN-CUENTA             PIC  9(16).
           02 IBN-TARJETA            PIC  9(16).
           02 IBN-RESULTADO          PIC   9(1).
               88 IBN-CORRECTO       VALUE 0.
               88 IBN-MAL-FORMADO    VALUE 1.
               88 IBN-CONTROL-ERRONEO VALUE 2.

               *> Digitos de control correctos, pero de una cuenta que
               *> la red nacional no alcanza.
               88 IBN-NO-NACIONAL    VALUE 3.
           02 IBN-PROPIO-SW          PIC   9(1).
               88 IBN-PROPIO         VALUE 1.
           02 IBN-IMPRESO            PIC  X(42).
