               88 TRF-PENDIENTE      VALUE 0.
               88 TRF-APROBADA       VALUE 1.
               88 TRF-RECHAZADA      VALUE 2.

               *> El titular destino dio posible coincidencia con la
               *> lista de vigilancia al ir a firmarla: la orden sigue
               *> en la cola de cumplimiento con la misma reserva.
               88 TRF-CUMPLIMIENTO   VALUE 3.

           *> IBAN destino tecleado por el cliente. Si es de una
           *> cuenta de UnizarBank, el banco va a cero y la tarjeta
           *> que la alcanza en la cuenta destino, pero al aprobarla
           *> se abona la cuenta que nombra el IBAN. Espacios si se
           *> tecleo la tarjeta y en los registros anteriores a este
           *> campo: al aprobarla se compone con banco y cuenta.
           02 TRF-IBAN-DESTINO       PIC  X(34).
