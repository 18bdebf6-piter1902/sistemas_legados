           *> Copybook comun de las peticiones de retirada de ordenes
           *> interbancarias ya transmitidas (retiradas.ubd): una por
           *> orden, con la clave de interbanco.ubd. La oficina la
           *> abre con su motivo, el lote de envio la transmite a la
           *> red de compensacion en el fichero de la noche y la
           *> respuesta del otro banco la cierra, aceptada (se repone
           *> el saldo en la cuenta origen) o rechazada con su motivo.
       01 RETIRADA-REG.
           02 RTD-ITB-NUM             PIC  9(35).
           02 RTD-MOTIVO              PIC   9(2).

           *> Quien la pidio y cuando.
           02 RTD-SOLICITUD.
               03 RTD-SOL-FECHA       PIC   9(8).
               03 RTD-SOL-HORA        PIC   9(6).
               03 RTD-OPERADOR        PIC   9(4).
               03 RTD-TERMINAL        PIC   9(4).

           02 RTD-ESTADO              PIC   9(1).
               88 RTD-SOLICITADA      VALUE 0.
               88 RTD-TRANSMITIDA     VALUE 1.
               88 RTD-ACEPTADA        VALUE 2.
               88 RTD-RECHAZADA       VALUE 3.

           *> Fecha del fichero de envio que la llevo a la red (cero
           *> = aun sin transmitir) y respuesta del otro banco.
           02 RTD-TRANSMISION         PIC   9(8).
           02 RTD-RESPUESTA-FECHA     PIC   9(8).
           02 RTD-MOTIVO-RESPUESTA    PIC   9(2).
