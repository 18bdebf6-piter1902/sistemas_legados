           *> Desenlace comunicado por la red de compensacion. Mientras
           *> no llega respuesta la orden queda pendiente; si el otro
           *> banco la devuelve, el lote de liquidacion repone el saldo
           *> en la cuenta origen. Desde la oficina, una orden aun sin
           *> transmitir se anula reponiendo el saldo en el acto, y la
           *> ya transmitida se pide retirar a la red (retiradas.ubd);
           *> si el otro banco acepta la retirada, el saldo se repone
           *> y la orden queda retirada.
           02 ITB-ESTADO              PIC   9(1).
               88 ITB-PENDIENTE       VALUE 0.
               88 ITB-LIQUIDADA       VALUE 1.
               88 ITB-DEVUELTA        VALUE 2.
               88 ITB-ANULADA         VALUE 3.
               88 ITB-RETIRADA        VALUE 4.
           02 ITB-LIQ.
               03 ITB-LIQ-ANO         PIC   9(4).
               03 ITB-LIQ-MES         PIC   9(2).
               03 ITB-TRANS-ANO       PIC   9(4).
               03 ITB-TRANS-MES       PIC   9(2).
               03 ITB-TRANS-DIA       PIC   9(2).

           *> IBAN de la cuenta destino, con el que la orden viaja a
           *> la red. Banco y cuenta destino siguen informados (son
           *> los veinte digitos del IBAN espanol) para las pantallas
           *> y los listados. Las ordenes anteriores a este campo se
           *> convierten una vez con CONVIBAN.
           02 ITB-IBAN-DESTINO        PIC  X(34).
