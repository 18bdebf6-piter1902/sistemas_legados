           *> ITBLIQ liquida con el resto. Cero en los registros
           *> anteriores a este campo.
           02 PROG-BANCO-DESTINO     PIC   9(4).

           *> Una orden suspendida (por fallecimiento del titular) se
           *> conserva pero el lote no la ejecuta. Cero en los
           *> registros anteriores a este campo.
           02 PROG-ESTADO            PIC   9(1).
               88 PROG-EN-VIGOR          VALUE 0.
               88 PROG-SUSPENDIDA        VALUE 1.

           *> IBAN destino tecleado por el cliente. Si es de una
           *> cuenta de UnizarBank, el banco va a cero y la tarjeta
           *> que la alcanza en PROG-DESTINO, pero el lote abona la
           *> cuenta que nombra el IBAN. Espacios si se tecleo la
           *> tarjeta y en los registros anteriores a este campo: el
           *> lote lo compone entonces con banco y cuenta destino.
           02 PROG-IBAN-DESTINO      PIC  X(34).
