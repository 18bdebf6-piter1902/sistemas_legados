           *> movimiento, para que el justificante diga cual de las
           *> cuentas de la tarjeta se toco.
           02 JUS-CTA-ID             PIC  9(16).

           *> IBAN de esa cuenta, que se imprime en el justificante;
           *> en blanco en los anteriores a su alta y en los avisos
           *> que no tocan cuenta.
           02 JUS-IBAN               PIC  X(34).
