           02 RET-ORIGEN             PIC   9(1).
               88 RET-ORIGEN-INGRESO VALUE 0.
               88 RET-ORIGEN-RESERVA VALUE 1.

               *> Fondos trabados por una orden de embargo; los libera
               *> la remesa a la autoridad o el levantamiento.
               88 RET-ORIGEN-EMBARGO VALUE 2.
