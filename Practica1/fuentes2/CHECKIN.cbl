               CLOSE F-ENTRADAS
               GO TO PYA-USADA.

           IF ETR-ANULADA OR ETR-DEVUELTA
               CLOSE F-ENTRADAS
               GO TO PRECHAZO.

