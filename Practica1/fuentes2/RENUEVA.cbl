
           *> Las tarjetas retenidas no se renuevan (su plastico no
           *> vuelve al cliente) ni las anuladas por sustitucion, que
           *> quedan invalidadas para siempre, ni las de titulares
           *> fallecidos o sancionados.
           IF TARJETA-RETENIDA OR TARJETA-ANULADA OR TARJETA-DEFUNCION
               OR TARJETA-SANCION
               GO TO 1100-LEER-TARJETA.

           *> Las anteriores al campo de caducidad (ano a cero) se
