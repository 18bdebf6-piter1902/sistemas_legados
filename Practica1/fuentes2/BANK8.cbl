               GO TO PSYS-ERR.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.

           IF TARJETA-RETENIDA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               GO TO PCAPT-ERR.

           MOVE IDIOMA-ELEGIDO TO TARJETA-IDIOMA.
               GO TO PSYS-ERR.
           READ TARJETAS INVALID KEY GO TO PSYS-ERR.

           IF TARJETA-RETENIDA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               GO TO PCAPT-ERR.

           OPEN I-O INTENTOS.
