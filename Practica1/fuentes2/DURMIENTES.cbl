
           *> Ultimo apunte de la tarjeta iniciado por el cliente: el
           *> indice por tarjeta y fecha da los apuntes en orden, y
           *> las comisiones e intereses de la liquidacion y los
           *> cargos por embargo se saltan por su codigo de tipo.
       2000-ULTIMA-ACTIVIDAD.
           MOVE 0 TO ULTIMA-FECHA-MOV.

               INVALID KEY GO TO 2100-LEER-IDX.

           IF MOV-TIPO-COMISION OR MOV-TIPO-INTERES
               OR MOV-TIPO-RETENCION-FISCAL OR MOV-TIPO-INTERES-PLAZO
               OR MOV-TIPO-EMBARGO
               GO TO 2100-LEER-IDX.

           COMPUTE FECHA-IDX-NUM = MIX-FECHA-HORA / 1000000.
