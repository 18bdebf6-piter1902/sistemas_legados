               CLOSE TARJETAS
               GO TO PTARJETA-ERR.

           *> Los mandatos de un titular fallecido quedan suspendidos
           *> hasta el reparto de la herencia; no se tocan desde aqui.
           IF TARJETA-DEFUNCION
               CLOSE TARJETAS
               GO TO PDEFUNCION-ERR.

           CLOSE TARJETAS.

       COMPROBAR-TARJETA-EXIT.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDEFUNCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta es de un titular fallecido"
               AT LINE 9 COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PEMISOR-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El emisor no existe o esta de baja"
