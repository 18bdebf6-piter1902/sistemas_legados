       77 LIMITE-DEC-USUARIO       PIC   9(2).
       77 CTA-ID-CLIENTE           PIC  9(16).

       77 PRE-DUDOSO-SW            PIC  9(1).
           88 TITULAR-DUDOSO       VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
               ELSE
                   GO TO PIDE-LIMITE.

           *> Un titular con un prestamo dudoso puede ver reducido o
           *> retirado su descubierto, pero no ampliado.
           IF (LIMITE-ENT-USUARIO * 100) + LIMITE-DEC-USUARIO >
              (DSC-LIMITE-ENT * 100) + DSC-LIMITE-DEC
               CALL "PREDUDOSO" USING TARJETA-USUARIO CTA-ID-CLIENTE
                   PRE-DUDOSO-SW
               IF TITULAR-DUDOSO
                   GO TO PDUDOSO.

           OPEN I-O F-DESCUBIERTOS.
           IF FSD = 35
               OPEN OUTPUT F-DESCUBIERTOS
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PIDE-TARJETA.

       PDUDOSO.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El titular tiene un prestamo clasificado dudoso"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "No se puede ampliar su descubierto" AT LINE 11
               COL 23.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       PDUDOSO-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
                   GO TO PIDE-TARJETA
               ELSE
                   GO TO PDUDOSO-ENTER.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           GO TO PIDE-TARJETA.

       PSYS-ERR.
           CLOSE TARJETAS.
           CLOSE F-CUENTAS.
