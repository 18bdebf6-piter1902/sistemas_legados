       77 ALIAS-USUARIO            PIC X(10).
       77 ORDEN-USUARIO            PIC  9(2).
       77 ULTIMO-ORDEN             PIC  9(2).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.

           PERFORM COMPROBAR-TARJETA THRU COMPROBAR-TARJETA-EXIT.

           CALL "CTACERR" USING CUENTA-USUARIO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CTA-CERRADA-ERR.

           OPEN I-O F-CUENTASAD.
           IF FSA = 35
               OPEN OUTPUT F-CUENTASAD
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CTA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esa cuenta esta cerrada" AT LINE 9 COL 28
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PNOENCONTRADO.
           CLOSE F-CUENTASAD.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
