       77 CENT-ABONO               PIC S9(11).
       77 CENT-SALDO               PIC S9(11).
       77 CONCEPTO-ABONO           PIC  X(35).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.

           PERFORM RESOLVER-CTA-ID THRU RESOLVER-CTA-ID.

           *> Sobre una cuenta ya cerrada no hay donde abonar ni que
           *> retroceder; CIERRACTA no cierra con reclamaciones vivas.
           CALL "CTACERR" USING CTA-ID-CLIENTE CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CUENTA-CERRADA-ERR.

           PERFORM SIGUIENTE-REC-NUM THRU SIGUIENTE-REC-NUM-EXIT.

           MOVE LAST-REC-NUM       TO REC-NUM.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       CUENTA-CERRADA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La cuenta del movimiento esta cerrada"
               AT LINE 9 COL 22
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-RECLAMACIONES.
           CLOSE F-MOVIMIENTOS.
