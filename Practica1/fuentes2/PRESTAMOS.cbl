           88 APUNTE-PRINCIPAL       VALUE 14.
           88 APUNTE-CUOTA           VALUE 15.

       77 PRE-DUDOSO-SW            PIC  9(1).
           88 TITULAR-DUDOSO       VALUE 1.

       SCREEN SECTION.
       01 BLANK-SCREEN.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.
           CLOSE TARJETAS.

           PERFORM RESOLVER-CTA-ID THRU RESOLVER-CTA-ID.

           *> Sin prestamos nuevos mientras el titular tenga otro
           *> clasificado dudoso.
           CALL "PREDUDOSO" USING TARJETA-USUARIO CTA-ID-CLIENTE
               PRE-DUDOSO-SW.
           IF TITULAR-DUDOSO
               GO TO DUDOSO-ERR.

           PERFORM LEER-SALDO THRU LEER-SALDO-FIN.

           *> Cuota por interes simple: el interes total del plazo
           MOVE MES TO PRE-APERTURA-MES.
           MOVE DIA TO PRE-APERTURA-DIA.
           SET PRE-VIGENTE TO TRUE.
           MOVE 0 TO PRE-DIAS-IMPAGO.
           MOVE 0 TO PRE-VENCIDO-CENT.
           MOVE 0 TO PRE-TRAMO-AVISO.
           SET PRE-NORMAL TO TRUE.
           MOVE 0 TO PRE-DUDOSO-FECHA.
           MOVE 0 TO PRE-DEMORA-ACUM-CENT.
           MOVE 0 TO PRE-DEMORA-HASTA.

           WRITE PRESTAMO-REG INVALID KEY GO TO PSYS-ERR.

           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       DUDOSO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El titular tiene un prestamo clasificado dudoso"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PRESTAMO-BAD.
           CLOSE F-PRESTAMOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
