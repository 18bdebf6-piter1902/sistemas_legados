           RECORD KEY IS BIN-CODIGO
           FILE STATUS IS FSB.

           *> Ofertas de prestamo preconcedido, para el aviso del menu.
           SELECT F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFE-TARJETA
           FILE STATUS IS FSO.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           VALUE OF FILE-ID IS "binajenos.ubd".
           COPY BINAJENO.

       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertaspre.ubd".
           COPY OFERTAPRE.

       WORKING-STORAGE SECTION.
       77 FST                      PIC  X(2).
       77 FSI                      PIC  X(2).
       77 TEXTO-AVISO              PIC X(35).
       77 AVISOS-PENDIENTES        PIC 9(3).

       77 FSO                      PIC  X(2).
       77 OFERTA-VIVA-SW           PIC  9(1).
           88 OFERTA-VIVA          VALUE 1.
       77 FECHA-HOY-NUM            PIC  9(8).

           *> Idioma de la sesion en curso, tomado de la preferencia
           *> de la tarjeta en cuanto se conoce.
       77 IDIOMA-SESION            PIC  X(2) VALUE "ES".
           ELSE
               MOVE "ES" TO IDIOMA-SESION.

           *> La tarjeta de un titular fallecido o sancionado se
           *> retiene como cualquier otra retenida: su plastico no
           *> vuelve a salir.
           IF TARJETA-RETENIDA OR TARJETA-DEFUNCION OR TARJETA-SANCION
               GO TO PCAPT-ERR.

           IF TARJETA-ANULADA
           IF TARJETA-INACTIVA
               GO TO PINACTIVA-ERR.

           IF TARJETA-DILIGENCIA
               GO TO PDILIGENCIA-ERR.

           *> El plastico vale hasta fin de su mes de caducidad; las
           *> tarjetas de antes de existir el campo (ano a cero) no
           *> caducan hasta que el lote de renovacion las estampe.
           MOVE "15 - Imprimir mis avisos" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 19 COL 45.
           MOVE 32 TO MSG-ID-BUSCADO.
           MOVE "16 - Pedir divisa" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 18 COL 45.
           MOVE 33 TO MSG-ID-BUSCADO.
           MOVE "17 - Prestamo preconcedido" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 17 COL 45.

           PERFORM CONTAR-AVISOS THRU CONTAR-AVISOS-EXIT.
           IF AVISOS-PENDIENTES > 0
                   AT LINE 21 COL 25
                   WITH FOREGROUND-COLOR IS YELLOW.

           PERFORM BUSCAR-OFERTA THRU BUSCAR-OFERTA-EXIT.
           IF OFERTA-VIVA
               DISPLAY "Tiene un prestamo preconcedido - opcion 17"
                   AT LINE 22 COL 15
                   WITH FOREGROUND-COLOR IS GREEN.

           DISPLAY "ESC - Salir" AT LINE 24 COL 34.

       PMENUA1.
               CALL "BANK19" USING TNUM IDIOMA-SESION
               GO TO PMENU.

           IF CHOICE = 16
               CALL "BANK20" USING TNUM IDIOMA-SESION
               GO TO PMENU.

           IF CHOICE = 17
               CALL "BANK21" USING TNUM IDIOMA-SESION
               GO TO PMENU.

           GO TO PMENU.


       CONTAR-AVISOS-EXIT.
           EXIT.

           *> Oferta de prestamo preconcedido vigente y sin caducar.
       BUSCAR-OFERTA.
           MOVE 0 TO OFERTA-VIVA-SW.

           OPEN INPUT F-OFERTAS.
           IF FSO = 35
               CLOSE F-OFERTAS
               GO TO BUSCAR-OFERTA-EXIT.
           IF FSO NOT = 00
               GO TO BUSCAR-OFERTA-EXIT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           MOVE TNUM TO OFE-TARJETA.
           READ F-OFERTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF OFE-VIGENTE AND OFE-CADUCIDAD >= FECHA-HOY-NUM
                       MOVE 1 TO OFERTA-VIVA-SW
                   END-IF
           END-READ.

           CLOSE F-OFERTAS.

       BUSCAR-OFERTA-EXIT.
           EXIT.

           *> La tarjeta no esta en nuestro maestro: si su BIN es de
           *> un banco admitido se ofrece el menu reducido de
           *> adquirencia; si no, se rechaza el plastico con un
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO PINT-ERR-ENTER.

       PDILIGENCIA-ERR.
           MOVE "DILI" TO EVENTO-DIARIO.
           MOVE "Diligencia pendiente" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM EVENTO-DIARIO DETALLE-DIARIO.

           CLOSE TARJETAS.
           CLOSE INTENTOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Tarjeta restringida: documentacion pendiente"
               AT LINE 9 COL 18
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           MOVE 10 TO MSG-ID-BUSCADO.
           MOVE "Acuda a una sucursal" TO TEXTO-MENSAJE.
           PERFORM OBTENER-MENSAJE THRU OBTENER-MENSAJE-EXIT.
           DISPLAY TEXTO-MENSAJE AT LINE 11 COL 30
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO PINT-ERR-ENTER.

       PCADUCADA-ERR.
           MOVE "CADU" TO EVENTO-DIARIO.
           MOVE "Tarjeta caducada" TO DETALLE-DIARIO.
