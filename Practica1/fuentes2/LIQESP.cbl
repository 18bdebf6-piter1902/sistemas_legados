           02 REM-RECAUDADO-CENT     PIC  S9(11).
           02 REM-COMISION-CENT      PIC  S9(11).
           02 REM-NETO-CENT          PIC  S9(11).
           *> Entradas devueltas en el cajero dentro del periodo; la
           *> comision y el neto se calculan sobre lo recaudado menos
           *> lo devuelto.
           02 REM-DEVUELTAS          PIC   9(7).
           02 REM-DEVUELTO-CENT      PIC  S9(11).

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FECHA-DESDE-NUM           PIC   9(8).
       77 FECHA-HASTA-NUM           PIC   9(8).
       77 FECHA-VENTA-NUM           PIC   9(8).
       77 FECHA-DEVOLUCION-NUM      PIC   9(8).

           *> Porcentaje de comision del banco sobre lo recaudado,
           *> segun el acuerdo comercial vigente con los promotores.
               10 EVT-NOMBRE         PIC  X(30).
               10 EVT-ENTRADAS       PIC   9(7).
               10 EVT-RECAUDADO-CENT PIC  S9(11).
               10 EVT-DEVUELTAS      PIC   9(7).
               10 EVT-DEVUELTO-CENT  PIC  S9(11).

       77 IDX-EVENTO                PIC   9(5).

       77 RECAUDADO-NETO-CENT       PIC  S9(11).
       77 COMISION-CENT             PIC  S9(11).
       77 NETO-CENT                 PIC  S9(11).

       77 TOTAL-ENTRADAS            PIC   9(7) VALUE 0.
       77 TOTAL-RECAUDADO-CENT      PIC  S9(11) VALUE 0.
       77 TOTAL-COMISION-CENT       PIC  S9(11) VALUE 0.
       77 TOTAL-DEVUELTAS           PIC   9(7) VALUE 0.
       77 TOTAL-DEVUELTO-CENT       PIC  S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE ESP-NOMBRE TO EVT-NOMBRE(NUM-EVENTOS).
           MOVE 0 TO EVT-ENTRADAS(NUM-EVENTOS).
           MOVE 0 TO EVT-RECAUDADO-CENT(NUM-EVENTOS).
           MOVE 0 TO EVT-DEVUELTAS(NUM-EVENTOS).
           MOVE 0 TO EVT-DEVUELTO-CENT(NUM-EVENTOS).

           GO TO 2100-LEER-EVENTO.

           COMPUTE FECHA-VENTA-NUM = (ETR-ANO * 10000)
                                     + (ETR-MES * 100) + ETR-DIA.

           *> Una entrada devuelta en el cajero se vendio en su dia
           *> y se descuenta en el periodo en que se devolvio.
           MOVE 0 TO FECHA-DEVOLUCION-NUM.
           IF ETR-DEVUELTA
               COMPUTE FECHA-DEVOLUCION-NUM = (ETR-DEV-ANO * 10000)
                   + (ETR-DEV-MES * 100) + ETR-DEV-DIA.

           IF (FECHA-VENTA-NUM < FECHA-DESDE-NUM
                   OR FECHA-VENTA-NUM > FECHA-HASTA-NUM)
               AND (FECHA-DEVOLUCION-NUM < FECHA-DESDE-NUM
                   OR FECHA-DEVOLUCION-NUM > FECHA-HASTA-NUM)
               GO TO 3100-LEER-ENTRADA.

           COMPUTE CENT-MOV =
           IF ETR-ESP-ID NOT = EVT-ID(IDX-EVENTO)
               GO TO 3200-CASAR-EVENTO.

           IF FECHA-VENTA-NUM >= FECHA-DESDE-NUM
               AND FECHA-VENTA-NUM <= FECHA-HASTA-NUM
               ADD 1 TO EVT-ENTRADAS(IDX-EVENTO)
               ADD CENT-MOV TO EVT-RECAUDADO-CENT(IDX-EVENTO).

           IF FECHA-DEVOLUCION-NUM >= FECHA-DESDE-NUM
               AND FECHA-DEVOLUCION-NUM <= FECHA-HASTA-NUM
               ADD 1 TO EVT-DEVUELTAS(IDX-EVENTO)
               ADD CENT-MOV TO EVT-DEVUELTO-CENT(IDX-EVENTO).

           GO TO 3100-LEER-ENTRADA.

               GO TO 4000-EMITIR-LIQUIDACION-EXIT.

           DISPLAY "Id.     Espectaculo                     Entradas"
               "   Recaudado   Devueltas   Devuelto   Comision"
               "   Neto (cent)".

           MOVE 0 TO IDX-EVENTO.

               GO TO 4900-FIN-LIQUIDACION.

           IF EVT-ENTRADAS(IDX-EVENTO) = 0
               AND EVT-DEVUELTAS(IDX-EVENTO) = 0
               GO TO 4100-LIQUIDAR-EVENTO.

           COMPUTE RECAUDADO-NETO-CENT =
               EVT-RECAUDADO-CENT(IDX-EVENTO)
               - EVT-DEVUELTO-CENT(IDX-EVENTO).
           COMPUTE COMISION-CENT ROUNDED =
               RECAUDADO-NETO-CENT * COMISION-VENTA-PCT / 100.
           COMPUTE NETO-CENT = RECAUDADO-NETO-CENT - COMISION-CENT.

           DISPLAY EVT-ID(IDX-EVENTO) "  "
               EVT-NOMBRE(IDX-EVENTO) "  "
               EVT-ENTRADAS(IDX-EVENTO) "  "
               EVT-RECAUDADO-CENT(IDX-EVENTO) "  "
               EVT-DEVUELTAS(IDX-EVENTO) "  "
               EVT-DEVUELTO-CENT(IDX-EVENTO) "  "
               COMISION-CENT "  "
               NETO-CENT.

                                         TO REM-RECAUDADO-CENT.
           MOVE COMISION-CENT            TO REM-COMISION-CENT.
           MOVE NETO-CENT                TO REM-NETO-CENT.
           MOVE EVT-DEVUELTAS(IDX-EVENTO) TO REM-DEVUELTAS.
           MOVE EVT-DEVUELTO-CENT(IDX-EVENTO)
                                         TO REM-DEVUELTO-CENT.

           WRITE REMESA-REG.

           ADD EVT-RECAUDADO-CENT(IDX-EVENTO)
               TO TOTAL-RECAUDADO-CENT.
           ADD COMISION-CENT TO TOTAL-COMISION-CENT.
           ADD EVT-DEVUELTAS(IDX-EVENTO) TO TOTAL-DEVUELTAS.
           ADD EVT-DEVUELTO-CENT(IDX-EVENTO) TO TOTAL-DEVUELTO-CENT.

           GO TO 4100-LIQUIDAR-EVENTO.

           DISPLAY "Entradas liquidadas : " TOTAL-ENTRADAS.
           DISPLAY "Total recaudado     : " TOTAL-RECAUDADO-CENT
               " centimos".
           DISPLAY "Entradas devueltas  : " TOTAL-DEVUELTAS.
           DISPLAY "Total devuelto      : " TOTAL-DEVUELTO-CENT
               " centimos".
           DISPLAY "Comision del banco  : " TOTAL-COMISION-CENT
               " centimos".
           DISPLAY "Remesa generada en liqpromotor.dat".
