           RECORD KEY IS TSU-TERMINAL
           FILE STATUS IS FSN.

           *> Turnos de las cajas de ventanilla, para el cuadre de
           *> los cerrados hoy y el aviso de los que siguen abiertos.
           SELECT F-TURNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUR-CLAVE
           FILE STATUS IS FSU.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           02 TSU-TERMINAL            PIC   9(4).
           02 TSU-SUCURSAL            PIC   9(4).

       FD F-TURNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "turnos.ubd".
           COPY TURNO.

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSE                       PIC   X(2).
               10 SUC-TRF-SALIDA-CENT PIC S9(11).
               10 SUC-TRF-ENTRADA     PIC  9(5).
               10 SUC-TRF-ENTR-CENT   PIC S9(11).
               10 SUC-TURNOS          PIC  9(3).
               10 SUC-DESCUADRE-CENT  PIC S9(11).

       77 IDX-SUCURSAL                PIC  9(3).
       77 SUCURSAL-MOV                PIC  9(4).

       77 FSU                         PIC   X(2).
       77 FECHA-HOY-NUM               PIC  9(8).
       77 CONTADOR-TURNOS-CERRADOS    PIC  9(5) VALUE 0.
       77 CONTADOR-TURNOS-ABIERTOS    PIC  9(5) VALUE 0.
       77 TOTAL-DESCUADRE-CENT        PIC S9(11) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Los acumuladores se reponen aqui y no solo por VALUE,
           MOVE 0 TO CONTADOR-PROG-APLAZADAS.
           MOVE 0 TO NUM-TERMINALES.
           MOVE 0 TO NUM-SUCURSALES.
           MOVE 0 TO CONTADOR-TURNOS-CERRADOS.
           MOVE 0 TO CONTADOR-TURNOS-ABIERTOS.
           MOVE 0 TO TOTAL-DESCUADRE-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           DISPLAY " ".
           DISPLAY "UnizarBank - CIERREDIA - resumen de operaciones".
               THRU 2000-CONTAR-PROGRAMADAS-EXIT.
           PERFORM 3000-ESCRIBIR-CONTROL
               THRU 3000-ESCRIBIR-CONTROL-EXIT.
           PERFORM 4000-CUADRE-VENTANILLA
               THRU 4000-CUADRE-VENTANILLA-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           GOBACK.
               ADD 1 TO CONTADOR-TRF-SALIDA
               ADD IMPORTE-CENT TO TOTAL-TRF-SALIDA-CENT
           ELSE
           IF MOV-TIPO-TRF-ENTRADA OR MOV-TIPO-NOMINA
               ADD 1 TO CONTADOR-TRF-ENTRADA
               ADD IMPORTE-CENT TO TOTAL-TRF-ENTRADA-CENT
           ELSE
           IF IDX-SUCURSAL > NUM-SUCURSALES
               ADD 1 TO NUM-SUCURSALES
               MOVE NUM-SUCURSALES TO IDX-SUCURSAL
               PERFORM 1690-INICIAR-SUCURSAL
                   THRU 1690-INICIAR-SUCURSAL-EXIT
               GO TO 1620-ACUMULAR-TIPO.

           IF SUC-TAB-CODIGO(IDX-SUCURSAL) NOT = SUCURSAL-MOV
               ADD IMPORTE-CENT TO SUC-TRF-SALIDA-CENT(IDX-SUCURSAL)
               GO TO 1600-ACUMULAR-SUCURSAL-EXIT.

           IF MOV-TIPO-TRF-ENTRADA OR MOV-TIPO-NOMINA
               ADD 1 TO SUC-TRF-ENTRADA(IDX-SUCURSAL)
               ADD IMPORTE-CENT TO SUC-TRF-ENTR-CENT(IDX-SUCURSAL).

       1650-RESOLVER-SUCURSAL-EXIT.
           EXIT.

           *> Pone a cero la fila IDX-SUCURSAL recien anadida para la
           *> sucursal SUCURSAL-MOV.
       1690-INICIAR-SUCURSAL.
           MOVE SUCURSAL-MOV TO SUC-TAB-CODIGO(IDX-SUCURSAL).
           MOVE 0 TO SUC-RETIRADAS(IDX-SUCURSAL).
           MOVE 0 TO SUC-RETIRADAS-CENT(IDX-SUCURSAL).
           MOVE 0 TO SUC-INGRESOS(IDX-SUCURSAL).
           MOVE 0 TO SUC-INGRESOS-CENT(IDX-SUCURSAL).
           MOVE 0 TO SUC-TRF-SALIDA(IDX-SUCURSAL).
           MOVE 0 TO SUC-TRF-SALIDA-CENT(IDX-SUCURSAL).
           MOVE 0 TO SUC-TRF-ENTRADA(IDX-SUCURSAL).
           MOVE 0 TO SUC-TRF-ENTR-CENT(IDX-SUCURSAL).
           MOVE 0 TO SUC-TURNOS(IDX-SUCURSAL).
           MOVE 0 TO SUC-DESCUADRE-CENT(IDX-SUCURSAL).

       1690-INICIAR-SUCURSAL-EXIT.
           EXIT.

       2000-CONTAR-PROGRAMADAS.
           OPEN INPUT F-EJECUCIONES.
           IF FSE = 35
       3400-CONTAR-CAJON-EXIT.
           EXIT.

           *> Cuadre de las cajas de ventanilla: cada turno cerrado
           *> hoy con su descuadre (que se suma a su sucursal) y
           *> aviso de los turnos que siguen abiertos sin arqueo.
           *> Sin turnos.ubd la oficina no usa la ventanilla y no se
           *> imprime nada.
       4000-CUADRE-VENTANILLA.
           OPEN INPUT F-TURNOS.
           IF FSU = 35
               GO TO 4000-CUADRE-VENTANILLA-EXIT.
           IF FSU <> 00
               DISPLAY "Error abriendo turnos.ubd"
               GO TO 4000-CUADRE-VENTANILLA-EXIT.

           DISPLAY "Cuadre de cajas de ventanilla:".

       4100-LEER-TURNO.
           READ F-TURNOS NEXT RECORD
               AT END GO TO 4900-FIN-TURNOS.

           IF TUR-ABIERTO
               ADD 1 TO CONTADOR-TURNOS-ABIERTOS
               DISPLAY "   AVISO: operador " TUR-OPERADOR
                   " sucursal " TUR-SUCURSAL
                   " con turno abierto desde " TUR-FECHA
               GO TO 4100-LEER-TURNO.

           IF TUR-FECHA-CIERRE NOT = FECHA-HOY-NUM
               GO TO 4100-LEER-TURNO.

           ADD 1 TO CONTADOR-TURNOS-CERRADOS.
           ADD TUR-DIFERENCIA-CENT TO TOTAL-DESCUADRE-CENT.

           DISPLAY "   Operador " TUR-OPERADOR " sucursal "
               TUR-SUCURSAL ": " TUR-OPERACIONES
               " operaciones, descuadre " TUR-DIFERENCIA-CENT
               " centimos".

           MOVE TUR-SUCURSAL TO SUCURSAL-MOV.
           MOVE 0 TO IDX-SUCURSAL.

       4200-BUSCAR-SUCURSAL.
           ADD 1 TO IDX-SUCURSAL.
           IF IDX-SUCURSAL > NUM-SUCURSALES
               ADD 1 TO NUM-SUCURSALES
               MOVE NUM-SUCURSALES TO IDX-SUCURSAL
               PERFORM 1690-INICIAR-SUCURSAL
                   THRU 1690-INICIAR-SUCURSAL-EXIT
               GO TO 4300-ACUMULAR-TURNO.

           IF SUC-TAB-CODIGO(IDX-SUCURSAL) NOT = SUCURSAL-MOV
               GO TO 4200-BUSCAR-SUCURSAL.

       4300-ACUMULAR-TURNO.
           ADD 1 TO SUC-TURNOS(IDX-SUCURSAL).
           ADD TUR-DIFERENCIA-CENT TO SUC-DESCUADRE-CENT(IDX-SUCURSAL).

           GO TO 4100-LEER-TURNO.

       4900-FIN-TURNOS.
           CLOSE F-TURNOS.

           DISPLAY "   Turnos cerrados hoy: " CONTADOR-TURNOS-CERRADOS
               ", descuadre total " TOTAL-DESCUADRE-CENT " centimos".
           IF CONTADOR-TURNOS-ABIERTOS > 0
               DISPLAY "   Turnos abiertos sin arqueo: "
                   CONTADOR-TURNOS-ABIERTOS.
           DISPLAY " ".

       4000-CUADRE-VENTANILLA-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY "Movimientos totales del dia: " CONTADOR-MOVIMIENTOS.
           DISPLAY " ".
           DISPLAY "      Transf.entrada"
               SUC-TRF-ENTRADA(IDX-SUCURSAL) " operaciones, "
               SUC-TRF-ENTR-CENT(IDX-SUCURSAL) " centimos".
           DISPLAY "      Descuadre caja"
               SUC-TURNOS(IDX-SUCURSAL) " turnos,      "
               SUC-DESCUADRE-CENT(IDX-SUCURSAL) " centimos".

           GO TO 9200-RESUMEN-SUCURSAL.

