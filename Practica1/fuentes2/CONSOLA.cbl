
           *> Cadena del lote nocturno, en su orden obligatorio; el
           *> verificador de integridad abre la ventana y nada arranca
           *> si no termina bien, ni si el diario electronico de los
           *> cajeros tiene la cadena rota, ni si los maestros tienen
           *> referencias cruzadas rotas de gravedad alta.
       78 NUMERO-PASOS             VALUE 24.
       01 TABLA-PASOS.
           05 FILLER                PIC X(12) VALUE "VERIFICA".
           05 FILLER                PIC X(12) VALUE "VERIFDIARIO".
           05 FILLER                PIC X(12) VALUE "INTEGRIDAD".
           05 FILLER                PIC X(12) VALUE "PROG".
           05 FILLER                PIC X(12) VALUE "BARRIDO".
           05 FILLER                PIC X(12) VALUE "CADCODIGO".
           05 FILLER                PIC X(12) VALUE "RECONCILIA".
           05 FILLER                PIC X(12) VALUE "EMBARGOS".
           05 FILLER                PIC X(12) VALUE "RECRIBA".
           05 FILLER                PIC X(12) VALUE "DILIGENCIA".
           05 FILLER                PIC X(12) VALUE "AVISASUS".
           05 FILLER                PIC X(12) VALUE "DIVENVIO".
           05 FILLER                PIC X(12) VALUE "CIERREDIA".
           05 FILLER                PIC X(12) VALUE "POSICIONES".
           05 FILLER                PIC X(12) VALUE "FONDOTRIM".
           05 FILLER                PIC X(12) VALUE "VIGILA".
           05 FILLER                PIC X(12) VALUE "LIQUIDACION".
           05 FILLER                PIC X(12) VALUE "ITBENVIO".
           05 FILLER                PIC X(12) VALUE "SUSPVENCE".
           05 FILLER                PIC X(12) VALUE "ADEENVIO".
           05 FILLER                PIC X(12) VALUE "MOROSIDAD".
           05 FILLER                PIC X(12) VALUE "EXPCONTA".
           05 FILLER                PIC X(12) VALUE "MAYOR".
           05 FILLER                PIC X(12) VALUE "GUARDA".
       01 FILLER REDEFINES TABLA-PASOS.
           05 PASO-NOMBRE           PIC X(12) OCCURS 24 TIMES.

       01 TABLA-ESTADOS.
           05 PASO-ESTADO-HOY       PIC X(9) OCCURS 24 TIMES.

       77 IDX-PASO                 PIC  9(2).
       77 PASO-ELEGIDO             PIC  9(2).
       77 LINEA-ACTUAL             PIC  99.

           *> El tablero va en dos columnas desde que la cadena no
           *> cabe en las filas libres sobre las instrucciones.
       78 PASOS-POR-COLUMNA        VALUE 12.
       77 COL-NUMERO               PIC  99.
       77 COL-GUION                PIC  99.
       77 COL-NOMBRE               PIC  99.
       77 COL-ESTADO               PIC  99.

       77 EJEC-SIGUIENTE           PIC  9(35).
       77 EJEC-NUM-PASO            PIC  9(35).

           DISPLAY "Ventana nocturna de hoy:" AT LINE 6 COL 15.

           MOVE 8 TO LINEA-ACTUAL.
           MOVE 15 TO COL-NUMERO.
           MOVE 17 TO COL-GUION.
           MOVE 19 TO COL-NOMBRE.
           MOVE 34 TO COL-ESTADO.
           MOVE 0 TO IDX-PASO.

       TABLERO-FILA.
           IF IDX-PASO > NUMERO-PASOS
               GO TO TABLERO-MENU.

           IF IDX-PASO = PASOS-POR-COLUMNA + 1
               MOVE 8 TO LINEA-ACTUAL
               MOVE 45 TO COL-NUMERO
               MOVE 47 TO COL-GUION
               MOVE 49 TO COL-NOMBRE
               MOVE 64 TO COL-ESTADO.

           DISPLAY IDX-PASO AT LINE LINEA-ACTUAL COL COL-NUMERO.
           DISPLAY "-" AT LINE LINEA-ACTUAL COL COL-GUION.
           DISPLAY PASO-NOMBRE(IDX-PASO)
               AT LINE LINEA-ACTUAL COL COL-NOMBRE.
           DISPLAY PASO-ESTADO-HOY(IDX-PASO)
               AT LINE LINEA-ACTUAL COL COL-ESTADO.

           ADD 1 TO LINEA-ACTUAL.
           GO TO TABLERO-FILA.
               END-CALL
               CANCEL "VERIFICA".
           IF PASO-ELEGIDO = 2
               CALL "VERIFDIARIO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "VERIFDIARIO".
           IF PASO-ELEGIDO = 3
               CALL "INTEGRIDAD"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "INTEGRIDAD".
           IF PASO-ELEGIDO = 4
               CALL "PROG"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "PROG".
           IF PASO-ELEGIDO = 5
               CALL "BARRIDO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "BARRIDO".
           IF PASO-ELEGIDO = 6
               CALL "CADCODIGO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "CADCODIGO".
           IF PASO-ELEGIDO = 7
               CALL "RECONCILIA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "RECONCILIA".
           IF PASO-ELEGIDO = 8
               CALL "EMBARGOS"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "EMBARGOS".
           IF PASO-ELEGIDO = 9
               CALL "RECRIBA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "RECRIBA".
           IF PASO-ELEGIDO = 10
               CALL "DILIGENCIA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "DILIGENCIA".
           IF PASO-ELEGIDO = 11
               CALL "AVISASUS"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "AVISASUS".
           IF PASO-ELEGIDO = 12
               CALL "DIVENVIO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "DIVENVIO".
           IF PASO-ELEGIDO = 13
               CALL "CIERREDIA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "CIERREDIA".
           IF PASO-ELEGIDO = 14
               CALL "POSICIONES"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "POSICIONES".
           IF PASO-ELEGIDO = 15
               CALL "FONDOTRIM"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "FONDOTRIM".
           IF PASO-ELEGIDO = 16
               CALL "VIGILA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "VIGILA".
           IF PASO-ELEGIDO = 17
               CALL "LIQUIDACION"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "LIQUIDACION".
           IF PASO-ELEGIDO = 18
               CALL "ITBENVIO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "ITBENVIO".
           IF PASO-ELEGIDO = 19
               CALL "SUSPVENCE"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "SUSPVENCE".
           IF PASO-ELEGIDO = 20
               CALL "ADEENVIO"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "ADEENVIO".
           IF PASO-ELEGIDO = 21
               CALL "MOROSIDAD"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "MOROSIDAD".
           IF PASO-ELEGIDO = 22
               CALL "EXPCONTA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "EXPCONTA".
           IF PASO-ELEGIDO = 23
               CALL "MAYOR"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "MAYOR".
           IF PASO-ELEGIDO = 24
               CALL "GUARDA"
                   ON EXCEPTION MOVE "FALLIDO" TO EJEC-ESTADO
               END-CALL
               CANCEL "GUARDA".

           *> Los verificadores dictan su veredicto por RETURN-CODE:
           *> si fallo, el paso queda FALLIDO sin preguntar al operador
           *> y la cadena no arranca. El mayor hace lo mismo cuando el
           *> fichero de asientos no cuadra o queda una diferencia
           *> sin explicar contra los auxiliares.
           IF (PASO-ELEGIDO <= 3 OR PASO-ELEGIDO = 23)
               AND RETURN-CODE NOT = 0
               MOVE "FALLIDO" TO EJEC-ESTADO
               MOVE 0 TO RETURN-CODE.

