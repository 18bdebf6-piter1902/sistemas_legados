       IDENTIFICATION DIVISION.
       PROGRAM-ID. DIARIOCHK.

           *> Comprobacion del encadenado del diario electronico:
           *> recorre diario.dat recalculando cada eslabon como lo
           *> calcula DIARIO (secuencia, fecha, hora, tarjeta y texto
           *> sobre el eslabon anterior) y senala eslabones rotos,
           *> huecos y duplicados en la secuencia, apuntes fuera de
           *> orden de fecha y un ultimo eslabon que no coincide con
           *> diarioctl.ubd, con el terminal de cada rotura. Cada
           *> eslabon se contrasta con el guardado en el apunte
           *> anterior, de modo que una manipulacion se senala una
           *> vez en el apunte tocado y no en todos los siguientes.
           *>
           *> Modo 0 (paso de la consola): sigue desde el punto de
           *> control de diarioverif.ubd, que avanza al final de la
           *> pasada. Modo 1 (auditoria): recorre el diario desde el
           *> principio y solo informa de las roturas de los apuntes
           *> fechados en el rango pedido, sin tocar el punto de
           *> control.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-DIARIO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

           SELECT F-DIARIOCTL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DCT-CLAVE
           FILE STATUS IS FSC.

           *> Punto de control de la verificacion nocturna: apuntes
           *> ya comprobados y el ultimo de ellos.
           SELECT F-DIARIOVER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVF-CLAVE
           FILE STATUS IS FSV.

       DATA DIVISION.
       FILE SECTION.
       FD F-DIARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diario.dat".
       01 DIARIO-REG.
           02 DIA-SEQ                PIC   9(9).
           02 DIA-FECHA              PIC   9(8).
           02 DIA-HORA               PIC   9(6).
           02 DIA-TARJETA            PIC  9(16).
           02 DIA-EVENTO             PIC   X(4).
           02 DIA-DETALLE            PIC  X(20).
           02 DIA-ENLACE             PIC   9(9).
           02 DIA-TERMINAL           PIC   9(4).

       FD F-DIARIOCTL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioctl.ubd".
       01 DIARIOCTL-REG.
           02 DCT-CLAVE              PIC   9(1).
           02 DCT-ULTIMO-SEQ         PIC   9(9).
           02 DCT-ULTIMO-ENLACE      PIC   9(9).

       FD F-DIARIOVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioverif.ubd".
       01 DIARIOVER-REG.
           02 DVF-CLAVE              PIC   9(1).
           02 DVF-APUNTES            PIC   9(9).
           02 DVF-ULTIMO-SEQ         PIC   9(9).
           02 DVF-ULTIMO-ENLACE      PIC   9(9).
           02 DVF-ULTIMA-FECHA       PIC   9(8).
           02 DVF-ULTIMA-HORA        PIC   9(6).
           02 DVF-ULTIMO-TERMINAL    PIC   9(4).
           02 DVF-FECHA-VERIF        PIC   9(8).

       WORKING-STORAGE SECTION.
       77 FSD                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSV                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

           *> Modulo primo del encadenado, el mismo de DIARIO.
       78 MODULO-ENLACE             VALUE 999999937.

       77 SUMA-EVENTO               PIC   9(9).
       77 IDX-CARACTER              PIC   9(2).
       77 CARACTER-ACTUAL           PIC   X(1).
       77 ENLACE-CALCULADO          PIC   9(9).

           *> Ultimo apunte comprobado, contra el que se contrasta el
           *> siguiente.
       77 ANT-SEQ                   PIC   9(9).
       77 ANT-ENLACE                PIC   9(9).
       77 ANT-FECHA-HORA            PIC  9(14).
       77 ANT-TERMINAL              PIC   9(4).
       77 FECHA-HORA-APUNTE         PIC  9(14).

       77 APUNTES-LEIDOS            PIC   9(9).
       77 APUNTES-SALTADOS          PIC   9(9).
       77 APUNTES-COMPROBADOS       PIC   9(9).
       77 HUECO-APUNTES             PIC   9(9).
       77 HAY-CONTROL-SW            PIC   9(1).
           88 HAY-CONTROL           VALUE 1.

           *> Roturas que no son de un apunte concreto (diario
           *> ilegible, final distinto de diarioctl.ubd): se informan
           *> en auditoria sea cual sea el rango pedido.
       77 ROTURA-FINAL-SW           PIC   9(1).
           88 ROTURA-FINAL          VALUE 1.

       77 TEXTO-ROTURA              PIC  X(40).
       77 SEQ-ROTURA                PIC   9(9).
       77 FECHA-ROTURA              PIC   9(8).
       77 TERMINAL-ROTURA           PIC   9(4).

       LINKAGE SECTION.
       77 MODO-VERIFICACION         PIC   9(1).
           88 MODO-NOCTURNO         VALUE 0.
           88 MODO-AUDITORIA        VALUE 1.
       77 FECHA-DESDE-VER           PIC   9(8).
       77 FECHA-HASTA-VER           PIC   9(8).
       77 ROTURAS-HALLADAS          PIC   9(9).

       PROCEDURE DIVISION USING MODO-VERIFICACION FECHA-DESDE-VER
           FECHA-HASTA-VER ROTURAS-HALLADAS.
       0000-VERIFICAR.
           MOVE 0 TO ROTURAS-HALLADAS.
           MOVE 0 TO APUNTES-LEIDOS.
           MOVE 0 TO APUNTES-SALTADOS.
           MOVE 0 TO APUNTES-COMPROBADOS.
           MOVE 0 TO HAY-CONTROL-SW.
           MOVE 0 TO ROTURA-FINAL-SW.

           MOVE 0 TO ANT-SEQ.
           MOVE 0 TO ANT-ENLACE.
           MOVE 0 TO ANT-FECHA-HORA.
           MOVE 0 TO ANT-TERMINAL.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF MODO-NOCTURNO
               PERFORM 1000-LEER-PUNTO-CONTROL
                   THRU 1000-LEER-PUNTO-CONTROL-EXIT.

           PERFORM 2000-RECORRER-DIARIO THRU 2000-RECORRER-DIARIO-EXIT.
           PERFORM 5000-CONTRASTAR-CONTROL
               THRU 5000-CONTRASTAR-CONTROL-EXIT.

           IF MODO-NOCTURNO
               PERFORM 6000-GRABAR-PUNTO-CONTROL
                   THRU 6000-GRABAR-PUNTO-CONTROL-EXIT.

           DISPLAY " ".
           DISPLAY "Apuntes leidos:      " APUNTES-LEIDOS.
           DISPLAY "Apuntes comprobados: " APUNTES-COMPROBADOS.
           DISPLAY "Roturas halladas:    " ROTURAS-HALLADAS.

       0000-VERIFICAR-EXIT.
           EXIT PROGRAM.

           *> Sin punto de control la pasada nocturna empieza por el
           *> primer apunte del diario.
       1000-LEER-PUNTO-CONTROL.
           OPEN INPUT F-DIARIOVER.
           IF FSV <> 00
               GO TO 1000-LEER-PUNTO-CONTROL-EXIT.

           MOVE 1 TO DVF-CLAVE.
           READ F-DIARIOVER
               INVALID KEY
                   CLOSE F-DIARIOVER
                   GO TO 1000-LEER-PUNTO-CONTROL-EXIT
           END-READ.

           CLOSE F-DIARIOVER.

           MOVE 1 TO HAY-CONTROL-SW.
           MOVE DVF-ULTIMO-SEQ      TO ANT-SEQ.
           MOVE DVF-ULTIMO-ENLACE   TO ANT-ENLACE.
           MOVE DVF-ULTIMO-TERMINAL TO ANT-TERMINAL.
           COMPUTE ANT-FECHA-HORA = (DVF-ULTIMA-FECHA * 1000000)
                                    + DVF-ULTIMA-HORA.

           DISPLAY "Punto de control: " DVF-APUNTES
               " apuntes comprobados el " DVF-FECHA-VERIF.

       1000-LEER-PUNTO-CONTROL-EXIT.
           EXIT.

       2000-RECORRER-DIARIO.
           OPEN INPUT F-DIARIO.
           IF FSD = 35
               DISPLAY "No hay diario.dat que verificar."
               GO TO 2000-RECORRER-DIARIO-EXIT.
           IF FSD <> 00
               DISPLAY "Error abriendo diario.dat"
               MOVE "Diario ilegible" TO TEXTO-ROTURA
               MOVE 0 TO SEQ-ROTURA
               MOVE 0 TO FECHA-ROTURA
               MOVE 0 TO TERMINAL-ROTURA
               MOVE 1 TO ROTURA-FINAL-SW
               PERFORM 8000-INFORMAR-ROTURA
                   THRU 8000-INFORMAR-ROTURA-EXIT
               GO TO 2000-RECORRER-DIARIO-EXIT.

       2100-LEER-APUNTE.
           READ F-DIARIO AT END GO TO 2900-FIN-DIARIO.

           ADD 1 TO APUNTES-LEIDOS.

           *> Lo ya comprobado en pasadas anteriores se salta; el
           *> ultimo apunte saltado debe seguir siendo el que guardo
           *> el punto de control.
           IF HAY-CONTROL AND APUNTES-LEIDOS <= DVF-APUNTES
               ADD 1 TO APUNTES-SALTADOS
               IF APUNTES-LEIDOS = DVF-APUNTES
                   PERFORM 2500-COMPROBAR-CONTROL
                       THRU 2500-COMPROBAR-CONTROL-EXIT
               END-IF
               GO TO 2100-LEER-APUNTE.

           ADD 1 TO APUNTES-COMPROBADOS.
           PERFORM 3000-COMPROBAR-APUNTE
               THRU 3000-COMPROBAR-APUNTE-EXIT.

           MOVE DIA-SEQ      TO ANT-SEQ.
           MOVE DIA-ENLACE   TO ANT-ENLACE.
           MOVE DIA-TERMINAL TO ANT-TERMINAL.
           COMPUTE ANT-FECHA-HORA = (DIA-FECHA * 1000000) + DIA-HORA.

           GO TO 2100-LEER-APUNTE.

       2900-FIN-DIARIO.
           CLOSE F-DIARIO.

           *> Un diario mas corto que lo ya comprobado ha perdido
           *> apuntes por el final.
           IF HAY-CONTROL AND APUNTES-LEIDOS < DVF-APUNTES
               MOVE "Diario mas corto que el punto de control"
                   TO TEXTO-ROTURA
               MOVE DVF-ULTIMO-SEQ TO SEQ-ROTURA
               MOVE DVF-ULTIMA-FECHA TO FECHA-ROTURA
               MOVE DVF-ULTIMO-TERMINAL TO TERMINAL-ROTURA
               PERFORM 8000-INFORMAR-ROTURA
                   THRU 8000-INFORMAR-ROTURA-EXIT.

       2000-RECORRER-DIARIO-EXIT.
           EXIT.

       2500-COMPROBAR-CONTROL.
           IF DIA-SEQ = DVF-ULTIMO-SEQ
              AND DIA-ENLACE = DVF-ULTIMO-ENLACE
               GO TO 2500-COMPROBAR-CONTROL-EXIT.

           MOVE "Apunte del punto de control alterado"
               TO TEXTO-ROTURA.
           MOVE DIA-SEQ      TO SEQ-ROTURA.
           MOVE DIA-FECHA    TO FECHA-ROTURA.
           MOVE DIA-TERMINAL TO TERMINAL-ROTURA.
           PERFORM 8000-INFORMAR-ROTURA THRU 8000-INFORMAR-ROTURA-EXIT.

       2500-COMPROBAR-CONTROL-EXIT.
           EXIT.

           *> Secuencia, orden de fecha y eslabon de un apunte frente
           *> al anterior.
       3000-COMPROBAR-APUNTE.
           MOVE DIA-SEQ      TO SEQ-ROTURA.
           MOVE DIA-FECHA    TO FECHA-ROTURA.
           MOVE DIA-TERMINAL TO TERMINAL-ROTURA.

           IF DIA-SEQ = ANT-SEQ
               MOVE "Secuencia duplicada" TO TEXTO-ROTURA
               PERFORM 8000-INFORMAR-ROTURA
                   THRU 8000-INFORMAR-ROTURA-EXIT
           ELSE
               IF DIA-SEQ < ANT-SEQ
                   MOVE "Secuencia hacia atras" TO TEXTO-ROTURA
                   PERFORM 8000-INFORMAR-ROTURA
                       THRU 8000-INFORMAR-ROTURA-EXIT
               ELSE
                   IF DIA-SEQ > ANT-SEQ + 1
                       COMPUTE HUECO-APUNTES = DIA-SEQ - ANT-SEQ - 1
                       MOVE SPACES TO TEXTO-ROTURA
                       STRING "Hueco de " HUECO-APUNTES
                           " apuntes en la secuencia"
                           DELIMITED BY SIZE INTO TEXTO-ROTURA
                       PERFORM 8000-INFORMAR-ROTURA
                           THRU 8000-INFORMAR-ROTURA-EXIT
                   END-IF
               END-IF
           END-IF.

           COMPUTE FECHA-HORA-APUNTE = (DIA-FECHA * 1000000) + DIA-HORA.
           IF FECHA-HORA-APUNTE < ANT-FECHA-HORA
               MOVE "Fuera de orden de fecha" TO TEXTO-ROTURA
               PERFORM 8000-INFORMAR-ROTURA
                   THRU 8000-INFORMAR-ROTURA-EXIT.

           PERFORM 4000-CALCULAR-ENLACE THRU 4000-CALCULAR-ENLACE-EXIT.
           IF ENLACE-CALCULADO NOT = DIA-ENLACE
               MOVE "Eslabon roto" TO TEXTO-ROTURA
               PERFORM 8000-INFORMAR-ROTURA
                   THRU 8000-INFORMAR-ROTURA-EXIT.

       3000-COMPROBAR-APUNTE-EXIT.
           EXIT.

           *> Mismo calculo que DIARIO, sobre el eslabon guardado en
           *> el apunte anterior.
       4000-CALCULAR-ENLACE.
           MOVE 0 TO SUMA-EVENTO.
           MOVE 0 TO IDX-CARACTER.

       4100-SUMAR-CARACTER.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > 24
               GO TO 4200-CERRAR-ENLACE.

           IF IDX-CARACTER <= 4
               MOVE DIA-EVENTO(IDX-CARACTER:1) TO CARACTER-ACTUAL
           ELSE
               MOVE DIA-DETALLE(IDX-CARACTER - 4:1)
                   TO CARACTER-ACTUAL.

           COMPUTE SUMA-EVENTO =
               FUNCTION MOD((SUMA-EVENTO * 31)
                   + FUNCTION ORD(CARACTER-ACTUAL), MODULO-ENLACE).

           GO TO 4100-SUMAR-CARACTER.

       4200-CERRAR-ENLACE.
           COMPUTE ENLACE-CALCULADO =
               FUNCTION MOD((ANT-ENLACE * 31) + DIA-SEQ
                   + DIA-FECHA + DIA-HORA
                   + FUNCTION MOD(DIA-TARJETA, 999983)
                   + SUMA-EVENTO, MODULO-ENLACE).

       4000-CALCULAR-ENLACE-EXIT.
           EXIT.

           *> El ultimo apunte del diario debe ser el que DIARIO dejo
           *> anotado en diarioctl.ubd; si no, se han quitado apuntes
           *> del final o se ha tocado el control.
       5000-CONTRASTAR-CONTROL.
           *> Sin diarioctl.ubd el diario deberia estar vacio.
           MOVE 0 TO DCT-ULTIMO-SEQ.
           MOVE 0 TO DCT-ULTIMO-ENLACE.

           OPEN INPUT F-DIARIOCTL.
           IF FSC = 35
               GO TO 5100-COMPARAR-FINAL.
           IF FSC <> 00
               GO TO 5000-CONTRASTAR-CONTROL-EXIT.

           MOVE 1 TO DCT-CLAVE.
           READ F-DIARIOCTL
               INVALID KEY
                   CLOSE F-DIARIOCTL
                   GO TO 5000-CONTRASTAR-CONTROL-EXIT
           END-READ.

           CLOSE F-DIARIOCTL.

       5100-COMPARAR-FINAL.
           IF DCT-ULTIMO-SEQ = ANT-SEQ
              AND DCT-ULTIMO-ENLACE = ANT-ENLACE
               GO TO 5000-CONTRASTAR-CONTROL-EXIT.

           COMPUTE FECHA-ROTURA = ANT-FECHA-HORA / 1000000.

           *> En auditoria el final del diario solo se informa si el
           *> rango pedido llega hasta el.
           IF MODO-AUDITORIA AND FECHA-HASTA-VER < FECHA-ROTURA
               GO TO 5000-CONTRASTAR-CONTROL-EXIT.

           DISPLAY "   diarioctl.ubd: apunte " DCT-ULTIMO-SEQ
               " eslabon " DCT-ULTIMO-ENLACE.
           DISPLAY "   diario.dat:    apunte " ANT-SEQ
               " eslabon " ANT-ENLACE.
           MOVE "Ultimo eslabon distinto de diarioctl"
               TO TEXTO-ROTURA.
           MOVE ANT-SEQ TO SEQ-ROTURA.
           MOVE ANT-TERMINAL TO TERMINAL-ROTURA.
           MOVE 1 TO ROTURA-FINAL-SW.
           PERFORM 8000-INFORMAR-ROTURA THRU 8000-INFORMAR-ROTURA-EXIT.

       5000-CONTRASTAR-CONTROL-EXIT.
           EXIT.

           *> El punto de control avanza aunque haya roturas: quedan
           *> senaladas en esta pasada y el paso falla, y la siguiente
           *> noche solo se comprueba lo nuevo.
       6000-GRABAR-PUNTO-CONTROL.
           IF APUNTES-COMPROBADOS = 0
               GO TO 6000-GRABAR-PUNTO-CONTROL-EXIT.

           OPEN I-O F-DIARIOVER.
           IF FSV = 35
               OPEN OUTPUT F-DIARIOVER
               CLOSE F-DIARIOVER
               OPEN I-O F-DIARIOVER
           END-IF.
           IF FSV <> 00
               DISPLAY "Error abriendo diarioverif.ubd"
               GO TO 6000-GRABAR-PUNTO-CONTROL-EXIT.

           MOVE 1 TO DVF-CLAVE.
           MOVE APUNTES-LEIDOS TO DVF-APUNTES.
           MOVE ANT-SEQ TO DVF-ULTIMO-SEQ.
           MOVE ANT-ENLACE TO DVF-ULTIMO-ENLACE.
           COMPUTE DVF-ULTIMA-FECHA = ANT-FECHA-HORA / 1000000.
           COMPUTE DVF-ULTIMA-HORA =
               ANT-FECHA-HORA - (DVF-ULTIMA-FECHA * 1000000).
           MOVE ANT-TERMINAL TO DVF-ULTIMO-TERMINAL.
           COMPUTE DVF-FECHA-VERIF = (ANO * 10000) + (MES * 100) + DIA.

           IF HAY-CONTROL
               REWRITE DIARIOVER-REG
           ELSE
               WRITE DIARIOVER-REG.

           CLOSE F-DIARIOVER.

       6000-GRABAR-PUNTO-CONTROL-EXIT.
           EXIT.

           *> Una linea por rotura con el terminal del apunte; en
           *> auditoria solo cuentan los apuntes del rango pedido.
       8000-INFORMAR-ROTURA.
           IF MODO-AUDITORIA AND NOT ROTURA-FINAL
               IF FECHA-ROTURA < FECHA-DESDE-VER
                  OR FECHA-ROTURA > FECHA-HASTA-VER
                   GO TO 8000-INFORMAR-ROTURA-EXIT.

           ADD 1 TO ROTURAS-HALLADAS.

           DISPLAY "   ROTURA apunte " SEQ-ROTURA " del "
               FECHA-ROTURA " terminal " TERMINAL-ROTURA ": "
               TEXTO-ROTURA.

       8000-INFORMAR-ROTURA-EXIT.
           EXIT.
