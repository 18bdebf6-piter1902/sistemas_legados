       77 DIFERENCIA-BILLETES      PIC S9(7).
       77 CENT-DIFERENCIA          PIC S9(11).

           *> Importe, concepto y tipo del movimiento de cajon que
           *> se va a escribir: el descuadre del recuento o la
           *> reposicion, sin tarjeta ni cuenta de cliente.
       77 CENT-MOVIMIENTO-CAJON    PIC S9(11).
       77 CONCEPTO-MOVIMIENTO-CAJON PIC X(35).
       77 TIPO-MOVIMIENTO-CAJON    PIC 9(2).

       77 FSO                      PIC  X(2).
       77 FSW                      PIC  X(2).

               PERFORM AJUSTAR-DIFERENCIA
                   THRU AJUSTAR-DIFERENCIA-EXIT.

           IF CANTIDAD-USUARIO > 0
               PERFORM APUNTAR-REPOSICION
                   THRU APUNTAR-REPOSICION-EXIT.

           PERFORM REPONER-CAJON THRU REPONER-CAJON.

           MOVE "REPOSICION" TO AUD-FUNCION-ACTUAL.
           *> de ajuste (posicion propia del banco) y la linea de
           *> auditoria con los billetes de mas o de menos.
       AJUSTAR-DIFERENCIA.
           COMPUTE CENT-DIFERENCIA = DIFERENCIA-BILLETES
               * DENOM-USUARIO * 100.

           MOVE CENT-DIFERENCIA TO CENT-MOVIMIENTO-CAJON.
           MOVE "Ajuste recuento cajon" TO CONCEPTO-MOVIMIENTO-CAJON.
           MOVE 31 TO TIPO-MOVIMIENTO-CAJON.
           PERFORM ESCRIBIR-MOVIMIENTO-CAJON
               THRU ESCRIBIR-MOVIMIENTO-CAJON-EXIT.

           MOVE "AJUSTE-CAJON" TO AUD-FUNCION-ACTUAL.
           MOVE DENOM-USUARIO TO AUD-OBJETO-ACTUAL.
           PERFORM ESCRIBIR-AUDITORIA THRU ESCRIBIR-AUDITORIA-EXIT.

       AJUSTAR-DIFERENCIA-EXIT.
           EXIT.

           *> Los billetes anadidos entran en el cajon con su propio
           *> movimiento, de modo que la contabilidad del efectivo del
           *> cajero sigue a cajon.ubd.
       APUNTAR-REPOSICION.
           COMPUTE CENT-MOVIMIENTO-CAJON = CANTIDAD-USUARIO
               * DENOM-USUARIO * 100.
           MOVE "Reposicion cajon" TO CONCEPTO-MOVIMIENTO-CAJON.
           MOVE 30 TO TIPO-MOVIMIENTO-CAJON.
           PERFORM ESCRIBIR-MOVIMIENTO-CAJON
               THRU ESCRIBIR-MOVIMIENTO-CAJON-EXIT.

       APUNTAR-REPOSICION-EXIT.
           EXIT.

       ESCRIBIR-MOVIMIENTO-CAJON.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           OPEN I-O F-MOVIMIENTOS.
           MOVE MINUTOS      TO MOV-MIN.
           MOVE SEGUNDOS     TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-MOVIMIENTO-CAJON / 100.
           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION ABS(CENT-MOVIMIENTO-CAJON
                   - (MOV-IMPORTE-ENT * 100)).

           MOVE CONCEPTO-MOVIMIENTO-CAJON TO MOV-CONCEPTO.

           MOVE 0 TO MOV-SALDOPOS-ENT.
           MOVE 0 TO MOV-SALDOPOS-DEC.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           MOVE TIPO-MOVIMIENTO-CAJON TO MOV-TIPO.

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE 0 TO MOV-CTA-ID.

           CLOSE F-MOVIMIENTOS.

       ESCRIBIR-MOVIMIENTO-CAJON-EXIT.
           EXIT.

       SIGUIENTE-MOV-NUM.
