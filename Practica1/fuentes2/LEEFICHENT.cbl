       IDENTIFICATION DIVISION.
       PROGRAM-ID. LEEFICHENT.

           *> Lee de principio a fin un fichero de entrada de la tabla
           *> de interfaces y devuelve en DATOS-FICHERO-ENT su
           *> cabecera, su pie, lo que cuentan y suman de verdad sus
           *> detalles y una huella de todo su contenido (mezcla de
           *> cada posicion de cada registro, como el encadenado del
           *> diario). Lo comparten la recepcion, que valida y
           *> registra el fichero, y RECEPCONS, que comprueba que el
           *> fichero que un programa va a procesar es el aceptado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Un fichero por longitud de registro; el nombre concreto
           *> lo pone la tabla de interfaces.
           SELECT F-REMESA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-RESPUESTA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-RETIRADAS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-RESPUESTA-IBAN ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD F-REMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENTRADA.
       01 REMESA-REG                PIC  X(44).

       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENTRADA.
       01 ABONO-REG                 PIC X(113).

       FD F-RESPUESTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENTRADA.
       01 RESPUESTA-REG             PIC  X(36).

       FD F-RETIRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENTRADA.
       01 RETIRADA-REG              PIC  X(38).

       FD F-RESPUESTA-IBAN
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-ENTRADA.
       01 RESPUESTA-IBAN-REG        PIC  X(70).

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).

       77 NOMBRE-ENTRADA            PIC  X(20).

           COPY INTERFAZ.

       77 IDX-INTERFAZ              PIC   9(2).
       77 FORMATO-ACTUAL            PIC   9(1).
       77 LONGITUD-REGISTRO         PIC   9(3).

           *> Registro leido, con la vista de detalle comun a las
           *> remesas y a los abonos (origen, tarjeta e importe en las
           *> mismas posiciones).
       01 REGISTRO-LEIDO            PIC X(113).
       01 FILLER REDEFINES REGISTRO-LEIDO.
           05 DET-ORIGEN            PIC   9(4).
           05 DET-TARJETA           PIC  9(16).
           05 DET-IMPORTE-ENT       PIC  S9(7).
           05 DET-IMPORTE-DEC       PIC   9(2).
           05 FILLER                PIC  X(84).

           COPY CABPIE.

       77 PIE-VISTO-SW              PIC   9(1).
           88 PIE-VISTO             VALUE 1.

           *> Modulo primo de la huella, el del encadenado del diario.
       78 MODULO-HUELLA             VALUE 999999937.
       77 IDX-CARACTER              PIC   9(3).
       77 CARACTER-ACTUAL           PIC   X(1).

       LINKAGE SECTION.
           COPY FICHENT.

       PROCEDURE DIVISION USING DATOS-FICHERO-ENT.
       0000-LEER-FICHERO.
           MOVE 0      TO FEN-LLEGADO-SW.
           MOVE 1      TO FEN-ESTRUCTURA-SW.
           MOVE SPACES TO FEN-MOTIVO.
           MOVE 0      TO FEN-EMISOR.
           MOVE 0      TO FEN-FECHA.
           MOVE 0      TO FEN-PIE-REGISTROS.
           MOVE 0      TO FEN-PIE-TOTAL-CENT.
           MOVE 0      TO FEN-DETALLES.
           MOVE 0      TO FEN-TOTAL-CENT.
           MOVE 0      TO FEN-REGISTROS-FISICOS.
           MOVE 0      TO FEN-HUELLA.
           MOVE 0      TO PIE-VISTO-SW.

           PERFORM 1000-BUSCAR-INTERFAZ THRU 1000-BUSCAR-INTERFAZ-EXIT.
           IF IDX-INTERFAZ > NUMERO-INTERFACES
               MOVE "Interfaz desconocida" TO FEN-MOTIVO
               GO TO 0000-LEER-FICHERO-EXIT.

           MOVE IFZ-FICHERO(IDX-INTERFAZ)     TO FEN-FICHERO.
           MOVE IFZ-FICHERO(IDX-INTERFAZ)     TO NOMBRE-ENTRADA.
           MOVE IFZ-EMISOR(IDX-INTERFAZ)      TO FEN-EMISOR-ESPERADO.
           MOVE IFZ-CON-IMPORTE(IDX-INTERFAZ) TO FEN-CON-IMPORTE.
           MOVE IFZ-FORMATO(IDX-INTERFAZ)     TO FORMATO-ACTUAL.

           PERFORM 2000-ABRIR-FICHERO THRU 2000-ABRIR-FICHERO-EXIT.
           IF FSE = 35
               GO TO 0000-LEER-FICHERO-EXIT.

           MOVE 1 TO FEN-LLEGADO-SW.
           IF FSE <> 00
               MOVE "Fichero ilegible" TO FEN-MOTIVO
               GO TO 0000-LEER-FICHERO-EXIT.

       0100-LEER-REGISTRO.
           PERFORM 3000-LEER-REGISTRO THRU 3000-LEER-REGISTRO-EXIT.
           IF FSE <> 00
               GO TO 0800-FIN-FICHERO.

           ADD 1 TO FEN-REGISTROS-FISICOS.
           PERFORM 4000-SUMAR-HUELLA THRU 4000-SUMAR-HUELLA-EXIT.

           MOVE REGISTRO-LEIDO(1:36) TO CONTROL-FICHERO-REG.

           *> Nada puede seguir al pie.
           IF PIE-VISTO
               MOVE "Registros despues del pie" TO FEN-MOTIVO
               GO TO 0100-LEER-REGISTRO.

           IF FEN-REGISTROS-FISICOS = 1
               IF CFI-CABECERA
                   MOVE CFI-EMISOR TO FEN-EMISOR
                   MOVE CFI-FECHA  TO FEN-FECHA
                   GO TO 0100-LEER-REGISTRO
               ELSE
                   MOVE "Falta la cabecera" TO FEN-MOTIVO
               END-IF
           END-IF.

           IF CFI-CABECERA
               MOVE "Cabecera repetida" TO FEN-MOTIVO
               GO TO 0100-LEER-REGISTRO.

           IF CFI-PIE
               MOVE 1 TO PIE-VISTO-SW
               MOVE CFI-REGISTROS  TO FEN-PIE-REGISTROS
               MOVE CFI-TOTAL-CENT TO FEN-PIE-TOTAL-CENT
               GO TO 0100-LEER-REGISTRO.

           ADD 1 TO FEN-DETALLES.

           IF FEN-CON-IMPORTE = 1
               IF DET-IMPORTE-ENT < 0
                   COMPUTE FEN-TOTAL-CENT = FEN-TOTAL-CENT
                       + (DET-IMPORTE-ENT * 100) - DET-IMPORTE-DEC
               ELSE
                   COMPUTE FEN-TOTAL-CENT = FEN-TOTAL-CENT
                       + (DET-IMPORTE-ENT * 100) + DET-IMPORTE-DEC
               END-IF
           END-IF.

           GO TO 0100-LEER-REGISTRO.

       0800-FIN-FICHERO.
           PERFORM 2500-CERRAR-FICHERO THRU 2500-CERRAR-FICHERO-EXIT.

           IF FEN-REGISTROS-FISICOS = 0
               MOVE "Fichero vacio" TO FEN-MOTIVO.
           IF FEN-MOTIVO = SPACES AND NOT PIE-VISTO
               MOVE "Falta el pie (fichero truncado)" TO FEN-MOTIVO.

           IF FEN-MOTIVO = SPACES
               MOVE 0 TO FEN-ESTRUCTURA-SW.

       0000-LEER-FICHERO-EXIT.
           EXIT PROGRAM.

       1000-BUSCAR-INTERFAZ.
           MOVE 1 TO IDX-INTERFAZ.

       1100-COMPARAR-INTERFAZ.
           IF IDX-INTERFAZ > NUMERO-INTERFACES
               GO TO 1000-BUSCAR-INTERFAZ-EXIT.
           IF IFZ-NOMBRE(IDX-INTERFAZ) = FEN-INTERFAZ
               GO TO 1000-BUSCAR-INTERFAZ-EXIT.
           ADD 1 TO IDX-INTERFAZ.
           GO TO 1100-COMPARAR-INTERFAZ.

       1000-BUSCAR-INTERFAZ-EXIT.
           EXIT.

       2000-ABRIR-FICHERO.
           IF FORMATO-ACTUAL = 1
               MOVE 44 TO LONGITUD-REGISTRO
               OPEN INPUT F-REMESA.
           IF FORMATO-ACTUAL = 2
               MOVE 113 TO LONGITUD-REGISTRO
               OPEN INPUT F-ABONOS.
           IF FORMATO-ACTUAL = 3
               MOVE 36 TO LONGITUD-REGISTRO
               OPEN INPUT F-RESPUESTA.
           IF FORMATO-ACTUAL = 4
               MOVE 38 TO LONGITUD-REGISTRO
               OPEN INPUT F-RETIRADAS.
           IF FORMATO-ACTUAL = 5
               MOVE 70 TO LONGITUD-REGISTRO
               OPEN INPUT F-RESPUESTA-IBAN.

       2000-ABRIR-FICHERO-EXIT.
           EXIT.

       2500-CERRAR-FICHERO.
           IF FORMATO-ACTUAL = 1
               CLOSE F-REMESA.
           IF FORMATO-ACTUAL = 2
               CLOSE F-ABONOS.
           IF FORMATO-ACTUAL = 3
               CLOSE F-RESPUESTA.
           IF FORMATO-ACTUAL = 4
               CLOSE F-RETIRADAS.
           IF FORMATO-ACTUAL = 5
               CLOSE F-RESPUESTA-IBAN.

       2500-CERRAR-FICHERO-EXIT.
           EXIT.

           *> Deja el siguiente registro en REGISTRO-LEIDO; al final
           *> del fichero FSE queda distinto de cero.
       3000-LEER-REGISTRO.
           MOVE SPACES TO REGISTRO-LEIDO.

           IF FORMATO-ACTUAL = 1
               READ F-REMESA INTO REGISTRO-LEIDO
                   AT END MOVE "10" TO FSE
               END-READ.
           IF FORMATO-ACTUAL = 2
               READ F-ABONOS INTO REGISTRO-LEIDO
                   AT END MOVE "10" TO FSE
               END-READ.
           IF FORMATO-ACTUAL = 3
               READ F-RESPUESTA INTO REGISTRO-LEIDO
                   AT END MOVE "10" TO FSE
               END-READ.
           IF FORMATO-ACTUAL = 4
               READ F-RETIRADAS INTO REGISTRO-LEIDO
                   AT END MOVE "10" TO FSE
               END-READ.
           IF FORMATO-ACTUAL = 5
               READ F-RESPUESTA-IBAN INTO REGISTRO-LEIDO
                   AT END MOVE "10" TO FSE
               END-READ.

       3000-LEER-REGISTRO-EXIT.
           EXIT.

       4000-SUMAR-HUELLA.
           MOVE 0 TO IDX-CARACTER.

       4100-SUMAR-CARACTER.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > LONGITUD-REGISTRO
               GO TO 4000-SUMAR-HUELLA-EXIT.

           MOVE REGISTRO-LEIDO(IDX-CARACTER:1) TO CARACTER-ACTUAL.
           COMPUTE FEN-HUELLA =
               FUNCTION MOD((FEN-HUELLA * 31)
                   + FUNCTION ORD(CARACTER-ACTUAL), MODULO-HUELLA).

           GO TO 4100-SUMAR-CARACTER.

       4000-SUMAR-HUELLA-EXIT.
           EXIT.
