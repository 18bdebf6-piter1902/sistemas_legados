       IDENTIFICATION DIVISION.
       PROGRAM-ID. CREDCARGO.

           *> Modulo comun de cargo a credito: con la operacion "C"
           *> solo dice si la tarjeta tiene una linea de credito que
           *> admita compras; con "A" anota ademas la compra en los
           *> apuntes del mes de la tarjeta y la suma a lo dispuesto,
           *> siempre que quepa en el limite. Con "D" devuelve una
           *> compra ya cargada: la anota en negativo y la descuenta
           *> de lo dispuesto, este la linea como este, porque es
           *> deuda que deja de existir. Resultado 0 = admitida (o
           *> anotada), 1 = sin linea, 2 = linea en mora o de baja,
           *> 3 = supera el limite disponible.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FSK.

           SELECT F-MOVCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCR-CLAVE
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD F-CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
           COPY CREDITO.

       FD F-MOVCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movcredito.ubd".
           COPY MOVCREDITO.

       WORKING-STORAGE SECTION.
       77 FSK                      PIC  X(2).
       77 FSR                      PIC  X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO              PIC  9(4).
               10 MES              PIC  9(2).
               10 DIA              PIC  9(2).
           05 HORA.
               10 HORAS            PIC  9(2).
               10 MINUTOS          PIC  9(2).
               10 SEGUNDOS         PIC  9(2).
               10 MILISEGUNDOS     PIC  9(2).
           05 DIF-GMT              PIC S9(4).

       77 CICLO-ACTUAL             PIC  9(6).
       77 ULTIMO-ORDEN             PIC  9(5).

       LINKAGE SECTION.
       77 TARJETA-CARGO            PIC 9(16).
       77 CENT-CARGO               PIC S9(11).
       77 CONCEPTO-CARGO           PIC X(35).
       77 OPERACION-CARGO          PIC  X(1).
       77 RESULTADO-CARGO          PIC  9(1).

       PROCEDURE DIVISION USING TARJETA-CARGO CENT-CARGO
           CONCEPTO-CARGO OPERACION-CARGO RESULTADO-CARGO.
       BUSCAR-LINEA.
           MOVE 1 TO RESULTADO-CARGO.

           OPEN I-O F-CREDITOS.
           IF FSK = 35
               CLOSE F-CREDITOS
               GO TO BUSCAR-LINEA-FIN.
           IF FSK <> 00
               GO TO BUSCAR-LINEA-FIN.

           MOVE TARJETA-CARGO TO CRD-TARJETA.
           READ F-CREDITOS
               INVALID KEY GO TO BUSCAR-LINEA-CIERRE.

           IF OPERACION-CARGO = "D"
               GO TO DEVOLVER-COMPRA.

           IF CRD-BAJA
               GO TO BUSCAR-LINEA-CIERRE.

           IF CRD-MORA
               MOVE 2 TO RESULTADO-CARGO
               GO TO BUSCAR-LINEA-CIERRE.

           MOVE 0 TO RESULTADO-CARGO.
           IF OPERACION-CARGO NOT = "A"
               GO TO BUSCAR-LINEA-CIERRE.

           IF CRD-DISPUESTO-CENT + CENT-CARGO > CRD-LIMITE-CENT
               MOVE 3 TO RESULTADO-CARGO
               GO TO BUSCAR-LINEA-CIERRE.

           PERFORM ANOTAR-COMPRA THRU ANOTAR-COMPRA-EXIT.
           IF RESULTADO-CARGO NOT = 0
               GO TO BUSCAR-LINEA-CIERRE.

           ADD CENT-CARGO TO CRD-DISPUESTO-CENT.
           REWRITE CREDITO-REG INVALID KEY
               MOVE 1 TO RESULTADO-CARGO.
           GO TO BUSCAR-LINEA-CIERRE.

       DEVOLVER-COMPRA.
           MOVE 0 TO RESULTADO-CARGO.
           PERFORM ANOTAR-COMPRA THRU ANOTAR-COMPRA-EXIT.
           IF RESULTADO-CARGO NOT = 0
               GO TO BUSCAR-LINEA-CIERRE.

           SUBTRACT CENT-CARGO FROM CRD-DISPUESTO-CENT.
           REWRITE CREDITO-REG INVALID KEY
               MOVE 1 TO RESULTADO-CARGO.

       BUSCAR-LINEA-CIERRE.
           CLOSE F-CREDITOS.

       BUSCAR-LINEA-FIN.
           EXIT PROGRAM.

           *> La compra se numera a continuacion de la ultima del mes
           *> en curso de la misma tarjeta.
       ANOTAR-COMPRA.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE CICLO-ACTUAL = (ANO * 100) + MES.

           OPEN I-O F-MOVCREDITO.
           IF FSR = 35
               OPEN OUTPUT F-MOVCREDITO
               CLOSE F-MOVCREDITO
               OPEN I-O F-MOVCREDITO
           END-IF.
           IF FSR <> 00
               MOVE 1 TO RESULTADO-CARGO
               GO TO ANOTAR-COMPRA-EXIT.

           MOVE 0 TO ULTIMO-ORDEN.

           MOVE TARJETA-CARGO TO MCR-TARJETA.
           MOVE CICLO-ACTUAL  TO MCR-CICLO.
           MOVE 0 TO MCR-ORDEN.
           START F-MOVCREDITO KEY IS NOT LESS THAN MCR-CLAVE
               INVALID KEY GO TO ANOTAR-COMPRA-REG.

       ANOTAR-COMPRA-BUCLE.
           READ F-MOVCREDITO NEXT RECORD
               AT END GO TO ANOTAR-COMPRA-REG.

           IF MCR-TARJETA NOT = TARJETA-CARGO
               OR MCR-CICLO NOT = CICLO-ACTUAL
               GO TO ANOTAR-COMPRA-REG.

           MOVE MCR-ORDEN TO ULTIMO-ORDEN.
           GO TO ANOTAR-COMPRA-BUCLE.

       ANOTAR-COMPRA-REG.
           MOVE TARJETA-CARGO  TO MCR-TARJETA.
           MOVE CICLO-ACTUAL   TO MCR-CICLO.
           COMPUTE MCR-ORDEN = ULTIMO-ORDEN + 1.
           COMPUTE MCR-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE MCR-HORA = (HORAS * 10000) + (MINUTOS * 100)
                              + SEGUNDOS.
           MOVE CONCEPTO-CARGO TO MCR-CONCEPTO.
           MOVE CENT-CARGO     TO MCR-IMPORTE-CENT.
           SET MCR-COMPRA      TO TRUE.
           IF OPERACION-CARGO = "D"
               COMPUTE MCR-IMPORTE-CENT = 0 - CENT-CARGO
               SET MCR-DEVOLUCION TO TRUE.

           WRITE MOVCREDITO-REG INVALID KEY
               MOVE 1 TO RESULTADO-CARGO.

           CLOSE F-MOVCREDITO.

       ANOTAR-COMPRA-EXIT.
           EXIT.
