       IDENTIFICATION DIVISION.
       PROGRAM-ID. IBANCTA.

           *> Modulo comun de IBAN (ver el copybook IBAN): valida los
           *> IBAN que dan los clientes o que llegan de la red con sus
           *> digitos de control (modulo 97 sobre el IBAN con los
           *> cuatro primeros caracteres al final y cada letra como
           *> dos cifras, A = 10 ... Z = 35; el resto tiene que ser 1)
           *> y compone el IBAN de una cuenta a partir de su banco y
           *> su numero. Lo llaman los cajeros y las herramientas que
           *> dan de alta ordenes a otros bancos, los lotes que
           *> envian y reciben los ficheros de la red y los
           *> documentos que imprimen el IBAN de las cuentas propias.
           *>
           *> De un IBAN de UnizarBank se busca ademas la tarjeta que
           *> alcanza la cuenta: la propia tarjeta si la cuenta es
           *> suya, si no la primera que la tenga como principal en
           *> cuentas.ubd o como adicional en cuentasad.ubd, y si no
           *> la hay, la cuenta misma (una tarjeta sin fila en
           *> cuentas.ubd es cuenta de si misma); quien llama
           *> comprueba despues que la tarjeta exista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-CUENTASAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-CLAVE
           FILE STATUS IS FSA.

       DATA DIVISION.
       FILE SECTION.
       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-CUENTASAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasad.ubd".
           COPY CUENTAAD.

       WORKING-STORAGE SECTION.
       77 FSU                      PIC  X(2).
       77 FSA                      PIC  X(2).

           *> Codigo de entidad de UnizarBank en la red de
           *> compensacion, el que llevan los IBAN de sus cuentas.
       78 BANCO-UNIZARBANK         VALUE 2086.

       78 MINUSCULAS               VALUE "abcdefghijklmnopqrstuvwxyz".
       78 MAYUSCULAS               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       01 TABLA-LETRAS             PIC X(26)
           VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

           *> IBAN tal como llega y compactado, sin blancos.
       77 IBAN-ENTRADA             PIC X(34).
       01 IBAN-TRABAJO             PIC X(34).
       01 FILLER REDEFINES IBAN-TRABAJO.
           05 IBT-PAIS             PIC  X(2).
           05 IBT-CONTROL          PIC  X(2).
           05 IBT-BBAN             PIC X(30).
       77 LONG-IBAN                PIC  9(2).

           *> IBAN con los cuatro primeros caracteres al final, sobre
           *> el que se calcula el modulo 97.
       77 IBAN-REORDENADO          PIC X(34).
       77 RESTO-97                 PIC  9(2).
       77 CONTROL-CALCULADO        PIC  9(2).

       77 IDX-CARACTER             PIC  9(2).
       77 IDX-LETRA                PIC  9(2).
       77 IDX-IMPRESO              PIC  9(2).
       77 CARACTER-ACTUAL          PIC  X(1).
       77 DIGITO-ACTUAL            PIC  9(1).
       77 VALOR-LETRA              PIC  9(2).

           *> Banco y cuenta de un IBAN espanol.
       01 BBAN-NACIONAL.
           05 BBAN-BANCO           PIC  9(4).
           05 BBAN-CUENTA          PIC 9(16).
       01 BBAN-NACIONAL-X REDEFINES BBAN-NACIONAL PIC X(20).

       LINKAGE SECTION.
           COPY IBAN.

       PROCEDURE DIVISION USING DATOS-IBAN.
       0000-IBAN.
           MOVE 1      TO IBN-RESULTADO.
           MOVE 0      TO IBN-PROPIO-SW.
           MOVE 0      TO IBN-TARJETA.
           MOVE SPACES TO IBN-IMPRESO.

           IF IBN-COMPONER-PROPIO
               MOVE BANCO-UNIZARBANK TO IBN-BANCO
               PERFORM 2000-COMPONER THRU 2000-COMPONER-EXIT
               GO TO 0000-IBAN-FIN.

           IF IBN-COMPONER
               PERFORM 2000-COMPONER THRU 2000-COMPONER-EXIT
               GO TO 0000-IBAN-FIN.

           IF NOT IBN-VALIDAR
               GO TO 0000-IBAN-FIN.

           PERFORM 1000-VALIDAR THRU 1000-VALIDAR-EXIT.

           IF IBN-CORRECTO AND IBN-PROPIO
               PERFORM 3000-BUSCAR-TARJETA
                   THRU 3000-BUSCAR-TARJETA-EXIT.

       0000-IBAN-FIN.
           EXIT PROGRAM.

           *> Compacta el IBAN, comprueba su forma y sus digitos de
           *> control y, si es espanol, lo parte en banco y cuenta.
       1000-VALIDAR.
           MOVE 0 TO IBN-BANCO.
           MOVE 0 TO IBN-CUENTA.

           MOVE IBN-IBAN TO IBAN-ENTRADA.
           INSPECT IBAN-ENTRADA CONVERTING MINUSCULAS TO MAYUSCULAS.

           MOVE SPACES TO IBAN-TRABAJO.
           MOVE 0 TO LONG-IBAN.
           MOVE 0 TO IDX-CARACTER.

       1100-COMPACTAR.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > 34
               GO TO 1200-COMPROBAR.

           MOVE IBAN-ENTRADA(IDX-CARACTER:1) TO CARACTER-ACTUAL.
           IF CARACTER-ACTUAL = SPACE
               GO TO 1100-COMPACTAR.

           IF CARACTER-ACTUAL IS NOT NUMERIC
               AND CARACTER-ACTUAL IS NOT ALPHABETIC-UPPER
               GO TO 1000-VALIDAR-EXIT.

           ADD 1 TO LONG-IBAN.
           MOVE CARACTER-ACTUAL TO IBAN-TRABAJO(LONG-IBAN:1).

           GO TO 1100-COMPACTAR.

       1200-COMPROBAR.
           IF LONG-IBAN < 15
               GO TO 1000-VALIDAR-EXIT.
           IF IBT-PAIS IS NOT ALPHABETIC-UPPER
               GO TO 1000-VALIDAR-EXIT.
           IF IBT-CONTROL IS NOT NUMERIC
               GO TO 1000-VALIDAR-EXIT.

           MOVE IBAN-TRABAJO TO IBN-IBAN.

           MOVE SPACES TO IBAN-REORDENADO.
           MOVE IBAN-TRABAJO(5:LONG-IBAN - 4) TO IBAN-REORDENADO.
           MOVE IBAN-TRABAJO(1:4)
               TO IBAN-REORDENADO(LONG-IBAN - 3:4).

           PERFORM 4000-MODULO-97 THRU 4000-MODULO-97-EXIT.

           IF RESTO-97 NOT = 1
               MOVE 2 TO IBN-RESULTADO
               GO TO 1000-VALIDAR-EXIT.

           IF IBT-PAIS NOT = "ES" OR LONG-IBAN NOT = 24
               MOVE 3 TO IBN-RESULTADO
               GO TO 1000-VALIDAR-EXIT.
           IF IBAN-TRABAJO(5:20) IS NOT NUMERIC
               MOVE 3 TO IBN-RESULTADO
               GO TO 1000-VALIDAR-EXIT.

           MOVE IBAN-TRABAJO(5:20) TO BBAN-NACIONAL-X.
           MOVE BBAN-BANCO  TO IBN-BANCO.
           MOVE BBAN-CUENTA TO IBN-CUENTA.

           MOVE 0 TO IBN-RESULTADO.
           IF IBN-BANCO = BANCO-UNIZARBANK
               MOVE 1 TO IBN-PROPIO-SW.

           PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT.

       1000-VALIDAR-EXIT.
           EXIT.

           *> IBAN espanol de IBN-BANCO e IBN-CUENTA: los digitos de
           *> control son 98 menos el modulo 97 del IBAN reordenado
           *> con "00" en su lugar.
       2000-COMPONER.
           MOVE IBN-BANCO  TO BBAN-BANCO.
           MOVE IBN-CUENTA TO BBAN-CUENTA.

           MOVE SPACES TO IBAN-REORDENADO.
           STRING BBAN-NACIONAL-X DELIMITED BY SIZE
                  "ES00"          DELIMITED BY SIZE
               INTO IBAN-REORDENADO.
           MOVE 24 TO LONG-IBAN.

           PERFORM 4000-MODULO-97 THRU 4000-MODULO-97-EXIT.

           COMPUTE CONTROL-CALCULADO = 98 - RESTO-97.

           MOVE SPACES TO IBAN-TRABAJO.
           STRING "ES"              DELIMITED BY SIZE
                  CONTROL-CALCULADO DELIMITED BY SIZE
                  BBAN-NACIONAL-X   DELIMITED BY SIZE
               INTO IBAN-TRABAJO.

           MOVE IBAN-TRABAJO TO IBN-IBAN.

           MOVE 0 TO IBN-RESULTADO.
           IF IBN-BANCO = BANCO-UNIZARBANK
               MOVE 1 TO IBN-PROPIO-SW.

           PERFORM 5000-IMPRIMIR THRU 5000-IMPRIMIR-EXIT.

       2000-COMPONER-EXIT.
           EXIT.

       3000-BUSCAR-TARJETA.
           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 3200-BUSCAR-ADICIONAL.

       3100-LEER-CUENTA.
           READ F-CUENTAS NEXT RECORD
               AT END GO TO 3150-FIN-CUENTAS.

           IF CTA-ID NOT = IBN-CUENTA
               GO TO 3100-LEER-CUENTA.

           IF CTA-TARJETA = IBN-CUENTA
               MOVE CTA-TARJETA TO IBN-TARJETA
               GO TO 3150-FIN-CUENTAS.

           IF IBN-TARJETA = 0
               MOVE CTA-TARJETA TO IBN-TARJETA.

           GO TO 3100-LEER-CUENTA.

       3150-FIN-CUENTAS.
           CLOSE F-CUENTAS.

           IF IBN-TARJETA NOT = 0
               GO TO 3000-BUSCAR-TARJETA-EXIT.

       3200-BUSCAR-ADICIONAL.
           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               GO TO 3900-SIN-TARJETA.

       3300-LEER-ADICIONAL.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO 3350-FIN-ADICIONALES.

           IF CAD-CTA-ID NOT = IBN-CUENTA
               GO TO 3300-LEER-ADICIONAL.

           MOVE CAD-TARJETA TO IBN-TARJETA.

       3350-FIN-ADICIONALES.
           CLOSE F-CUENTASAD.

           IF IBN-TARJETA NOT = 0
               GO TO 3000-BUSCAR-TARJETA-EXIT.

       3900-SIN-TARJETA.
           MOVE IBN-CUENTA TO IBN-TARJETA.

       3000-BUSCAR-TARJETA-EXIT.
           EXIT.

           *> Modulo 97 de los LONG-IBAN primeros caracteres de
           *> IBAN-REORDENADO, cifra a cifra para no desbordar.
       4000-MODULO-97.
           MOVE 0 TO RESTO-97.
           MOVE 0 TO IDX-CARACTER.

       4100-SIGUIENTE-CARACTER.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > LONG-IBAN
               GO TO 4000-MODULO-97-EXIT.

           MOVE IBAN-REORDENADO(IDX-CARACTER:1) TO CARACTER-ACTUAL.

           IF CARACTER-ACTUAL IS NUMERIC
               MOVE CARACTER-ACTUAL TO DIGITO-ACTUAL
               COMPUTE RESTO-97 =
                   FUNCTION MOD((RESTO-97 * 10) + DIGITO-ACTUAL, 97)
               GO TO 4100-SIGUIENTE-CARACTER.

           PERFORM 4200-VALOR-LETRA THRU 4200-VALOR-LETRA-EXIT.
           COMPUTE RESTO-97 =
               FUNCTION MOD((RESTO-97 * 100) + VALOR-LETRA, 97).

           GO TO 4100-SIGUIENTE-CARACTER.

       4000-MODULO-97-EXIT.
           EXIT.

       4200-VALOR-LETRA.
           MOVE 1 TO IDX-LETRA.

       4210-COMPARAR-LETRA.
           IF IDX-LETRA > 26
               MOVE 0 TO VALOR-LETRA
               GO TO 4200-VALOR-LETRA-EXIT.
           IF TABLA-LETRAS(IDX-LETRA:1) = CARACTER-ACTUAL
               COMPUTE VALOR-LETRA = IDX-LETRA + 9
               GO TO 4200-VALOR-LETRA-EXIT.
           ADD 1 TO IDX-LETRA.
           GO TO 4210-COMPARAR-LETRA.

       4200-VALOR-LETRA-EXIT.
           EXIT.

           *> IBAN en grupos de cuatro, como se imprime en papel.
       5000-IMPRIMIR.
           MOVE SPACES TO IBN-IMPRESO.
           MOVE 0 TO IDX-CARACTER.
           MOVE 0 TO IDX-IMPRESO.

       5100-SIGUIENTE-IMPRESO.
           ADD 1 TO IDX-CARACTER.
           IF IDX-CARACTER > LONG-IBAN
               GO TO 5000-IMPRIMIR-EXIT.

           IF IDX-CARACTER > 1
               AND FUNCTION MOD(IDX-CARACTER - 1, 4) = 0
               ADD 1 TO IDX-IMPRESO.

           ADD 1 TO IDX-IMPRESO.
           MOVE IBAN-TRABAJO(IDX-CARACTER:1)
               TO IBN-IMPRESO(IDX-IMPRESO:1).

           GO TO 5100-SIGUIENTE-IMPRESO.

       5000-IMPRIMIR-EXIT.
           EXIT.
