       77 PRESSED-KEY              PIC    9(4) BLANK ZERO.

       77 ULTIMO-JUS-NUM           PIC   9(35).
       COPY IBAN.

           *> Apunte para el diario electronico de sesion.
       77 EVENTO-DIARIO            PIC  X(4).
           05 FILLER LINE 13 COL 45 VALUE ".".
           05 FILLER LINE 13 COL 46 PIC 99 FROM JUS-SALDOPOS-DEC.
           05 FILLER LINE 13 COL 49 VALUE "EUR".
           05 FILLER LINE 14 COL 19 VALUE "IBAN:".
           05 FILLER LINE 14 COL 32 PIC X(34) FROM JUS-IBAN.


       PROCEDURE DIVISION USING TNUM IDIOMA-SESION.
           MOVE ULTIMO-JUS-NUM TO JUS-NUM.
           READ F-JUSTIFICANTES INVALID KEY GO TO PSYS-ERR.

           *> Un justificante anterior al IBAN sale ya con el de su
           *> cuenta.
           IF JUS-IBAN = SPACES AND JUS-CTA-ID NOT = 0
               SET IBN-COMPONER-PROPIO TO TRUE
               MOVE JUS-CTA-ID TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN TO JUS-IBAN.

           SET JUS-PDTE-IMPRIMIR TO TRUE.
           REWRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.

