
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.

       COPY IBAN.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA-SESION                     PIC   X(2).
           MOVE MOV-SALDOPOS-ENT TO JUS-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO JUS-SALDOPOS-DEC.
           MOVE MOV-CTA-ID       TO JUS-CTA-ID.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE MOV-CTA-ID       TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN         TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.
