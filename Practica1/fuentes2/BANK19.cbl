           MOVE 0            TO JUS-SALDOPOS-ENT.
           MOVE 0            TO JUS-SALDOPOS-DEC.
           MOVE 0            TO JUS-CTA-ID.
           MOVE SPACES       TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.
