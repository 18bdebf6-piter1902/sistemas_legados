           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSX                       PIC   X(2).

       77 FST                        PIC   X(2).
       77 FSL                        PIC   X(2).
       77 FSU                        PIC   X(2).

       77 CTA-ID-EXTRACTO            PIC  9(16).
       COPY IBAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           PERFORM 1000-PEDIR-DATOS THRU 1000-PEDIR-DATOS-EXIT.
           PERFORM 1500-CABECERA-POSTAL
               THRU 1500-CABECERA-POSTAL-EXIT.
           PERFORM 1600-IBAN-CUENTA THRU 1600-IBAN-CUENTA-EXIT.
           PERFORM 2000-SALDO-APERTURA THRU 2000-SALDO-APERTURA-EXIT.
           PERFORM 3000-LISTAR-MOVIMIENTOS
               THRU 3000-LISTAR-MOVIMIENTOS-EXIT.
       1500-CABECERA-POSTAL-EXIT.
           EXIT.

           *> IBAN de la cuenta de la tarjeta, para que el cliente
           *> pueda darlo a quien le tenga que transferir. Una tarjeta
           *> sin fila en cuentas.ubd es su propia cuenta.
       1600-IBAN-CUENTA.
           MOVE TNUM-CONSULTA TO CTA-ID-EXTRACTO.

           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 1650-IMPRIMIR-IBAN.

           MOVE TNUM-CONSULTA TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-EXTRACTO
           END-READ.

           CLOSE F-CUENTAS.

       1650-IMPRIMIR-IBAN.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE CTA-ID-EXTRACTO TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.

           DISPLAY "IBAN de la cuenta: " IBN-IMPRESO.
           DISPLAY " ".

       1600-IBAN-CUENTA-EXIT.
           EXIT.

           *> Saldo de apertura = saldo del ultimo movimiento anterior
           *> al primer dia del mes consultado. El indice por tarjeta
           *> y fecha se posiciona en el directamente.
