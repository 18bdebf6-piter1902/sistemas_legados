       IDENTIFICATION DIVISION.
       PROGRAM-ID. CTACERR.

           *> Modulo comun de cuentas cerradas: devuelve 1 si la
           *> cuenta pedida figura en cierres.ubd y 0 si no (o si el
           *> fichero todavia no existe). Lo llaman los cajeros y los
           *> lotes antes de abonar o cargar en una cuenta, para que
           *> una cuenta cerrada en oficina no vuelva a moverse.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CTA-ID
           FILE STATUS IS FSZ.

       DATA DIVISION.
       FILE SECTION.
       FD F-CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
           COPY CIERRE.

       WORKING-STORAGE SECTION.
       77 FSZ                      PIC  X(2).

       LINKAGE SECTION.
       77 CTA-PEDIDA               PIC 9(16).
       77 CTA-CERRADA-SW           PIC  9(1).

       PROCEDURE DIVISION USING CTA-PEDIDA CTA-CERRADA-SW.
       BUSCAR-CIERRE.
           MOVE 0 TO CTA-CERRADA-SW.

           OPEN INPUT F-CIERRES.
           IF FSZ = 35
               CLOSE F-CIERRES
               GO TO BUSCAR-CIERRE-FIN.
           IF FSZ <> 00
               GO TO BUSCAR-CIERRE-FIN.

           MOVE CTA-PEDIDA TO CIE-CTA-ID.
           READ F-CIERRES
               INVALID KEY GO TO BUSCAR-CIERRE-CIERRE.

           MOVE 1 TO CTA-CERRADA-SW.

       BUSCAR-CIERRE-CIERRE.
           CLOSE F-CIERRES.

       BUSCAR-CIERRE-FIN.
           EXIT PROGRAM.
