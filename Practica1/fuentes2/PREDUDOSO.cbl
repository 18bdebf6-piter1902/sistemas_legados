       IDENTIFICATION DIVISION.
       PROGRAM-ID. PREDUDOSO.

           *> Modulo comun de riesgo dudoso: devuelve 1 si hay en
           *> prestamos.ubd un prestamo vigente clasificado dudoso
           *> por el seguimiento de impagados cuya tarjeta o cuenta
           *> coincida con las pedidas (un cero no se compara), y 0
           *> si no (o si el fichero todavia no existe). Lo llaman las
           *> herramientas que conceden credito nuevo (descubiertos,
           *> tarjetas de credito, prestamos) antes de darlo.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

       DATA DIVISION.
       FILE SECTION.
       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       WORKING-STORAGE SECTION.
       77 FSZ                      PIC  X(2).

       LINKAGE SECTION.
       77 TARJETA-PEDIDA           PIC 9(16).
       77 CTA-PEDIDA               PIC 9(16).
       77 PRE-DUDOSO-SW            PIC  9(1).

       PROCEDURE DIVISION USING TARJETA-PEDIDA CTA-PEDIDA
           PRE-DUDOSO-SW.
       BUSCAR-DUDOSO.
           MOVE 0 TO PRE-DUDOSO-SW.

           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               CLOSE F-PRESTAMOS
               GO TO BUSCAR-DUDOSO-FIN.
           IF FSZ <> 00
               GO TO BUSCAR-DUDOSO-FIN.

       BUSCAR-DUDOSO-LEER.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO BUSCAR-DUDOSO-CIERRE.

           IF NOT PRE-VIGENTE OR NOT PRE-DUDOSO
               GO TO BUSCAR-DUDOSO-LEER.

           IF TARJETA-PEDIDA NOT = 0 AND PRE-TARJETA = TARJETA-PEDIDA
               MOVE 1 TO PRE-DUDOSO-SW
               GO TO BUSCAR-DUDOSO-CIERRE.

           IF CTA-PEDIDA NOT = 0 AND PRE-CTA-ID = CTA-PEDIDA
               MOVE 1 TO PRE-DUDOSO-SW
               GO TO BUSCAR-DUDOSO-CIERRE.

           GO TO BUSCAR-DUDOSO-LEER.

       BUSCAR-DUDOSO-CIERRE.
           CLOSE F-PRESTAMOS.

       BUSCAR-DUDOSO-FIN.
           EXIT PROGRAM.
