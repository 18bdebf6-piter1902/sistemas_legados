       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBARGOS.

           *> Traba nocturna de embargos: para cada orden activa de
           *> embargos.ubd a la que aun le falte importe por cubrir,
           *> pide al modulo comun EMBTRABA que trabe el disponible
           *> que hayan dejado en las cuentas del deudor los abonos
           *> llegados desde la ultima pasada (respetando el minimo
           *> inembargable si cobra nomina). Las ordenes se recorren
           *> reposicionando tras cada llamada, porque el modulo abre
           *> y reescribe el propio fichero de ordenes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-CLAVE
           FILE STATUS IS FSE.

       DATA DIVISION.
       FILE SECTION.
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
           COPY EMBARGO.

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
               10 MES                PIC   9(2).
               10 DIA                PIC   9(2).
           05 HORA.
               10 HORAS              PIC   9(2).
               10 MINUTOS            PIC   9(2).
               10 SEGUNDOS           PIC   9(2).
               10 MILISEGUNDOS       PIC   9(2).
           05 DIF-GMT                PIC  S9(4).

       77 ULTIMA-CLAVE              PIC  X(32).
       01 CLAVE-ORDEN.
           05 ORDEN-LISTADO         PIC  X(20).
           05 DOCUMENTO-LISTADO     PIC  X(12).

       77 CENT-PENDIENTE            PIC  S9(11).
       77 CENT-TRABADO              PIC   9(11).
       77 TRABA-RESULTADO           PIC   9(1).

       77 CONTADOR-LEIDAS           PIC   9(5) VALUE 0.
       77 CONTADOR-REVISADAS        PIC   9(5) VALUE 0.
       77 CONTADOR-CON-TRABA        PIC   9(5) VALUE 0.
       77 CONTADOR-INCIDENCIAS      PIC   9(5) VALUE 0.
       77 TOTAL-TRABADO-CENT        PIC  S9(13) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO CONTADOR-REVISADAS.
           MOVE 0 TO CONTADOR-CON-TRABA.
           MOVE 0 TO CONTADOR-INCIDENCIAS.
           MOVE 0 TO TOTAL-TRABADO-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - EMBARGOS - traba nocturna de ordenes "
               "de embargo".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           PERFORM 1000-TRABAR-ORDENES THRU 1000-TRABAR-ORDENES-EXIT.

           DISPLAY " ".
           DISPLAY "Ordenes leidas        : " CONTADOR-LEIDAS.
           DISPLAY "Ordenes con pendiente : " CONTADOR-REVISADAS.
           DISPLAY "Ordenes con traba hoy : " CONTADOR-CON-TRABA.
           DISPLAY "Incidencias           : " CONTADOR-INCIDENCIAS.
           DISPLAY "Importe trabado       : " TOTAL-TRABADO-CENT
               " centimos".

           GOBACK.

           *> Toma la orden siguiente a la ultima tratada y, si sigue
           *> activa con importe por cubrir, la pasa al modulo.
       1000-TRABAR-ORDENES.
           MOVE LOW-VALUES TO ULTIMA-CLAVE.

       1100-SIGUIENTE-ORDEN.
           OPEN INPUT F-EMBARGOS.
           IF FSE = 35
               DISPLAY "No hay embargos.ubd que revisar."
               CLOSE F-EMBARGOS
               GO TO 1000-TRABAR-ORDENES-EXIT.
           IF FSE <> 00
               DISPLAY "Error abriendo embargos.ubd"
               GO TO 1000-TRABAR-ORDENES-EXIT.

           MOVE ULTIMA-CLAVE TO EMB-CLAVE.
           START F-EMBARGOS KEY IS GREATER THAN EMB-CLAVE
               INVALID KEY
                   CLOSE F-EMBARGOS
                   GO TO 1000-TRABAR-ORDENES-EXIT
           END-START.

           READ F-EMBARGOS NEXT RECORD
               AT END
                   CLOSE F-EMBARGOS
                   GO TO 1000-TRABAR-ORDENES-EXIT
           END-READ.

           MOVE EMB-CLAVE TO ULTIMA-CLAVE.
           MOVE EMB-CLAVE TO CLAVE-ORDEN.
           COMPUTE CENT-PENDIENTE = EMB-IMPORTE-CENT
               - EMB-LEVANTADO-CENT - EMB-TRABADO-CENT
               - EMB-REMITIDO-CENT.

           CLOSE F-EMBARGOS.

           ADD 1 TO CONTADOR-LEIDAS.

           IF NOT EMB-ACTIVO OR CENT-PENDIENTE <= 0
               GO TO 1100-SIGUIENTE-ORDEN.

           ADD 1 TO CONTADOR-REVISADAS.

           CALL "EMBTRABA" USING CLAVE-ORDEN CENT-TRABADO
               TRABA-RESULTADO.

           IF TRABA-RESULTADO NOT = 0
               ADD 1 TO CONTADOR-INCIDENCIAS
               DISPLAY "Orden " ORDEN-LISTADO " doc. " DOCUMENTO-LISTADO
                   " no tratada (resultado " TRABA-RESULTADO ")"
               GO TO 1100-SIGUIENTE-ORDEN.

           IF CENT-TRABADO > 0
               ADD 1 TO CONTADOR-CON-TRABA
               ADD CENT-TRABADO TO TOTAL-TRABADO-CENT
               DISPLAY "Orden " ORDEN-LISTADO " doc. " DOCUMENTO-LISTADO
                   " trabados " CENT-TRABADO " centimos".

           GO TO 1100-SIGUIENTE-ORDEN.

       1000-TRABAR-ORDENES-EXIT.
           EXIT.
