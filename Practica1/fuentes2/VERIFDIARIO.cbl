       IDENTIFICATION DIVISION.
       PROGRAM-ID. VERIFDIARIO.

           *> Paso de la consola que comprueba el encadenado del
           *> diario electronico desde el punto de control de la
           *> pasada anterior. Como VERIFICA, dicta su veredicto por
           *> RETURN-CODE: con cualquier rotura el paso queda FALLIDO.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
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

       77 MODO-VERIFICACION         PIC   9(1) VALUE 0.
       77 FECHA-DESDE-VER           PIC   9(8) VALUE 0.
       77 FECHA-HASTA-VER           PIC   9(8) VALUE 99999999.
       77 ROTURAS-HALLADAS          PIC   9(9).

           *> Codigo devuelto a la consola cuando la cadena esta
           *> rota; 0 cuando cuadra.
       78 CODIGO-DIARIO-ROTO        VALUE 8.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - VERIFDIARIO - encadenado del diario "
               "electronico".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           MOVE 0 TO ROTURAS-HALLADAS.
           CALL "DIARIOCHK" USING MODO-VERIFICACION FECHA-DESDE-VER
               FECHA-HASTA-VER ROTURAS-HALLADAS.

           DISPLAY " ".
           IF ROTURAS-HALLADAS = 0
               MOVE 0 TO RETURN-CODE
               DISPLAY "DIARIO CORRECTO: la cadena cuadra."
           ELSE
               MOVE CODIGO-DIARIO-ROTO TO RETURN-CODE
               DISPLAY "DIARIO ROTO: " ROTURAS-HALLADAS
                   " roturas en la cadena."
               DISPLAY "Avise a auditoria con los terminales "
                   "senalados.".

           GOBACK.
