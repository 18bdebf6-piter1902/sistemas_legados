       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDDIARIO.

           *> Comprobacion a demanda del encadenado del diario
           *> electronico para auditoria: recorre el diario entero
           *> (un eslabon depende de todos los anteriores) e informa
           *> de las roturas de los apuntes fechados en el rango
           *> pedido. No toca el punto de control del paso nocturno.

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

       77 MODO-VERIFICACION         PIC   9(1) VALUE 1.
       77 FECHA-DESDE-VER           PIC   9(8).
       77 FECHA-HASTA-VER           PIC   9(8).
       77 ROTURAS-HALLADAS          PIC   9(9).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - AUDDIARIO - auditoria del diario "
               "electronico".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Desde la fecha (AAAAMMDD, 0 = principio): "
               WITH NO ADVANCING.
           ACCEPT FECHA-DESDE-VER.
           DISPLAY "Hasta la fecha (AAAAMMDD, 0 = hoy): "
               WITH NO ADVANCING.
           ACCEPT FECHA-HASTA-VER.
           DISPLAY " ".

           IF FECHA-HASTA-VER = 0
               COMPUTE FECHA-HASTA-VER = (ANO * 10000) + (MES * 100)
                   + DIA.

           IF FECHA-DESDE-VER > FECHA-HASTA-VER
               DISPLAY "Rango de fechas no valido."
               STOP RUN.

           DISPLAY "Apuntes del " FECHA-DESDE-VER " al "
               FECHA-HASTA-VER.
           DISPLAY " ".

           MOVE 0 TO ROTURAS-HALLADAS.
           CALL "DIARIOCHK" USING MODO-VERIFICACION FECHA-DESDE-VER
               FECHA-HASTA-VER ROTURAS-HALLADAS.

           DISPLAY " ".
           IF ROTURAS-HALLADAS = 0
               DISPLAY "Sin roturas en el rango pedido."
           ELSE
               DISPLAY "Roturas en el rango pedido: " ROTURAS-HALLADAS.

           STOP RUN.
