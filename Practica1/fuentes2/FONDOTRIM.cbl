       IDENTIFICATION DIVISION.
       PROGRAM-ID. FONDOTRIM.

           *> Paso de la cadena nocturna que genera el fichero del
           *> fondo de garantia de depositos al cierre de cada
           *> trimestre natural (ultimo dia de marzo, junio,
           *> septiembre y diciembre). El resto de dias no hace nada;
           *> fuera de ciclo el fichero se pide lanzando FONDOGAR.

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

       77 ULTIMO-DIA-MES            PIC   9(2).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF MES NOT = 3 AND MES NOT = 6 AND MES NOT = 9
               AND MES NOT = 12
               DISPLAY "Fondo de garantia: el fichero se genera al "
                   "cierre de trimestre; hoy no procede."
               GO TO 0000-MAINLINE-EXIT.

           IF MES = 3 OR MES = 12
               MOVE 31 TO ULTIMO-DIA-MES
           ELSE
               MOVE 30 TO ULTIMO-DIA-MES.

           IF DIA < ULTIMO-DIA-MES
               DISPLAY "Fondo de garantia: el fichero del trimestre "
                   "se genera el dia " ULTIMO-DIA-MES "-" MES "-" ANO
                   "; no se adelanta."
               GO TO 0000-MAINLINE-EXIT.

           CALL "FONDOGAR".
           CANCEL "FONDOGAR".

       0000-MAINLINE-EXIT.
           GOBACK.
