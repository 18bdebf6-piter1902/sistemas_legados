           02 RSP-ADQ-NUM            PIC  9(35).
           *> "A" = pagada por el banco emisor, "D" = devuelta.
           02 RSP-RESULTADO          PIC   X(1).
           COPY CABPIE.

       FD F-ADQUIRENCIA
           LABEL RECORD STANDARD
       77 FSR                       PIC   X(2).
       77 FSA                       PIC   X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "ADQLIQ".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.

       01 CAMPOS-FECHA.
           05 FECHA.
               10 ANO               PIC   9(4).
           STOP RUN.

       1000-PROCESAR-RESPUESTAS.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "adqrespuesta.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-PROCESAR-RESPUESTAS-EXIT.

           OPEN INPUT F-RESPUESTA.
           IF FSR = 35
               DISPLAY "No hay adqrespuesta.dat que procesar."

       1100-LEER-RESPUESTA.
           READ F-RESPUESTA AT END GO TO 1900-FIN-RESPUESTAS.
           IF CFI-CONTROL
               GO TO 1100-LEER-RESPUESTA.

           ADD 1 TO CONTADOR-RESPUESTAS.


       1900-FIN-RESPUESTAS.
           CLOSE F-RESPUESTA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-ADQUIRENCIA.

       1000-PROCESAR-RESPUESTAS-EXIT.
