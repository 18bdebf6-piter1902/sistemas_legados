           02 RMS-IMPORTE-ENT        PIC  S9(7).
           02 RMS-IMPORTE-DEC        PIC   9(2).
           02 RMS-REFERENCIA         PIC  X(15).
           COPY CABPIE.

       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           88 TARJETA-OPERATIVA      VALUE 1.

       77 FSW                        PIC  X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "RECIBOS".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.
       77 MANDATO-SW                 PIC  9(1).
           88 MANDATO-VIGENTE        VALUE 1.
           88 MANDATO-SIN-MANDATO    VALUE 0.
           STOP RUN.

       1000-PROCESAR-REMESA.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "recibosemisor.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-PROCESAR-REMESA-EXIT.

           OPEN INPUT F-REMESA.
           IF FSR = 35
               DISPLAY "No hay recibosemisor.dat que procesar."

       1100-LEER-RECIBO.
           READ F-REMESA AT END GO TO 1900-FIN-REMESA.
           IF CFI-CONTROL
               GO TO 1100-LEER-RECIBO.

           ADD 1 TO CONTADOR-LEIDOS.


       1900-FIN-REMESA.
           CLOSE F-REMESA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-DEVOLUCIONES.

       1000-PROCESAR-REMESA-EXIT.
