                       IF TARJETA-INACTIVA
                           MOVE "INACTIVA" TO ESTADO-TEXTO
                       ELSE
                           IF TARJETA-DEFUNCION
                               MOVE "TITULAR FALLECIDO" TO ESTADO-TEXTO
                           ELSE
                               MOVE "ANULADA" TO ESTADO-TEXTO.

           IF TARJETA-SANCION
               MOVE "BLOQUEO POR SANCION" TO ESTADO-TEXTO.
           IF TARJETA-DILIGENCIA
               MOVE "DILIGENCIA PENDIENTE" TO ESTADO-TEXTO.

           DISPLAY "Tarjeta:" AT LINE 8 COL 15.
           DISPLAY TNUM AT LINE 8 COL 30.
           IF TARJETA-ANULADA
               GO TO ANULADA-ERR.

           *> Tampoco la de un titular fallecido: sus cuentas esperan
           *> al reparto de la herencia.
           IF TARJETA-DEFUNCION
               GO TO DEFUNCION-ERR.

           *> Ni la bloqueada por sancion: solo cumplimiento normativo
           *> puede levantar el bloqueo.
           IF TARJETA-SANCION
               GO TO SANCION-ERR.

           *> La restringida por diligencia debida se reactiva sola
           *> al registrar el documento o la revision en el maestro
           *> de clientes.
           IF TARJETA-DILIGENCIA
               GO TO DILIGENCIA-ERR.

           *> Liberar una tarjeta retenida es cosa de supervisores; el
           *> desbloqueo ordinario lo hace cualquier operador.
           IF TARJETA-RETENIDA AND NOT SUPERVISOR-CONECTADO

           GO TO MOSTRAR-ESTADO.

       DEFUNCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta esta bloqueada por fallecimiento"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "del titular y no puede reactivarse" AT LINE 10
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       DEFUNCION-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO MOSTRAR-ESTADO
               ELSE
                   GO TO DEFUNCION-ERR-ENTER.

           GO TO MOSTRAR-ESTADO.

       SANCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "La tarjeta esta bloqueada por cumplimiento"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "normativo y no puede reactivarse" AT LINE 10
               COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       SANCION-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO MOSTRAR-ESTADO
               ELSE
                   GO TO SANCION-ERR-ENTER.

           GO TO MOSTRAR-ESTADO.

       DILIGENCIA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Documentacion del titular pendiente" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Registre el documento nuevo o la revision en el"
               AT LINE 11 COL 16.
           DISPLAY "maestro de clientes; la tarjeta se reactiva sola"
               AT LINE 12 COL 16.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

       DILIGENCIA-ERR-ENTER.
           ACCEPT CHOICE AT LINE 24 COL 80 ON EXCEPTION
               IF ENTER-PRESSED
                   GO TO MOSTRAR-ESTADO
               ELSE
                   GO TO DILIGENCIA-ERR-ENTER.

           GO TO MOSTRAR-ESTADO.

       PERMISO-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Solo un supervisor puede liberar una tarjeta"
