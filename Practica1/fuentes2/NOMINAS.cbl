           *> entera de cada empleador contra su saldo disponible
           *> antes de apuntar nada, y solo entonces anota un unico
           *> cargo al empleador y los abonos a cada empleado con sus
           *> movimientos y entradas de indice. Las lineas cuya
           *> tarjeta no existe o no esta operativa se cargan igual
           *> al empleador y quedan en la cuenta de suspenso hasta
           *> que la oficina las aplica o las devuelve; el resto de
           *> las que no se pueden abonar vuelven al empleador por el
           *> fichero de devoluciones.

       ENVIRONMENT DIVISION.
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.

           *> Se anade al final: tambien escriben aqui las
           *> devoluciones de la cuenta de suspenso.
           SELECT F-DEVOLUCIONES ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FSP.

       DATA DIVISION.
       FILE SECTION.
       FD F-REMESA
           02 NOM-IMPORTE-ENT        PIC  S9(7).
           02 NOM-IMPORTE-DEC        PIC   9(2).
           02 NOM-REFERENCIA         PIC  X(15).
           COPY CABPIE.

       FD F-DEVOLUCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       WORKING-STORAGE SECTION.
       77 FSR                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSP                       PIC   X(2).

           *> Situacion del fichero en recepciones.ubd: solo
           *> se procesa si RECEPFICH lo ha aceptado.
       77 INTERFAZ-RECEPCION         PIC  X(12) VALUE "NOMINAS".
       77 ACCION-RECEPCION           PIC   X(1).
       77 RESULTADO-RECEPCION        PIC   9(1).
           88 RECEPCION-ACEPTADA     VALUE 0.
           88 RECEPCION-SIN-FICHERO  VALUE 1.
           88 RECEPCION-NO-ACEPTADA  VALUE 2.

       01 CAMPOS-FECHA.
           05 FECHA.
       78 MOTIVO-TARJETA-INEXISTENTE VALUE "02".
       78 MOTIVO-TARJETA-NO-OPERATIVA VALUE "03".
       78 MOTIVO-SALDO-EMPLEADOR     VALUE "04".
       78 MOTIVO-TITULAR-FALLECIDO   VALUE "05".

       77 LAST-MOV-NUM               PIC  9(35).
       77 CTA-ID-ACTUAL              PIC  9(16).

       77 TARJETA-VALIDA-SW          PIC   9(1).
           88 TARJETA-VALIDA         VALUE 1.
           88 TARJETA-FALLECIDO      VALUE 2.

       77 CONTADOR-LEIDAS            PIC  9(5) VALUE 0.
       77 CONTADOR-ABONADAS          PIC  9(5) VALUE 0.
       77 CONTADOR-DEVUELTAS         PIC  9(5) VALUE 0.
       77 CONTADOR-SUSPENSO          PIC  9(5) VALUE 0.

           *> Solo se cargan al empleador las lineas sin tarjeta si
           *> suspensos.ubd esta disponible para recogerlas.
       77 SUSPENSO-SW                PIC   9(1).
           88 SUSPENSO-DISPONIBLE    VALUE 1.
       77 ULTIMO-SPS-NUM             PIC  9(35).

           *> Totales validados por empleador; el cargo unico de cada
           *> empleador se contrasta entero contra su disponible
           05 EMPLEADOR-ENTRY OCCURS 1 TO 999 TIMES
               DEPENDING ON NUM-EMPLEADORES.
               10 ETB-CODIGO         PIC   9(4).
               10 ETB-NOMBRE         PIC  X(30).
               10 ETB-CTA-ID         PIC  9(16).
               10 ETB-TARJETA        PIC  9(16).
               10 ETB-TOTAL-CENT     PIC  S9(13).
           MOVE 0 TO CONTADOR-LEIDAS.
           MOVE 0 TO CONTADOR-ABONADAS.
           MOVE 0 TO CONTADOR-DEVUELTAS.
           MOVE 0 TO CONTADOR-SUSPENSO.
           MOVE 0 TO SUSPENSO-SW.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           STOP RUN.

           *> Primera pasada: acumula por empleador el total de las
           *> lineas que se abonan o quedan en suspenso, y valida
           *> cada empleador (alta, estado y disponible) sin tocar
           *> ningun maestro.
       1000-VALIDAR-REMESA.
           MOVE "V" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           IF RECEPCION-NO-ACEPTADA
               DISPLAY "nominasemisor.dat no consta aceptado en "
                   "recepciones.ubd; no se procesa."
               GO TO 1000-VALIDAR-REMESA-EXIT.

           OPEN INPUT F-REMESA.
           IF FSR = 35
               DISPLAY "No hay nominasemisor.dat que procesar."
               DISPLAY "Error abriendo nominasemisor.dat"
               GO TO 1000-VALIDAR-REMESA-EXIT.

           PERFORM 1050-COMPROBAR-SUSPENSO
               THRU 1050-COMPROBAR-SUSPENSO-EXIT.

       1100-LEER-LINEA.
           READ F-REMESA AT END GO TO 1800-FIN-PASADA-1.
           IF CFI-CONTROL
               GO TO 1100-LEER-LINEA.

           PERFORM 1500-LOCALIZAR-EMPLEADOR
               THRU 1500-LOCALIZAR-EMPLEADOR-EXIT.

           PERFORM 1600-VALIDAR-TARJETA
               THRU 1600-VALIDAR-TARJETA-EXIT.
           IF TARJETA-FALLECIDO
               GO TO 1100-LEER-LINEA.
           IF NOT TARJETA-VALIDA AND NOT SUSPENSO-DISPONIBLE
               GO TO 1100-LEER-LINEA.

           COMPUTE CENT-IMPORTE =
       1000-VALIDAR-REMESA-EXIT.
           EXIT.

           *> Deja suspensos.ubd creado si no existia y anota si se
           *> puede usar en esta ejecucion.
       1050-COMPROBAR-SUSPENSO.
           MOVE 0 TO SUSPENSO-SW.

           OPEN I-O F-SUSPENSOS.
           IF FSP = 35
               OPEN OUTPUT F-SUSPENSOS
               CLOSE F-SUSPENSOS
               OPEN I-O F-SUSPENSOS
           END-IF.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd; las lineas sin "
                   "tarjeta se devuelven"
               GO TO 1050-COMPROBAR-SUSPENSO-EXIT.

           MOVE 1 TO SUSPENSO-SW.
           CLOSE F-SUSPENSOS.

       1050-COMPROBAR-SUSPENSO-EXIT.
           EXIT.

           *> Localiza (o estrena) la fila del empleador en la tabla
           *> y deja IDX-EMPLEADOR apuntandola.
       1500-LOCALIZAR-EMPLEADOR.
               ADD 1 TO NUM-EMPLEADORES
               MOVE NUM-EMPLEADORES TO IDX-EMPLEADOR
               MOVE NOM-EMPLEADOR TO ETB-CODIGO(IDX-EMPLEADOR)
               MOVE SPACES TO ETB-NOMBRE(IDX-EMPLEADOR)
               MOVE 0 TO ETB-CTA-ID(IDX-EMPLEADOR)
               MOVE 0 TO ETB-TARJETA(IDX-EMPLEADOR)
               MOVE 0 TO ETB-TOTAL-CENT(IDX-EMPLEADOR)
                   IF TARJETA-ACTIVA
                       SET TARJETA-VALIDA TO TRUE
                   END-IF
                   IF TARJETA-DEFUNCION
                       SET TARJETA-FALLECIDO TO TRUE
                   END-IF
           END-READ.

           CLOSE TARJETAS.
               GO TO 2100-VALIDAR-UNO.

           MOVE EMP-TARJETA TO ETB-TARJETA(IDX-EMPLEADOR).
           MOVE EMP-NOMBRE TO ETB-NOMBRE(IDX-EMPLEADOR).

           PERFORM 2500-RESOLVER-CTA-EMPLEADOR
               THRU 2500-RESOLVER-CTA-EMPLEADOR-EXIT.
           *> Segunda pasada: abona las lineas de los empleadores
           *> validos y devuelve el resto con su motivo.
       4000-ABONAR-REMESA.
           IF NOT RECEPCION-ACEPTADA
               GO TO 4000-ABONAR-REMESA-EXIT.

           OPEN INPUT F-REMESA.
           IF FSR <> 00
               GO TO 4000-ABONAR-REMESA-EXIT.

           OPEN EXTEND F-DEVOLUCIONES.
           IF FSD = 35
               OPEN OUTPUT F-DEVOLUCIONES
               CLOSE F-DEVOLUCIONES
               OPEN EXTEND F-DEVOLUCIONES
           END-IF.
           IF FSD <> 00
               DISPLAY "Error abriendo nominasdevueltas.dat"
               CLOSE F-REMESA

       4100-LEER-LINEA.
           READ F-REMESA AT END GO TO 4900-FIN-PASADA-2.
           IF CFI-CONTROL
               GO TO 4100-LEER-LINEA.

           ADD 1 TO CONTADOR-LEIDAS.


           PERFORM 1600-VALIDAR-TARJETA
               THRU 1600-VALIDAR-TARJETA-EXIT.
           *> La nomina de un empleado fallecido vuelve al empleador
           *> con su propio motivo, para que la de de baja.
           IF TARJETA-FALLECIDO
               MOVE MOTIVO-TITULAR-FALLECIDO TO DEV-MOTIVO
               PERFORM 4500-DEVOLVER THRU 4500-DEVOLVER-EXIT
               GO TO 4100-LEER-LINEA.

           COMPUTE CENT-IMPORTE =
               (NOM-IMPORTE-ENT * 100) + NOM-IMPORTE-DEC.

           *> Sin tarjeta operativa la nomina ya cargada al empleador
           *> queda en suspenso para que la oficina la investigue.
           IF NOT TARJETA-VALIDA
               MOVE MOTIVO-TARJETA-INEXISTENTE TO DEV-MOTIVO
               IF CENT-IMPORTE > 0 AND SUSPENSO-DISPONIBLE
                   PERFORM 4700-PASAR-A-SUSPENSO
                       THRU 4700-PASAR-A-SUSPENSO-EXIT
               ELSE
                   PERFORM 4500-DEVOLVER THRU 4500-DEVOLVER-EXIT
               END-IF
               GO TO 4100-LEER-LINEA.

           IF CENT-IMPORTE <= 0
               MOVE MOTIVO-TARJETA-NO-OPERATIVA TO DEV-MOTIVO
               PERFORM 4500-DEVOLVER THRU 4500-DEVOLVER-EXIT
           STRING "Nomina: "      DELIMITED BY SIZE
                  NOM-REFERENCIA  DELIMITED BY SIZE
               INTO CONCEPTO-TRABAJO.
           SET MOV-TIPO-NOMINA TO TRUE.
           PERFORM 5000-ESCRIBIR-MOVIMIENTO
               THRU 5000-ESCRIBIR-MOVIMIENTO-EXIT.


       4900-FIN-PASADA-2.
           CLOSE F-REMESA.
           MOVE "P" TO ACCION-RECEPCION.
           CALL "RECEPCONS" USING INTERFAZ-RECEPCION
                                  ACCION-RECEPCION
                                  RESULTADO-RECEPCION.
           CLOSE F-DEVOLUCIONES.

       4000-ABONAR-REMESA-EXIT.
       4600-RESOLVER-CTA-EMPLEADO-EXIT.
           EXIT.

           *> Deja la linea en suspensos.ubd con el empleador y la
           *> tarjeta a la que se cargo, para poder reembolsarsela si
           *> al final se le devuelve.
       4700-PASAR-A-SUSPENSO.
           OPEN I-O F-SUSPENSOS.
           IF FSP <> 00
               DISPLAY "Error abriendo suspensos.ubd; linea "
                   NOM-REFERENCIA " cargada sin suspenso"
               GO TO 4700-PASAR-A-SUSPENSO-EXIT.

           MOVE 0 TO ULTIMO-SPS-NUM.

       4710-BUSCAR-ULTIMO.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO 4720-ESCRIBIR-SUSPENSO.
           IF ULTIMO-SPS-NUM < SPS-NUM
               MOVE SPS-NUM TO ULTIMO-SPS-NUM.
           GO TO 4710-BUSCAR-ULTIMO.

       4720-ESCRIBIR-SUSPENSO.
           ADD 1 TO ULTIMO-SPS-NUM.

           INITIALIZE SUSPENSO-REG.
           MOVE ULTIMO-SPS-NUM  TO SPS-NUM.
           SET SPS-ORIGEN-NOMINA TO TRUE.
           MOVE NOM-EMPLEADOR   TO SPS-REMITENTE.
           MOVE ETB-TARJETA(IDX-EMPLEADOR) TO SPS-TARJETA-REMITENTE.
           MOVE ETB-NOMBRE(IDX-EMPLEADOR)  TO SPS-ORDENANTE.
           MOVE NOM-TARJETA     TO SPS-TARJETA-DESTINO.
           MOVE NOM-IMPORTE-ENT TO SPS-IMPORTE-ENT.
           MOVE NOM-IMPORTE-DEC TO SPS-IMPORTE-DEC.
           MOVE NOM-REFERENCIA  TO SPS-REFERENCIA.
           MOVE DEV-MOTIVO      TO SPS-MOTIVO.
           MOVE ANO             TO SPS-ANO.
           MOVE MES             TO SPS-MES.
           MOVE DIA             TO SPS-DIA.
           SET SPS-PENDIENTE    TO TRUE.

           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Error escribiendo suspensos.ubd; linea "
                   NOM-REFERENCIA " cargada sin suspenso"
               CLOSE F-SUSPENSOS
               GO TO 4700-PASAR-A-SUSPENSO-EXIT.

           CLOSE F-SUSPENSOS.

           ADD 1 TO CONTADOR-SUSPENSO.

           DISPLAY "En suspenso ref " NOM-REFERENCIA
               " tarjeta " NOM-TARJETA " num " SPS-NUM.

       4700-PASAR-A-SUSPENSO-EXIT.
           EXIT.

           *> Apunta el movimiento con el importe y concepto que
           *> dejen preparados CENT-IMPORTE, CENT-SALDO (posterior),
           *> CONCEPTO-TRABAJO, MOV-TIPO, TNUM y CTA-ID-ACTUAL, y
           DISPLAY "Lineas leidas    : " CONTADOR-LEIDAS.
           DISPLAY "Nominas abonadas : " CONTADOR-ABONADAS.
           DISPLAY "Lineas devueltas : " CONTADOR-DEVUELTAS.
           DISPLAY "Lineas suspenso  : " CONTADOR-SUSPENSO.
           DISPLAY " ".
           DISPLAY "Resumen por empleador:".

