       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEPFICH.

           *> Recepcion de los ficheros que llegan de fuera, antes de
           *> que los procesen RECIBOS, NOMINAS, ITBABONO, ITBLIQ,
           *> ITBRETLIQ, CHQLIQ y ADQLIQ. De cada fichero en disco
           *> comprueba la estructura (cabecera, detalles, pie), el
           *> emisor y la fecha de la cabecera y que el pie cuadre con
           *> los registros y los importes de verdad; calcula su
           *> huella y rechaza un fichero ya recibido. Cada fichero
           *> nuevo queda en recepciones.ubd como recibido y despues
           *> aceptado o rechazado; los programas que lo procesan solo
           *> lo hacen si esta aceptado. Termina con la lista de los
           *> ficheros que se esperaban hoy y no han llegado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECEPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FSR.

           SELECT F-CALENDARIO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAL-FECHA
           FILE STATUS IS FSC.

       DATA DIVISION.
       FILE SECTION.
       FD F-RECEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recepciones.ubd".
           COPY RECEPCION.

       FD F-CALENDARIO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "calendario.ubd".
       01 CALENDARIO-REG.
           02 CAL-FECHA               PIC   9(8).
           02 CAL-DESCRIPCION         PIC  X(30).

       WORKING-STORAGE SECTION.
       77 FSR                       PIC   X(2).
       77 FSC                       PIC   X(2).

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

           COPY INTERFAZ.
           COPY FICHENT.

       77 IDX-INTERFAZ              PIC   9(2).
       77 FECHA-HOY-NUM             PIC   9(8).
       77 HORA-HOY-NUM              PIC   9(6).
       77 SIGUIENTE-RCP-NUM         PIC   9(9).

           *> Antiguedad maxima, en dias, de la fecha de cabecera de
           *> un fichero que se acepta.
       78 MAX-DIAS-FICHERO          VALUE 7.
       77 DIAS-HOY                  PIC   9(7).
       77 DIAS-FICHERO              PIC   9(7).

       01 FECHA-FICHERO             PIC   9(8).
       01 FILLER REDEFINES FECHA-FICHERO.
           05 FFI-ANO               PIC   9(4).
           05 FFI-MES               PIC   9(2).
           05 FFI-DIA               PIC   9(2).

           *> Lo que ya hay en el registro para la interfaz en curso:
           *> su ultima fila y la ultima fila con la misma huella.
       77 ULTIMA-FILA-NUM           PIC   9(9).
       77 ULTIMA-FILA-ESTADO        PIC   9(1).
       77 HUELLA-FILA-NUM           PIC   9(9).
       77 HUELLA-FILA-ESTADO        PIC   9(1).

       77 MOTIVO-RECHAZO            PIC  X(30).
       77 RECIBIDO-HOY-SW           PIC   9(1).
           88 RECIBIDO-HOY          VALUE 1.

       77 DIA-SEMANA                PIC   9(1).
       77 DIA-HABIL-SW              PIC   9(1).
           88 DIA-HABIL             VALUE 1.

       77 CONTADOR-ACEPTADOS        PIC   9(3) VALUE 0.
       77 CONTADOR-RECHAZADOS       PIC   9(3) VALUE 0.
       77 CONTADOR-SIN-NOVEDAD      PIC   9(3) VALUE 0.
       77 CONTADOR-NO-LLEGADOS      PIC   9(3) VALUE 0.

       77 IMPORTE-EDITADO           PIC  -Z,ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE HORA-HOY-NUM = (HORAS * 10000) + (MINUTOS * 100)
                                  + SEGUNDOS.
           COMPUTE DIAS-HOY = FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

           DISPLAY " ".
           DISPLAY "UnizarBank - RECEPFICH - recepcion de ficheros "
               "de entrada".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           OPEN I-O F-RECEPCIONES.
           IF FSR = 35
               OPEN OUTPUT F-RECEPCIONES
               CLOSE F-RECEPCIONES
               OPEN I-O F-RECEPCIONES
           END-IF.
           IF FSR <> 00
               DISPLAY "Error abriendo recepciones.ubd"
               STOP RUN.

           PERFORM 1000-SIGUIENTE-NUMERO
               THRU 1000-SIGUIENTE-NUMERO-EXIT.

           MOVE 0 TO IDX-INTERFAZ.

       0100-SIGUIENTE-INTERFAZ.
           ADD 1 TO IDX-INTERFAZ.
           IF IDX-INTERFAZ > NUMERO-INTERFACES
               GO TO 0200-LISTAR.

           PERFORM 2000-RECIBIR-FICHERO THRU 2000-RECIBIR-FICHERO-EXIT.
           GO TO 0100-SIGUIENTE-INTERFAZ.

       0200-LISTAR.
           PERFORM 5000-LISTAR-NO-LLEGADOS
               THRU 5000-LISTAR-NO-LLEGADOS-EXIT.

           CLOSE F-RECEPCIONES.

           DISPLAY " ".
           DISPLAY "Ficheros aceptados:        " CONTADOR-ACEPTADOS.
           DISPLAY "Ficheros rechazados:       " CONTADOR-RECHAZADOS.
           DISPLAY "Ficheros ya registrados:   " CONTADOR-SIN-NOVEDAD.
           DISPLAY "Esperados y no llegados:   " CONTADOR-NO-LLEGADOS.

           STOP RUN.

       1000-SIGUIENTE-NUMERO.
           MOVE 0 TO SIGUIENTE-RCP-NUM.

       1100-LEER-NUMERO.
           READ F-RECEPCIONES NEXT RECORD
               AT END GO TO 1900-FIN-NUMERO.
           IF RCP-NUM > SIGUIENTE-RCP-NUM
               MOVE RCP-NUM TO SIGUIENTE-RCP-NUM.
           GO TO 1100-LEER-NUMERO.

       1900-FIN-NUMERO.
           ADD 1 TO SIGUIENTE-RCP-NUM.

       1000-SIGUIENTE-NUMERO-EXIT.
           EXIT.

       2000-RECIBIR-FICHERO.
           MOVE IFZ-NOMBRE(IDX-INTERFAZ) TO FEN-INTERFAZ.
           CALL "LEEFICHENT" USING DATOS-FICHERO-ENT.

           IF NOT FEN-LLEGADO
               DISPLAY "   " FEN-INTERFAZ " " FEN-FICHERO
                   " sin fichero"
               GO TO 2000-RECIBIR-FICHERO-EXIT.

           PERFORM 2500-BUSCAR-HISTORIA THRU 2500-BUSCAR-HISTORIA-EXIT.

           *> El mismo fichero sigue en disco: aceptado y pendiente
           *> de proceso, o ya resuelto y sin sustituir.
           IF HUELLA-FILA-NUM NOT = 0
               AND (HUELLA-FILA-ESTADO = 1
                    OR HUELLA-FILA-NUM = ULTIMA-FILA-NUM)
               ADD 1 TO CONTADOR-SIN-NOVEDAD
               DISPLAY "   " FEN-INTERFAZ " " FEN-FICHERO
                   " ya registrado (recepcion " HUELLA-FILA-NUM ")"
               GO TO 2000-RECIBIR-FICHERO-EXIT.

           *> Un fichero aceptado que no llego a procesarse y ya ha
           *> sido sustituido en disco no debe procesarse nunca.
           IF ULTIMA-FILA-NUM NOT = 0 AND ULTIMA-FILA-ESTADO = 1
               PERFORM 2700-ANULAR-SUSTITUIDO
                   THRU 2700-ANULAR-SUSTITUIDO-EXIT.

           PERFORM 3000-REGISTRAR-LLEGADA
               THRU 3000-REGISTRAR-LLEGADA-EXIT.
           PERFORM 4000-VALIDAR-FICHERO THRU 4000-VALIDAR-FICHERO-EXIT.

           IF MOTIVO-RECHAZO = SPACES
               SET RCP-ACEPTADO TO TRUE
               ADD 1 TO CONTADOR-ACEPTADOS
           ELSE
               SET RCP-RECHAZADO TO TRUE
               MOVE MOTIVO-RECHAZO TO RCP-MOTIVO
               ADD 1 TO CONTADOR-RECHAZADOS.

           REWRITE RECEPCION-REG INVALID KEY
               DISPLAY "Error reescribiendo recepciones.ubd".

           COMPUTE IMPORTE-EDITADO = FEN-TOTAL-CENT / 100.
           IF RCP-ACEPTADO
               DISPLAY "   " FEN-INTERFAZ " " FEN-FICHERO
                   " ACEPTADO  " FEN-DETALLES " registros "
                   IMPORTE-EDITADO
           ELSE
               DISPLAY "   " FEN-INTERFAZ " " FEN-FICHERO
                   " RECHAZADO " MOTIVO-RECHAZO.

       2000-RECIBIR-FICHERO-EXIT.
           EXIT.

           *> Recorre el registro desde el principio buscando las
           *> filas de la interfaz en curso.
       2500-BUSCAR-HISTORIA.
           MOVE 0 TO ULTIMA-FILA-NUM.
           MOVE 0 TO ULTIMA-FILA-ESTADO.
           MOVE 0 TO HUELLA-FILA-NUM.
           MOVE 0 TO HUELLA-FILA-ESTADO.

           MOVE 0 TO RCP-NUM.
           START F-RECEPCIONES KEY IS NOT LESS THAN RCP-NUM
               INVALID KEY GO TO 2500-BUSCAR-HISTORIA-EXIT.

       2510-LEER-HISTORIA.
           READ F-RECEPCIONES NEXT RECORD
               AT END GO TO 2500-BUSCAR-HISTORIA-EXIT.

           IF RCP-INTERFAZ NOT = FEN-INTERFAZ
               GO TO 2510-LEER-HISTORIA.

           MOVE RCP-NUM    TO ULTIMA-FILA-NUM.
           MOVE RCP-ESTADO TO ULTIMA-FILA-ESTADO.

           IF RCP-HUELLA = FEN-HUELLA
              AND RCP-REGISTROS-FISICOS = FEN-REGISTROS-FISICOS
               MOVE RCP-NUM    TO HUELLA-FILA-NUM
               MOVE RCP-ESTADO TO HUELLA-FILA-ESTADO.

           GO TO 2510-LEER-HISTORIA.

       2500-BUSCAR-HISTORIA-EXIT.
           EXIT.

       2700-ANULAR-SUSTITUIDO.
           MOVE ULTIMA-FILA-NUM TO RCP-NUM.
           READ F-RECEPCIONES
               INVALID KEY GO TO 2700-ANULAR-SUSTITUIDO-EXIT.

           SET RCP-RECHAZADO TO TRUE.
           MOVE "Sustituido sin procesar" TO RCP-MOTIVO.
           REWRITE RECEPCION-REG INVALID KEY
               DISPLAY "Error reescribiendo recepciones.ubd".

           DISPLAY "   " FEN-INTERFAZ " recepcion " ULTIMA-FILA-NUM
               " sustituida en disco sin procesar; se anula".

       2700-ANULAR-SUSTITUIDO-EXIT.
           EXIT.

           *> El fichero queda anotado como recibido antes de juzgarlo.
       3000-REGISTRAR-LLEGADA.
           MOVE SIGUIENTE-RCP-NUM     TO RCP-NUM.
           ADD 1 TO SIGUIENTE-RCP-NUM.

           MOVE FEN-INTERFAZ          TO RCP-INTERFAZ.
           MOVE FEN-FICHERO           TO RCP-FICHERO.
           MOVE FEN-EMISOR            TO RCP-EMISOR.
           MOVE FEN-FECHA             TO RCP-FECHA-FICHERO.
           MOVE FEN-DETALLES          TO RCP-REGISTROS.
           MOVE FEN-TOTAL-CENT        TO RCP-TOTAL-CENT.
           MOVE FEN-HUELLA            TO RCP-HUELLA.
           MOVE FEN-REGISTROS-FISICOS TO RCP-REGISTROS-FISICOS.
           MOVE FECHA-HOY-NUM         TO RCP-RECIBIDO-FECHA.
           MOVE HORA-HOY-NUM          TO RCP-RECIBIDO-HORA.
           SET RCP-RECIBIDO TO TRUE.
           MOVE SPACES                TO RCP-MOTIVO.
           MOVE 0                     TO RCP-PROCESADO-FECHA.

           WRITE RECEPCION-REG INVALID KEY
               DISPLAY "Error escribiendo recepciones.ubd".

       3000-REGISTRAR-LLEGADA-EXIT.
           EXIT.

           *> Deja en MOTIVO-RECHAZO la primera razon para rechazar
           *> el fichero, o espacios si se acepta.
       4000-VALIDAR-FICHERO.
           MOVE SPACES TO MOTIVO-RECHAZO.

           IF NOT FEN-ESTRUCTURA-OK
               MOVE FEN-MOTIVO TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           IF HUELLA-FILA-NUM NOT = 0
               MOVE "Fichero ya recibido" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           IF FEN-EMISOR NOT = FEN-EMISOR-ESPERADO
               MOVE "Emisor no esperado" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           MOVE FEN-FECHA TO FECHA-FICHERO.
           IF FFI-ANO < 2000 OR FFI-MES < 1 OR FFI-MES > 12
              OR FFI-DIA < 1 OR FFI-DIA > 31
               MOVE "Fecha de fichero no valida" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           IF FECHA-FICHERO > FECHA-HOY-NUM
               MOVE "Fecha de fichero posterior a hoy"
                   TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           COMPUTE DIAS-FICHERO =
               FUNCTION INTEGER-OF-DATE(FECHA-FICHERO).
           IF DIAS-FICHERO = 0
               MOVE "Fecha de fichero no valida" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.
           IF DIAS-HOY - DIAS-FICHERO > MAX-DIAS-FICHERO
               MOVE "Fecha de fichero atrasada" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           IF FEN-PIE-REGISTROS NOT = FEN-DETALLES
               MOVE "Registros distintos del pie" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

           IF FEN-PIE-TOTAL-CENT NOT = FEN-TOTAL-CENT
               MOVE "Importes distintos del pie" TO MOTIVO-RECHAZO
               GO TO 4000-VALIDAR-FICHERO-EXIT.

       4000-VALIDAR-FICHERO-EXIT.
           EXIT.

           *> Ficheros que se esperaban hoy (todos, cada dia habil) y
           *> de los que no se ha recibido nada en el dia.
       5000-LISTAR-NO-LLEGADOS.
           DISPLAY " ".
           PERFORM 5500-COMPROBAR-DIA-HABIL
               THRU 5500-COMPROBAR-DIA-HABIL-EXIT.
           IF NOT DIA-HABIL
               DISPLAY "Hoy no es dia habil: no se esperan ficheros."
               GO TO 5000-LISTAR-NO-LLEGADOS-EXIT.

           DISPLAY "Ficheros esperados hoy y no llegados:".
           MOVE 0 TO IDX-INTERFAZ.

       5100-SIGUIENTE-ESPERADO.
           ADD 1 TO IDX-INTERFAZ.
           IF IDX-INTERFAZ > NUMERO-INTERFACES
               GO TO 5900-FIN-ESPERADOS.

           MOVE 0 TO RECIBIDO-HOY-SW.
           MOVE 0 TO RCP-NUM.
           START F-RECEPCIONES KEY IS NOT LESS THAN RCP-NUM
               INVALID KEY GO TO 5300-INFORMAR-ESPERADO.

       5200-LEER-RECIBIDO.
           READ F-RECEPCIONES NEXT RECORD
               AT END GO TO 5300-INFORMAR-ESPERADO.
           IF RCP-INTERFAZ = IFZ-NOMBRE(IDX-INTERFAZ)
              AND RCP-RECIBIDO-FECHA = FECHA-HOY-NUM
               MOVE 1 TO RECIBIDO-HOY-SW
               GO TO 5300-INFORMAR-ESPERADO.
           GO TO 5200-LEER-RECIBIDO.

       5300-INFORMAR-ESPERADO.
           IF NOT RECIBIDO-HOY
               ADD 1 TO CONTADOR-NO-LLEGADOS
               DISPLAY "   " IFZ-NOMBRE(IDX-INTERFAZ) " "
                   IFZ-FICHERO(IDX-INTERFAZ) " emisor "
                   IFZ-EMISOR(IDX-INTERFAZ).

           GO TO 5100-SIGUIENTE-ESPERADO.

       5900-FIN-ESPERADOS.
           IF CONTADOR-NO-LLEGADOS = 0
               DISPLAY "   (ninguno)".

       5000-LISTAR-NO-LLEGADOS-EXIT.
           EXIT.

           *> Dia habil: ni sabado, ni domingo, ni festivo cargado en
           *> calendario.ubd, como en LIQUIDACION.
       5500-COMPROBAR-DIA-HABIL.
           MOVE 1 TO DIA-HABIL-SW.

           COMPUTE DIA-SEMANA = FUNCTION MOD(DIAS-HOY, 7).
           IF DIA-SEMANA = 0 OR DIA-SEMANA = 6
               MOVE 0 TO DIA-HABIL-SW
               GO TO 5500-COMPROBAR-DIA-HABIL-EXIT.

           OPEN INPUT F-CALENDARIO.
           IF FSC = 35
               CLOSE F-CALENDARIO
               GO TO 5500-COMPROBAR-DIA-HABIL-EXIT.
           IF FSC <> 00
               GO TO 5500-COMPROBAR-DIA-HABIL-EXIT.

           MOVE FECHA-HOY-NUM TO CAL-FECHA.
           READ F-CALENDARIO
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 0 TO DIA-HABIL-SW
           END-READ.

           CLOSE F-CALENDARIO.

       5500-COMPROBAR-DIA-HABIL-EXIT.
           EXIT.
