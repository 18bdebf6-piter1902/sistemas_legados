       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEPCONS.

           *> Consulta del registro de recepcion para los programas
           *> que procesan ficheros de entrada. Con accion "V"
           *> comprueba que el fichero que hay en disco para la
           *> interfaz es el que la recepcion acepto (misma huella y
           *> mismo numero de registros) y sigue sin procesar; con
           *> accion "P" marca ese fichero como procesado. Resultado:
           *> 0 = aceptado, 1 = no hay fichero, 2 = no aceptado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-RECEPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
       FD F-RECEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recepciones.ubd".
           COPY RECEPCION.

       WORKING-STORAGE SECTION.
       77 FSR                       PIC   X(2).

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

           COPY FICHENT.

       LINKAGE SECTION.
       77 INTERFAZ-PEDIDA           PIC  X(12).
       77 ACCION-RECEPCION          PIC   X(1).
       77 RESULTADO-RECEPCION       PIC   9(1).

       PROCEDURE DIVISION USING INTERFAZ-PEDIDA ACCION-RECEPCION
           RESULTADO-RECEPCION.
       0000-CONSULTAR.
           MOVE 2 TO RESULTADO-RECEPCION.

           MOVE INTERFAZ-PEDIDA TO FEN-INTERFAZ.
           CALL "LEEFICHENT" USING DATOS-FICHERO-ENT.

           IF NOT FEN-LLEGADO
               MOVE 1 TO RESULTADO-RECEPCION
               GO TO 0000-CONSULTAR-EXIT.

           IF ACCION-RECEPCION = "P"
               OPEN I-O F-RECEPCIONES
           ELSE
               OPEN INPUT F-RECEPCIONES.
           IF FSR <> 00
               GO TO 0000-CONSULTAR-EXIT.

       0100-LEER-RECEPCION.
           READ F-RECEPCIONES NEXT RECORD
               AT END GO TO 0900-CERRAR.

           IF RCP-INTERFAZ NOT = FEN-INTERFAZ
               OR RCP-HUELLA NOT = FEN-HUELLA
               OR RCP-REGISTROS-FISICOS NOT = FEN-REGISTROS-FISICOS
               OR NOT RCP-ACEPTADO
               GO TO 0100-LEER-RECEPCION.

           MOVE 0 TO RESULTADO-RECEPCION.

           IF ACCION-RECEPCION = "P"
               MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA
               SET RCP-PROCESADO TO TRUE
               COMPUTE RCP-PROCESADO-FECHA =
                   (ANO * 10000) + (MES * 100) + DIA
               REWRITE RECEPCION-REG INVALID KEY
                   DISPLAY "Error reescribiendo recepciones.ubd"
               END-REWRITE
           END-IF.

       0900-CERRAR.
           CLOSE F-RECEPCIONES.

       0000-CONSULTAR-EXIT.
           EXIT PROGRAM.
