       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECRIBA.

           *> Recribado nocturno del maestro de clientes: cuando
           *> CARGAVIG ha cargado una version de la lista de
           *> vigilancia con la que aun no se ha pasado clientes.ubd,
           *> criba a todos los clientes que no estan de baja ni ya
           *> sancionados. Cada coincidencia nueva deja al cliente en
           *> revision, abre su fila en la cola de cumplimiento y sale
           *> en el informe de coincidencias de esa version, con
           *> cabecera y cola de control. No se repiten las
           *> coincidencias que ya esperan en la cola ni las que
           *> cumplimiento ya libero como falso positivo contra la
           *> misma entrada de la lista.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

           SELECT F-VERSION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VVR-CLAVE
           FILE STATUS IS FSR.

           SELECT F-INFORME ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

           *> Version de la lista cargada y ultima version con la que
           *> se recribo el maestro de clientes.
       FD F-VERSION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigversion.ubd".
       01 VERSION-REG.
           02 VVR-CLAVE               PIC   9(1).
           02 VVR-VERSION             PIC   9(8).
           02 VVR-FECHA-CARGA         PIC   9(8).
           02 VVR-ENTRADAS            PIC   9(7).
           02 VVR-RECRIBADA           PIC   9(8).

           *> Informe de coincidencias, uno por version de la lista
           *> ("recribado" seguido del numero de version y ".dat").
       FD F-INFORME
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-INFORME.
       01 INFORME-REG.
           02 RCB-TIPO-REG            PIC   X(1).
           02 RCB-RESTO               PIC X(119).
       01 INFORME-CABECERA REDEFINES INFORME-REG.
           02 RCC-TIPO-REG            PIC   X(1).
           02 RCC-VERSION             PIC   9(8).
           02 RCC-FECHA               PIC   9(8).
           02 FILLER                  PIC X(103).
       01 INFORME-DETALLE REDEFINES INFORME-REG.
           02 RCD-TIPO-REG            PIC   X(1).
           02 RCD-CLIENTE             PIC   9(8).
           02 RCD-DOCUMENTO           PIC  X(12).
           02 RCD-NOMBRE              PIC  X(35).
           02 RCD-VIG-LISTA           PIC  X(10).
           02 RCD-VIG-NOMBRE          PIC  X(35).
           02 RCD-VIG-DOCUMENTO       PIC  X(12).
           02 RCD-ESTADO-PREVIO       PIC   9(1).
           02 FILLER                  PIC   X(6).
       01 INFORME-COLA REDEFINES INFORME-REG.
           02 RCO-TIPO-REG            PIC   X(1).
           02 RCO-CRIBADOS            PIC   9(7).
           02 RCO-COINCIDENCIAS       PIC   9(7).
           02 FILLER                  PIC X(105).

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FSK                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSI                       PIC   X(2).

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

       77 NOMBRE-INFORME            PIC  X(30).

       77 NOMBRE-CRIBADO            PIC  X(35).
       77 DOCUMENTO-CRIBADO         PIC  X(12).
       77 CRIBADO-RESULTADO         PIC   9(1).
           88 CRIBADO-COINCIDE      VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA       PIC  X(10).
           05 COINC-VIG-NOMBRE      PIC  X(35).
           05 COINC-VIG-DOCUMENTO   PIC  X(12).
           05 COINC-VIG-VERSION     PIC   9(8).

       77 ULTIMO-CMP-NUM            PIC  9(35).
       77 PREVIA-SW                 PIC   9(1).
           88 HAY-PREVIA            VALUE 1.
       77 ESTADO-PREVIO             PIC   9(1).

       77 CONTADOR-LEIDOS           PIC   9(7) VALUE 0.
       77 CONTADOR-CRIBADOS         PIC   9(7) VALUE 0.
       77 CONTADOR-COINCIDENCIAS    PIC   9(7) VALUE 0.
       77 CONTADOR-YA-REVISADOS     PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-LEIDOS.
           MOVE 0 TO CONTADOR-CRIBADOS.
           MOVE 0 TO CONTADOR-COINCIDENCIAS.
           MOVE 0 TO CONTADOR-YA-REVISADOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - RECRIBA - recribado de clientes "
               "contra la lista de vigilancia".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           OPEN I-O F-VERSION.
           IF FSR = 35
               DISPLAY "No hay lista de vigilancia cargada."
               GOBACK.
           IF FSR <> 00
               DISPLAY "Error abriendo vigversion.ubd"
               GOBACK.

           MOVE 1 TO VVR-CLAVE.
           READ F-VERSION
               INVALID KEY
                   DISPLAY "No hay lista de vigilancia cargada."
                   CLOSE F-VERSION
                   GOBACK
           END-READ.

           IF VVR-RECRIBADA = VVR-VERSION
               DISPLAY "La version " VVR-VERSION
                   " ya se recribo; no hay version nueva."
               CLOSE F-VERSION
               GOBACK.

           PERFORM 1000-RECRIBAR-CLIENTES
               THRU 1000-RECRIBAR-CLIENTES-EXIT.

           DISPLAY " ".
           DISPLAY "Version de la lista   : " VVR-VERSION.
           DISPLAY "Clientes leidos       : " CONTADOR-LEIDOS.
           DISPLAY "Clientes cribados     : " CONTADOR-CRIBADOS.
           DISPLAY "Coincidencias nuevas  : " CONTADOR-COINCIDENCIAS.
           DISPLAY "Ya revisadas          : " CONTADOR-YA-REVISADOS.

           GOBACK.

           *> Pasa clientes.ubd entero; la version solo se da por
           *> recribada si el pase llega al final.
       1000-RECRIBAR-CLIENTES.
           MOVE SPACES TO NOMBRE-INFORME.
           STRING "recribado"        DELIMITED BY SIZE
                  VVR-VERSION        DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO NOMBRE-INFORME.

           OPEN I-O F-CLIENTES.
           IF FSL = 35
               DISPLAY "No hay clientes.ubd que recribar."
               CLOSE F-CLIENTES
               GO TO 1900-MARCAR-VERSION.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               CLOSE F-VERSION
               GO TO 1000-RECRIBAR-CLIENTES-EXIT.

           OPEN I-O F-CUMPLIMIENTO.
           IF FSK = 35
               OPEN OUTPUT F-CUMPLIMIENTO
               CLOSE F-CUMPLIMIENTO
               OPEN I-O F-CUMPLIMIENTO
           END-IF.
           IF FSK <> 00
               DISPLAY "Error abriendo cumplimiento.ubd"
               CLOSE F-CLIENTES
               CLOSE F-VERSION
               GO TO 1000-RECRIBAR-CLIENTES-EXIT.

           MOVE 0 TO ULTIMO-CMP-NUM.

       1050-BUSCAR-ULTIMO.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO 1060-ABRIR-INFORME.
           IF ULTIMO-CMP-NUM < CMP-NUM
               MOVE CMP-NUM TO ULTIMO-CMP-NUM.
           GO TO 1050-BUSCAR-ULTIMO.

       1060-ABRIR-INFORME.
           OPEN OUTPUT F-INFORME.
           IF FSI <> 00
               DISPLAY "Error abriendo " NOMBRE-INFORME
               CLOSE F-CUMPLIMIENTO
               CLOSE F-CLIENTES
               CLOSE F-VERSION
               GO TO 1000-RECRIBAR-CLIENTES-EXIT.

           MOVE SPACES TO INFORME-REG.
           MOVE "H" TO RCC-TIPO-REG.
           MOVE VVR-VERSION TO RCC-VERSION.
           COMPUTE RCC-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           WRITE INFORME-REG.

       1100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 1800-ESCRIBIR-COLA.

           ADD 1 TO CONTADOR-LEIDOS.

           IF CLI-BAJA OR CLI-SANCIONADO OR CLI-ANONIMIZADO
               GO TO 1100-LEER-CLIENTE.

           ADD 1 TO CONTADOR-CRIBADOS.

           MOVE CLI-NOMBRE TO NOMBRE-CRIBADO.
           MOVE CLI-DOCUMENTO TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.
           IF NOT CRIBADO-COINCIDE
               GO TO 1100-LEER-CLIENTE.

           PERFORM 1200-BUSCAR-PREVIA THRU 1200-BUSCAR-PREVIA-EXIT.
           IF HAY-PREVIA
               ADD 1 TO CONTADOR-YA-REVISADOS
               GO TO 1100-LEER-CLIENTE.

           MOVE CLI-ESTADO TO ESTADO-PREVIO.

           IF CLI-ACTIVO
               SET CLI-REVISION TO TRUE
               REWRITE CLIENTE-REG INVALID KEY
                   DISPLAY "Error reescribiendo cliente " CLI-ID
               END-REWRITE
           END-IF.

           PERFORM 1300-ESCRIBIR-CUMPLIMIENTO
               THRU 1300-ESCRIBIR-CUMPLIMIENTO-EXIT.

           MOVE SPACES TO INFORME-REG.
           MOVE "D" TO RCD-TIPO-REG.
           MOVE CLI-ID              TO RCD-CLIENTE.
           MOVE CLI-DOCUMENTO       TO RCD-DOCUMENTO.
           MOVE CLI-NOMBRE          TO RCD-NOMBRE.
           MOVE COINC-VIG-LISTA     TO RCD-VIG-LISTA.
           MOVE COINC-VIG-NOMBRE    TO RCD-VIG-NOMBRE.
           MOVE COINC-VIG-DOCUMENTO TO RCD-VIG-DOCUMENTO.
           MOVE ESTADO-PREVIO       TO RCD-ESTADO-PREVIO.
           WRITE INFORME-REG.

           ADD 1 TO CONTADOR-COINCIDENCIAS.

           DISPLAY "Coincidencia cliente " CLI-ID " " CLI-NOMBRE.

           GO TO 1100-LEER-CLIENTE.

       1800-ESCRIBIR-COLA.
           MOVE SPACES TO INFORME-REG.
           MOVE "T" TO RCO-TIPO-REG.
           MOVE CONTADOR-CRIBADOS      TO RCO-CRIBADOS.
           MOVE CONTADOR-COINCIDENCIAS TO RCO-COINCIDENCIAS.
           WRITE INFORME-REG.

           CLOSE F-INFORME.
           CLOSE F-CUMPLIMIENTO.
           CLOSE F-CLIENTES.

       1900-MARCAR-VERSION.
           MOVE VVR-VERSION TO VVR-RECRIBADA.
           REWRITE VERSION-REG INVALID KEY
               DISPLAY "Error reescribiendo vigversion.ubd".
           CLOSE F-VERSION.

       1000-RECRIBAR-CLIENTES-EXIT.
           EXIT.

           *> Una fila pendiente del mismo cliente, o una ya liberada
           *> contra la misma entrada de la lista, hace innecesaria
           *> una fila nueva.
       1200-BUSCAR-PREVIA.
           MOVE 0 TO PREVIA-SW.

           MOVE 0 TO CMP-NUM.
           START F-CUMPLIMIENTO KEY IS NOT LESS THAN CMP-NUM
               INVALID KEY GO TO 1200-BUSCAR-PREVIA-EXIT
           END-START.

       1210-BUSCAR-PREVIA-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO 1200-BUSCAR-PREVIA-EXIT.

           IF CMP-CLIENTE NOT = CLI-ID
               GO TO 1210-BUSCAR-PREVIA-BUCLE.

           IF CMP-PENDIENTE
               MOVE 1 TO PREVIA-SW
               GO TO 1200-BUSCAR-PREVIA-EXIT.

           IF CMP-LIBERADA
               AND CMP-VIG-NOMBRE = COINC-VIG-NOMBRE
               AND CMP-VIG-DOCUMENTO = COINC-VIG-DOCUMENTO
               MOVE 1 TO PREVIA-SW
               GO TO 1200-BUSCAR-PREVIA-EXIT.

           GO TO 1210-BUSCAR-PREVIA-BUCLE.

       1200-BUSCAR-PREVIA-EXIT.
           EXIT.

       1300-ESCRIBIR-CUMPLIMIENTO.
           ADD 1 TO ULTIMO-CMP-NUM.

           INITIALIZE CUMPLIMIENTO-REG.
           MOVE ULTIMO-CMP-NUM      TO CMP-NUM.
           SET CMP-ORIGEN-RECRIBADO TO TRUE.
           MOVE CLI-NOMBRE          TO CMP-NOMBRE.
           MOVE CLI-DOCUMENTO       TO CMP-DOCUMENTO.
           MOVE COINC-VIG-LISTA     TO CMP-VIG-LISTA.
           MOVE COINC-VIG-NOMBRE    TO CMP-VIG-NOMBRE.
           MOVE COINC-VIG-DOCUMENTO TO CMP-VIG-DOCUMENTO.
           MOVE COINC-VIG-VERSION   TO CMP-VIG-VERSION.
           MOVE CLI-ID              TO CMP-CLIENTE.
           MOVE ANO                 TO CMP-ANO.
           MOVE MES                 TO CMP-MES.
           MOVE DIA                 TO CMP-DIA.
           SET CMP-PENDIENTE        TO TRUE.

           WRITE CUMPLIMIENTO-REG INVALID KEY
               DISPLAY "Error escribiendo cumplimiento.ubd".

       1300-ESCRIBIR-CUMPLIMIENTO-EXIT.
           EXIT.
