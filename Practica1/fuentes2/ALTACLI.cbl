
           *> Maestro de clientes: alta, modificacion de datos de
           *> contacto (un solo cambio de direccion vale para todas
           *> las tarjetas del titular) y baja logica. El alta y la
           *> modificacion criban nombre y documento contra la lista
           *> de vigilancia de sanciones: una posible coincidencia
           *> deja al cliente en revision y su fila en la cola de
           *> cumplimiento. El alta recoge ademas la caducidad del
           *> documento y el nivel de riesgo del cliente, y la opcion
           *> de diligencia debida registra el documento renovado o
           *> la revision periodica hecha, lo que reactiva las
           *> tarjetas que el lote de revision tenia restringidas.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

       DATA DIVISION.
       FILE SECTION.
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.


       WORKING-STORAGE SECTION.
       77 FSL                      PIC  X(2).
       77 FSK                      PIC  X(2).
       77 FST                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 POBLACION-USUARIO        PIC X(25).
       77 CODPOSTAL-USUARIO        PIC  9(5).
       77 TELEFONO-USUARIO         PIC X(12).
       77 CAD-DIA-USUARIO          PIC  9(2).
       77 CAD-MES-USUARIO          PIC  9(2).
       77 CAD-ANO-USUARIO          PIC  9(4).
       77 RIESGO-USUARIO           PIC  9(1).
       77 REVISADO-USUARIO         PIC  X(1).

           *> Periodicidad de la revision de diligencia debida segun
           *> el nivel de riesgo del cliente, en anos.
       78 ANOS-REVISION-ALTO       VALUE 1.
       78 ANOS-REVISION-MEDIO      VALUE 3.
       78 ANOS-REVISION-BAJO       VALUE 5.

       77 FECHA-HOY-NUM            PIC  9(8).
       77 CAD-USUARIO-NUM          PIC  9(8).
       77 PROX-REV-NUM             PIC  9(8).
       77 DILIGENCIA-SW            PIC  9(1).
           88 DILIGENCIA-VALIDA    VALUE 1.
       77 TARJETAS-REACTIVADAS     PIC  9(5).

           *> Cribado contra la lista de vigilancia.
       77 NOMBRE-CRIBADO           PIC X(35).
       77 DOCUMENTO-CRIBADO        PIC X(12).
       77 CRIBADO-RESULTADO        PIC  9(1).
           88 CRIBADO-COINCIDE     VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA      PIC X(10).
           05 COINC-VIG-NOMBRE     PIC X(35).
           05 COINC-VIG-DOCUMENTO  PIC X(12).
           05 COINC-VIG-VERSION    PIC  9(8).
       77 ULTIMO-CMP-NUM           PIC 9(35).
       77 ORIGEN-CUMPLIMIENTO      PIC  9(1).
           88 ORIGEN-ALTA-CLIENTE  VALUE 1.
           88 ORIGEN-MODIF-CLIENTE VALUE 2.

       SCREEN SECTION.
       01 BLANK-SCREEN.
               PIC X(25) USING POBLACION-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 38
               PIC 9(5) USING CODPOSTAL-USUARIO.
           05 FILLER AUTO LINE 14 COL 38
               PIC X(12) USING TELEFONO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 38
               PIC 9(2) USING CAD-DIA-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 41
               PIC 9(2) USING CAD-MES-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 15 COL 44
               PIC 9(4) USING CAD-ANO-USUARIO.
           05 FILLER BLANK ZERO LINE 16 COL 38
               PIC 9(1) USING RIESGO-USUARIO.

       01 CLIENTE-ACCEPT.
           05 FILLER BLANK ZERO LINE 08 COL 38
           05 FILLER LINE 14 COL 38
               PIC X(12) USING TELEFONO-USUARIO.

       01 DILIGENCIA-ACCEPT.
           05 FILLER AUTO LINE 11 COL 38
               PIC X(12) USING DOCUMENTO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 38
               PIC 9(2) USING CAD-DIA-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 41
               PIC 9(2) USING CAD-MES-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 44
               PIC 9(4) USING CAD-ANO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 13 COL 38
               PIC 9(1) USING RIESGO-USUARIO.
           05 FILLER LINE 15 COL 38
               PIC X(1) USING REVISADO-USUARIO.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.
           DISPLAY "2 - Cambio de direccion o telefono" AT LINE 9
               COL 15.
           DISPLAY "3 - Baja de cliente" AT LINE 10 COL 15.
           DISPLAY "4 - Documento y revision de diligencia debida"
               AT LINE 11 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO BAJA-CLIENTE.

           IF CHOICE = 4
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO DILIGENCIA-CLIENTE.

           GO TO PMENU-ACCEPT.


           INITIALIZE POBLACION-USUARIO.
           INITIALIZE CODPOSTAL-USUARIO.
           INITIALIZE TELEFONO-USUARIO.
           INITIALIZE CAD-DIA-USUARIO.
           INITIALIZE CAD-MES-USUARIO.
           INITIALIZE CAD-ANO-USUARIO.
           INITIALIZE RIESGO-USUARIO.

           DISPLAY "Numero de cliente:" AT LINE 8 COL 15.
           DISPLAY "Documento:" AT LINE 9 COL 15.
           DISPLAY "Poblacion:" AT LINE 12 COL 15.
           DISPLAY "Codigo postal:" AT LINE 13 COL 15.
           DISPLAY "Telefono:" AT LINE 14 COL 15.
           DISPLAY "Caducidad documento:" AT LINE 15 COL 15.
           DISPLAY "-" AT LINE 15 COL 40.
           DISPLAY "-" AT LINE 15 COL 43.
           DISPLAY "Nivel de riesgo:" AT LINE 16 COL 15.
           DISPLAY "(1 bajo, 2 medio, 3 alto)" AT LINE 16 COL 41.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           IF CLIENTE-USUARIO = 0
               GO TO ALTA-CLIENTE.

           PERFORM VALIDAR-DILIGENCIA THRU VALIDAR-DILIGENCIA-EXIT.
           IF NOT DILIGENCIA-VALIDA
               GO TO PDILIGENCIA-ERR.

           OPEN I-O F-CLIENTES.
           IF FSL = 35
               OPEN OUTPUT F-CLIENTES
           MOVE CODPOSTAL-USUARIO TO CLI-CODPOSTAL.
           MOVE TELEFONO-USUARIO  TO CLI-TELEFONO.
           SET CLI-ACTIVO         TO TRUE.
           MOVE 0                 TO CLI-DEFUNCION-ANO.
           MOVE 0                 TO CLI-DEFUNCION-MES.
           MOVE 0                 TO CLI-DEFUNCION-DIA.
           MOVE CAD-ANO-USUARIO   TO CLI-DOC-CAD-ANO.
           MOVE CAD-MES-USUARIO   TO CLI-DOC-CAD-MES.
           MOVE CAD-DIA-USUARIO   TO CLI-DOC-CAD-DIA.
           MOVE RIESGO-USUARIO    TO CLI-RIESGO.
           MOVE 0                 TO CLI-AVISO-CADUCIDAD.
           PERFORM CALCULAR-PROX-REVISION
               THRU CALCULAR-PROX-REVISION-EXIT.

           *> Con posible coincidencia el alta se graba igual, pero
           *> en revision: no podra tener tarjetas hasta que
           *> cumplimiento la libere.
           MOVE NOMBRE-USUARIO    TO NOMBRE-CRIBADO.
           MOVE DOCUMENTO-USUARIO TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.
           IF CRIBADO-COINCIDE
               SET CLI-REVISION TO TRUE.

           WRITE CLIENTE-REG INVALID KEY GO TO PDUPLICADO.

           CLOSE F-CLIENTES.

           IF CRIBADO-COINCIDE
               SET ORIGEN-ALTA-CLIENTE TO TRUE
               PERFORM ESCRIBIR-CUMPLIMIENTO
                   THRU ESCRIBIR-CUMPLIMIENTO-EXIT
               GO TO PREVISION-ALTA.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cliente dado de alta correctamente" AT LINE 9
               COL 22 WITH FOREGROUND-COLOR IS GREEN.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO PNOENCONTRADO.

           *> Mientras cumplimiento no resuelva, la ficha no se toca.
           IF CLI-REVISION OR CLI-SANCIONADO
               GO TO PCUMPLIMIENTO.

           *> Las bajas no se modifican: su ficha queda como estaba
           *> hasta que la purga de datos personales la anonimice.
           IF CLI-ANONIMIZADO OR CLI-BAJA
               GO TO PANONIMIZADO.

           *> La lista puede haber cambiado desde el alta: una
           *> posible coincidencia deja al cliente en revision y no
           *> se admite el cambio.
           MOVE CLI-NOMBRE    TO NOMBRE-CRIBADO.
           MOVE CLI-DOCUMENTO TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.
           IF CRIBADO-COINCIDE
               SET CLI-REVISION TO TRUE
               REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR
               END-REWRITE
               CLOSE F-CLIENTES
               SET ORIGEN-MODIF-CLIENTE TO TRUE
               PERFORM ESCRIBIR-CUMPLIMIENTO
                   THRU ESCRIBIR-CUMPLIMIENTO-EXIT
               GO TO PREVISION-MODIF.

           MOVE CLI-DIRECCION TO DIRECCION-USUARIO.
           MOVE CLI-POBLACION TO POBLACION-USUARIO.
           MOVE CLI-CODPOSTAL TO CODPOSTAL-USUARIO.
           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO PNOENCONTRADO.

           *> Un fallecido sigue como tal hasta el reparto de su
           *> herencia; la baja ordinaria no lo toca.
           IF CLI-FALLECIDO
               GO TO PFALLECIDO.

           IF CLI-ANONIMIZADO OR CLI-BAJA
               GO TO PANONIMIZADO.

           SET CLI-BAJA TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO TO CLI-BAJA-ANO.
           MOVE MES TO CLI-BAJA-MES.
           MOVE DIA TO CLI-BAJA-DIA.

           REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CLIENTES.
           GO TO VOLVER-ENTER.


       DILIGENCIA-CLIENTE.
           INITIALIZE CLIENTE-USUARIO.

           DISPLAY "Numero de cliente:" AT LINE 8 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CLIENTE-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO DILIGENCIA-CLIENTE.

           OPEN I-O F-CLIENTES.
           IF FSL <> 00
               GO TO PSYS-ERR.

           MOVE CLIENTE-USUARIO TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO PNOENCONTRADO.

           IF CLI-REVISION OR CLI-SANCIONADO
               GO TO PCUMPLIMIENTO.

           IF CLI-FALLECIDO
               GO TO PFALLECIDO.

           IF CLI-ANONIMIZADO OR CLI-BAJA
               GO TO PANONIMIZADO.

           MOVE CLI-DOCUMENTO   TO DOCUMENTO-USUARIO.
           MOVE CLI-DOC-CAD-DIA TO CAD-DIA-USUARIO.
           MOVE CLI-DOC-CAD-MES TO CAD-MES-USUARIO.
           MOVE CLI-DOC-CAD-ANO TO CAD-ANO-USUARIO.
           MOVE CLI-RIESGO      TO RIESGO-USUARIO.
           MOVE "N"             TO REVISADO-USUARIO.

           DISPLAY "Cliente:" AT LINE 10 COL 15.
           DISPLAY CLI-NOMBRE AT LINE 10 COL 38.
           DISPLAY "Documento:" AT LINE 11 COL 15.
           DISPLAY "Caducidad documento:" AT LINE 12 COL 15.
           DISPLAY "-" AT LINE 12 COL 40.
           DISPLAY "-" AT LINE 12 COL 43.
           DISPLAY "Nivel de riesgo:" AT LINE 13 COL 15.
           DISPLAY "(1 bajo, 2 medio, 3 alto)" AT LINE 13 COL 41.
           DISPLAY "Proxima revision:" AT LINE 14 COL 15.
           DISPLAY CLI-PROX-REV-DIA AT LINE 14 COL 38.
           DISPLAY "-" AT LINE 14 COL 40.
           DISPLAY CLI-PROX-REV-MES AT LINE 14 COL 41.
           DISPLAY "-" AT LINE 14 COL 43.
           DISPLAY CLI-PROX-REV-ANO AT LINE 14 COL 44.
           DISPLAY "Revision hecha (S/N):" AT LINE 15 COL 15.

           ACCEPT DILIGENCIA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-CLIENTES
                   GO TO VOLVER-MENU
               ELSE
                   CLOSE F-CLIENTES
                   GO TO DILIGENCIA-CLIENTE.

           PERFORM VALIDAR-DILIGENCIA THRU VALIDAR-DILIGENCIA-EXIT.
           IF NOT DILIGENCIA-VALIDA
               CLOSE F-CLIENTES
               GO TO PDILIGENCIA-ERR.

           IF REVISADO-USUARIO NOT = "S" AND REVISADO-USUARIO NOT = "N"
               CLOSE F-CLIENTES
               GO TO PDILIGENCIA-ERR.

           *> Un documento nuevo se criba como en el alta: con
           *> posible coincidencia se graba, pero el cliente queda en
           *> revision y sus tarjetas siguen como estan.
           IF DOCUMENTO-USUARIO NOT = CLI-DOCUMENTO
               MOVE CLI-NOMBRE        TO NOMBRE-CRIBADO
               MOVE DOCUMENTO-USUARIO TO DOCUMENTO-CRIBADO
               CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
                   CRIBADO-RESULTADO COINCIDENCIA-VIG
               IF CRIBADO-COINCIDE
                   MOVE DOCUMENTO-USUARIO TO CLI-DOCUMENTO
                   SET CLI-REVISION TO TRUE
                   REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR
                   END-REWRITE
                   CLOSE F-CLIENTES
                   SET ORIGEN-MODIF-CLIENTE TO TRUE
                   PERFORM ESCRIBIR-CUMPLIMIENTO
                       THRU ESCRIBIR-CUMPLIMIENTO-EXIT
                   GO TO PREVISION-MODIF.

           MOVE DOCUMENTO-USUARIO TO CLI-DOCUMENTO.
           MOVE CAD-ANO-USUARIO   TO CLI-DOC-CAD-ANO.
           MOVE CAD-MES-USUARIO   TO CLI-DOC-CAD-MES.
           MOVE CAD-DIA-USUARIO   TO CLI-DOC-CAD-DIA.
           MOVE RIESGO-USUARIO    TO CLI-RIESGO.

           *> La revision hecha fija la siguiente segun el riesgo;
           *> las fichas anteriores a estos campos estrenan fecha.
           IF REVISADO-USUARIO = "S" OR CLI-PROX-REV-ANO = 0
               PERFORM CALCULAR-PROX-REVISION
                   THRU CALCULAR-PROX-REVISION-EXIT.

           REWRITE CLIENTE-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CLIENTES.

           *> El documento ya es valido; solo una revision aun
           *> vencida de un cliente de riesgo alto mantiene la
           *> restriccion de sus tarjetas.
           MOVE 0 TO TARJETAS-REACTIVADAS.
           COMPUTE PROX-REV-NUM = (CLI-PROX-REV-ANO * 10000)
               + (CLI-PROX-REV-MES * 100) + CLI-PROX-REV-DIA.
           IF CLI-RIESGO-ALTO AND PROX-REV-NUM < FECHA-HOY-NUM
               GO TO PREVISION-VENCIDA.

           PERFORM LEVANTAR-RESTRICCION
               THRU LEVANTAR-RESTRICCION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Diligencia debida actualizada" AT LINE 9
               COL 25 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Proxima revision:" AT LINE 11 COL 20.
           DISPLAY CLI-PROX-REV-DIA AT LINE 11 COL 38.
           DISPLAY "-" AT LINE 11 COL 40.
           DISPLAY CLI-PROX-REV-MES AT LINE 11 COL 41.
           DISPLAY "-" AT LINE 11 COL 43.
           DISPLAY CLI-PROX-REV-ANO AT LINE 11 COL 44.
           IF TARJETAS-REACTIVADAS > 0
               DISPLAY "Tarjetas reactivadas:" AT LINE 12 COL 20
               DISPLAY TARJETAS-REACTIVADAS AT LINE 12 COL 42.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


           *> Caducidad del documento con fecha de calendario y no
           *> anterior a hoy, y nivel de riesgo evaluado.
       VALIDAR-DILIGENCIA.
           MOVE 0 TO DILIGENCIA-SW.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           IF RIESGO-USUARIO < 1 OR RIESGO-USUARIO > 3
               GO TO VALIDAR-DILIGENCIA-EXIT.

           IF CAD-MES-USUARIO < 1 OR CAD-MES-USUARIO > 12
               GO TO VALIDAR-DILIGENCIA-EXIT.
           IF CAD-DIA-USUARIO < 1 OR CAD-DIA-USUARIO > 31
               GO TO VALIDAR-DILIGENCIA-EXIT.

           COMPUTE CAD-USUARIO-NUM = (CAD-ANO-USUARIO * 10000)
               + (CAD-MES-USUARIO * 100) + CAD-DIA-USUARIO.
           IF CAD-USUARIO-NUM < FECHA-HOY-NUM
               GO TO VALIDAR-DILIGENCIA-EXIT.

           MOVE 1 TO DILIGENCIA-SW.

       VALIDAR-DILIGENCIA-EXIT.
           EXIT.

           *> Proxima revision a contar desde hoy segun el riesgo
           *> grabado en la ficha; un 29 de febrero pasa al 28.
       CALCULAR-PROX-REVISION.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           MOVE MES TO CLI-PROX-REV-MES.
           MOVE DIA TO CLI-PROX-REV-DIA.
           MOVE ANO TO CLI-PROX-REV-ANO.

           IF CLI-RIESGO-ALTO
               ADD ANOS-REVISION-ALTO TO CLI-PROX-REV-ANO.
           IF CLI-RIESGO-MEDIO
               ADD ANOS-REVISION-MEDIO TO CLI-PROX-REV-ANO.
           IF CLI-RIESGO-BAJO
               ADD ANOS-REVISION-BAJO TO CLI-PROX-REV-ANO.

           IF CLI-PROX-REV-MES = 2 AND CLI-PROX-REV-DIA = 29
               MOVE 28 TO CLI-PROX-REV-DIA.

       CALCULAR-PROX-REVISION-EXIT.
           EXIT.

           *> Reactiva las tarjetas del cliente en curso que el lote
           *> de revision dejo restringidas por diligencia debida.
       LEVANTAR-RESTRICCION.
           OPEN I-O TARJETAS.
           IF FST <> 00
               GO TO PSYS-ERR.

       LEVANTAR-RESTRICCION-BUCLE.
           READ TARJETAS NEXT RECORD
               AT END GO TO LEVANTAR-RESTRICCION-FIN.

           IF TARJETA-CLIENTE NOT = CLI-ID
               GO TO LEVANTAR-RESTRICCION-BUCLE.

           IF NOT TARJETA-DILIGENCIA
               GO TO LEVANTAR-RESTRICCION-BUCLE.

           SET TARJETA-ACTIVA TO TRUE.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE ANO      TO TARJETA-MODIF-ANO.
           MOVE MES      TO TARJETA-MODIF-MES.
           MOVE DIA      TO TARJETA-MODIF-DIA.
           MOVE HORAS    TO TARJETA-MODIF-HOR.
           MOVE MINUTOS  TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY GO TO PSYS-ERR.

           ADD 1 TO TARJETAS-REACTIVADAS.

           GO TO LEVANTAR-RESTRICCION-BUCLE.

       LEVANTAR-RESTRICCION-FIN.
           CLOSE TARJETAS.

       LEVANTAR-RESTRICCION-EXIT.
           EXIT.


           *> Deja la posible coincidencia del cliente recien leido o
           *> grabado en la cola de cumplimiento; el numero se busca
           *> recorriendo el fichero. El origen lo fija quien llama.
       ESCRIBIR-CUMPLIMIENTO.
           OPEN I-O F-CUMPLIMIENTO.
           IF FSK = 35
               OPEN OUTPUT F-CUMPLIMIENTO
               CLOSE F-CUMPLIMIENTO
               OPEN I-O F-CUMPLIMIENTO
           END-IF.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO ULTIMO-CMP-NUM.

       ESCRIBIR-CUMPLIMIENTO-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO ESCRIBIR-CUMPLIMIENTO-REG.
           IF ULTIMO-CMP-NUM < CMP-NUM
               MOVE CMP-NUM TO ULTIMO-CMP-NUM.
           GO TO ESCRIBIR-CUMPLIMIENTO-BUCLE.

       ESCRIBIR-CUMPLIMIENTO-REG.
           ADD 1 TO ULTIMO-CMP-NUM.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           INITIALIZE CUMPLIMIENTO-REG.
           MOVE ULTIMO-CMP-NUM      TO CMP-NUM.
           MOVE ORIGEN-CUMPLIMIENTO TO CMP-ORIGEN.
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

           WRITE CUMPLIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CUMPLIMIENTO.

       ESCRIBIR-CUMPLIMIENTO-EXIT.
           EXIT.

       PREVISION-ALTA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cliente dado de alta EN REVISION" AT LINE 9
               COL 23 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Posible coincidencia con la lista de vigilancia"
               AT LINE 11 COL 16.
           DISPLAY "No se le emitiran tarjetas hasta que cumplimiento"
               AT LINE 12 COL 15.
           DISPLAY "normativo resuelva la revision" AT LINE 13 COL 24.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PREVISION-MODIF.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cambio no admitido: cliente EN REVISION"
               AT LINE 9 COL 20 WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Posible coincidencia con la lista de vigilancia"
               AT LINE 11 COL 16.
           DISPLAY "Repita el cambio cuando cumplimiento lo libere"
               AT LINE 12 COL 17.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PCUMPLIMIENTO.
           CLOSE F-CLIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente esta retenido por cumplimiento"
               AT LINE 9 COL 19
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Su ficha no se modifica hasta que se resuelva"
               AT LINE 11 COL 17.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDILIGENCIA-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Datos de diligencia debida no validos" AT LINE 9
               COL 21
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "El documento debe estar en vigor, el riesgo ser"
               AT LINE 11 COL 16.
           DISPLAY "1, 2 o 3 y la revision hecha S o N"
               AT LINE 12 COL 22.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PREVISION-VENCIDA.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Documento actualizado" AT LINE 9 COL 29
               WITH FOREGROUND-COLOR IS YELLOW.
           DISPLAY "Cliente de riesgo alto con la revision vencida:"
               AT LINE 11 COL 16.
           DISPLAY "sus tarjetas siguen restringidas hasta que se"
               AT LINE 12 COL 17.
           DISPLAY "registre la revision hecha" AT LINE 13 COL 26.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PANONIMIZADO.
           CLOSE F-CLIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente esta dado de baja" AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           IF CLI-ANONIMIZADO
               DISPLAY "y sus datos personales ya se anonimizaron"
                   AT LINE 11 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDUPLICADO.
           CLOSE F-CLIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PFALLECIDO.
           CLOSE F-CLIENTES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El cliente consta como fallecido" AT LINE 9
               COL 23
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Tramitelo con la herramienta de testamentarias"
               AT LINE 11 COL 17.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-CLIENTES.
           CLOSE F-CUMPLIMIENTO.
           CLOSE TARJETAS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" AT LINE 9 COL 25
