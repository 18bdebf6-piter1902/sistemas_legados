       IDENTIFICATION DIVISION.
       PROGRAM-ID. DILIGENCIA.

           *> Revision nocturna de la diligencia debida de los
           *> clientes: avisa a los titulares cuyo documento de
           *> identidad caduca en las proximas semanas, restringe las
           *> tarjetas de los que ya lo tienen caducado y las de los
           *> clientes de riesgo alto con la revision periodica
           *> vencida, y deja las revisiones pendientes en
           *> revisiones.ubd por sucursal de la tarjeta, de donde sale
           *> el listado del dia para cada oficina. La restriccion se
           *> levanta en el maestro de clientes al registrar el
           *> documento nuevo o la revision hecha.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

           *> Revisiones pendientes del dia, por sucursal; se
           *> rehace entera en cada pasada.
           SELECT F-REVISIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RVP-CLAVE
           FILE STATUS IS FSR.

           SELECT F-LISTADO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSI.

       DATA DIVISION.
       FILE SECTION.
       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

           *> Una fila por tarjeta del cliente con la revision
           *> pendiente; los clientes sin tarjetas van a la sucursal
           *> cero (servicios centrales) con tarjeta cero.
       FD F-REVISIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "revisiones.ubd".
       01 REVISION-REG.
           02 RVP-CLAVE.
               03 RVP-SUCURSAL        PIC   9(4).
               03 RVP-CLIENTE         PIC   9(8).
               03 RVP-TARJETA         PIC  9(16).
           02 RVP-DOCUMENTO           PIC  X(12).
           02 RVP-NOMBRE              PIC  X(35).
           02 RVP-MOTIVO              PIC   9(1).
               88 RVP-DOC-CADUCADO    VALUE 1.
               88 RVP-REV-VENCIDA     VALUE 2.
               88 RVP-DOC-Y-REVISION  VALUE 3.
           02 RVP-RIESGO              PIC   9(1).
           02 RVP-DOC-CADUCIDAD       PIC   9(8).
           02 RVP-PROX-REVISION       PIC   9(8).
           02 RVP-RESTRINGIDA         PIC   9(1).

           *> Listado del dia ("revisiones" seguido de la fecha y
           *> ".dat"): cabecera por sucursal, una linea por fila
           *> pendiente y cola de control.
       FD F-LISTADO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-LISTADO.
       01 LISTADO-REG.
           02 LST-TIPO-REG            PIC   X(1).
           02 LST-RESTO               PIC X(119).
       01 LISTADO-SUCURSAL REDEFINES LISTADO-REG.
           02 LSS-TIPO-REG            PIC   X(1).
           02 LSS-SUCURSAL            PIC   9(4).
           02 LSS-FECHA               PIC   9(8).
           02 FILLER                  PIC X(107).
       01 LISTADO-DETALLE REDEFINES LISTADO-REG.
           02 LSD-TIPO-REG            PIC   X(1).
           02 LSD-SUCURSAL            PIC   9(4).
           02 LSD-CLIENTE             PIC   9(8).
           02 LSD-DOCUMENTO           PIC  X(12).
           02 LSD-NOMBRE              PIC  X(35).
           02 LSD-TARJETA             PIC  9(16).
           02 LSD-MOTIVO              PIC   9(1).
           02 LSD-RIESGO              PIC   9(1).
           02 LSD-DOC-CADUCIDAD       PIC   9(8).
           02 LSD-PROX-REVISION       PIC   9(8).
           02 LSD-RESTRINGIDA         PIC   9(1).
           02 FILLER                  PIC  X(25).
       01 LISTADO-COLA REDEFINES LISTADO-REG.
           02 LSC-TIPO-REG            PIC   X(1).
           02 LSC-REVISADOS           PIC   9(7).
           02 LSC-AVISADOS            PIC   9(7).
           02 LSC-RESTRINGIDAS        PIC   9(7).
           02 LSC-PENDIENTES          PIC   9(7).
           02 FILLER                  PIC  X(91).

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSV                       PIC   X(2).
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

           *> Antelacion del aviso de caducidad del documento (seis
           *> semanas, en dias naturales).
       78 DIAS-PREAVISO             VALUE 42.

       77 FECHA-HOY-NUM              PIC   9(8).
       77 FECHA-PREAVISO-NUM         PIC   9(8).
       77 DIAS-ENTEROS               PIC   9(7).
       77 NOMBRE-LISTADO             PIC  X(24).

       77 DOC-CAD-NUM                PIC   9(8).
       77 PROX-REV-NUM               PIC   9(8).
       01 DOC-CAD-EDITADA.
           05 DOC-CAD-ED-DIA         PIC   9(2).
           05 FILLER                 PIC   X(1) VALUE "-".
           05 DOC-CAD-ED-MES         PIC   9(2).
           05 FILLER                 PIC   X(1) VALUE "-".
           05 DOC-CAD-ED-ANO         PIC   9(4).

       77 MOTIVO-CLIENTE             PIC   9(1).
       77 DOC-CADUCADO-SW            PIC   9(1).
           88 DOC-CADUCADO           VALUE 1.
       77 REV-VENCIDA-SW             PIC   9(1).
           88 REV-VENCIDA            VALUE 1.
       77 AVISAR-SW                  PIC   9(1).
           88 HAY-QUE-AVISAR         VALUE 1.
       77 RESTRINGIR-SW              PIC   9(1).
           88 HAY-QUE-RESTRINGIR     VALUE 1.
       77 RESTRINGIDA-SW             PIC   9(1).
       77 TARJETAS-CLIENTE           PIC   9(5).
       77 SUCURSAL-ACTUAL            PIC   9(4).
       77 PRIMERA-FILA-SW            PIC   9(1).
           88 PRIMERA-FILA           VALUE 1.

       77 ULTIMO-AVI-NUM             PIC  9(35).
       77 TARJETA-AVISO              PIC  9(16).
       77 TEXTO-AVISO                PIC  X(35).

       77 CONTADOR-REVISADOS         PIC   9(7) VALUE 0.
       77 CONTADOR-AVISADOS          PIC   9(7) VALUE 0.
       77 CONTADOR-RESTRINGIDAS      PIC   9(7) VALUE 0.
       77 CONTADOR-PENDIENTES        PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-REVISADOS.
           MOVE 0 TO CONTADOR-AVISADOS.
           MOVE 0 TO CONTADOR-RESTRINGIDAS.
           MOVE 0 TO CONTADOR-PENDIENTES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - DILIGENCIA - revision de la "
               "diligencia debida de clientes".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIAS-ENTEROS =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM)
               + DIAS-PREAVISO.
           COMPUTE FECHA-PREAVISO-NUM =
               FUNCTION DATE-OF-INTEGER(DIAS-ENTEROS).

           MOVE SPACES TO NOMBRE-LISTADO.
           STRING "revisiones"   DELIMITED BY SIZE
                  FECHA-HOY-NUM  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
               INTO NOMBRE-LISTADO.

           PERFORM 1000-REVISAR-CLIENTES
               THRU 1000-REVISAR-CLIENTES-EXIT.

           PERFORM 3000-EMITIR-LISTADO
               THRU 3000-EMITIR-LISTADO-EXIT.

           DISPLAY " ".
           DISPLAY "Clientes revisados     : " CONTADOR-REVISADOS.
           DISPLAY "Avisos de caducidad    : " CONTADOR-AVISADOS.
           DISPLAY "Tarjetas restringidas  : " CONTADOR-RESTRINGIDAS.
           DISPLAY "Revisiones pendientes  : " CONTADOR-PENDIENTES.
           IF CONTADOR-PENDIENTES > 0
               DISPLAY "Listado por sucursal en " NOMBRE-LISTADO.

           GOBACK.

       1000-REVISAR-CLIENTES.
           OPEN OUTPUT F-REVISIONES.
           IF FSR <> 00
               DISPLAY "Error abriendo revisiones.ubd"
               GO TO 1000-REVISAR-CLIENTES-EXIT.

           OPEN I-O F-CLIENTES.
           IF FSL = 35
               DISPLAY "No hay clientes.ubd: nada que revisar"
               CLOSE F-REVISIONES
               GO TO 1000-REVISAR-CLIENTES-EXIT.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               CLOSE F-REVISIONES
               GO TO 1000-REVISAR-CLIENTES-EXIT.

           OPEN I-O TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-CLIENTES
               CLOSE F-REVISIONES
               GO TO 1000-REVISAR-CLIENTES-EXIT.

       1100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 1900-FIN-CLIENTES.

           *> Las bajas, los fallecidos y los sancionados tienen sus
           *> tarjetas fuera de uso por otras vias.
           IF NOT CLI-ACTIVO AND NOT CLI-REVISION
               GO TO 1100-LEER-CLIENTE.

           ADD 1 TO CONTADOR-REVISADOS.

           MOVE 0 TO DOC-CADUCADO-SW.
           MOVE 0 TO REV-VENCIDA-SW.
           MOVE 0 TO AVISAR-SW.
           MOVE 0 TO RESTRINGIR-SW.
           MOVE 0 TO MOTIVO-CLIENTE.

           COMPUTE DOC-CAD-NUM = (CLI-DOC-CAD-ANO * 10000)
               + (CLI-DOC-CAD-MES * 100) + CLI-DOC-CAD-DIA.
           COMPUTE PROX-REV-NUM = (CLI-PROX-REV-ANO * 10000)
               + (CLI-PROX-REV-MES * 100) + CLI-PROX-REV-DIA.

           *> El documento vale hasta el mismo dia de su caducidad.
           IF DOC-CAD-NUM > 0 AND DOC-CAD-NUM < FECHA-HOY-NUM
               MOVE 1 TO DOC-CADUCADO-SW
               ADD 1 TO MOTIVO-CLIENTE.

           IF PROX-REV-NUM > 0 AND PROX-REV-NUM < FECHA-HOY-NUM
               MOVE 1 TO REV-VENCIDA-SW
               ADD 2 TO MOTIVO-CLIENTE.

           *> La revision vencida solo restringe a los de riesgo
           *> alto; la de los demas sale en el listado sin mas.
           IF DOC-CADUCADO
               MOVE 1 TO RESTRINGIR-SW.
           IF REV-VENCIDA AND CLI-RIESGO-ALTO
               MOVE 1 TO RESTRINGIR-SW.

           IF DOC-CAD-NUM > 0 AND NOT DOC-CADUCADO
               AND DOC-CAD-NUM <= FECHA-PREAVISO-NUM
               AND CLI-AVISO-CADUCIDAD NOT = DOC-CAD-NUM
               MOVE 1 TO AVISAR-SW.

           IF MOTIVO-CLIENTE = 0 AND NOT HAY-QUE-AVISAR
               GO TO 1100-LEER-CLIENTE.

           IF HAY-QUE-AVISAR
               MOVE DOC-CAD-NUM TO CLI-AVISO-CADUCIDAD
               REWRITE CLIENTE-REG INVALID KEY
                   DISPLAY "Error reescribiendo clientes.ubd"
               END-REWRITE
               ADD 1 TO CONTADOR-AVISADOS
               MOVE CLI-DOC-CAD-DIA TO DOC-CAD-ED-DIA
               MOVE CLI-DOC-CAD-MES TO DOC-CAD-ED-MES
               MOVE CLI-DOC-CAD-ANO TO DOC-CAD-ED-ANO
               DISPLAY "   Aviso de caducidad a " CLI-ID
                   " (documento hasta " DOC-CAD-EDITADA ")".

           PERFORM 2000-TARJETAS-CLIENTE
               THRU 2000-TARJETAS-CLIENTE-EXIT.

           IF MOTIVO-CLIENTE = 0
               GO TO 1100-LEER-CLIENTE.

           *> Sin tarjetas, la revision se lista en servicios
           *> centrales.
           IF TARJETAS-CLIENTE = 0
               MOVE 0 TO RVP-SUCURSAL
               MOVE 0 TO RVP-TARJETA
               MOVE 0 TO RESTRINGIDA-SW
               PERFORM 2500-GRABAR-PENDIENTE
                   THRU 2500-GRABAR-PENDIENTE-EXIT.

           DISPLAY "   Revision pendiente de " CLI-ID " (motivo "
               MOTIVO-CLIENTE ")".

           GO TO 1100-LEER-CLIENTE.

       1900-FIN-CLIENTES.
           CLOSE TARJETAS.
           CLOSE F-CLIENTES.
           CLOSE F-REVISIONES.

       1000-REVISAR-CLIENTES-EXIT.
           EXIT.

           *> Recorre las tarjetas del cliente en curso: avisa en
           *> cada una, restringe las activas si procede y deja una
           *> fila pendiente por tarjeta con su sucursal.
       2000-TARJETAS-CLIENTE.
           MOVE 0 TO TARJETAS-CLIENTE.

           MOVE 0 TO TNUM.
           START TARJETAS KEY IS NOT LESS THAN TNUM
               INVALID KEY GO TO 2000-TARJETAS-CLIENTE-EXIT.

       2100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 2000-TARJETAS-CLIENTE-EXIT.

           IF TARJETA-CLIENTE NOT = CLI-ID
               GO TO 2100-LEER-TARJETA.

           IF TARJETA-ANULADA
               GO TO 2100-LEER-TARJETA.

           ADD 1 TO TARJETAS-CLIENTE.

           IF HAY-QUE-AVISAR
               MOVE TNUM TO TARJETA-AVISO
               MOVE SPACES TO TEXTO-AVISO
               STRING "Su documento caduca el " DELIMITED BY SIZE
                      DOC-CAD-EDITADA           DELIMITED BY SIZE
                   INTO TEXTO-AVISO
               PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           IF HAY-QUE-RESTRINGIR AND TARJETA-ACTIVA
               PERFORM 2200-RESTRINGIR-TARJETA
                   THRU 2200-RESTRINGIR-TARJETA-EXIT.

           IF MOTIVO-CLIENTE = 0
               GO TO 2100-LEER-TARJETA.

           MOVE 0 TO RESTRINGIDA-SW.
           IF TARJETA-DILIGENCIA
               MOVE 1 TO RESTRINGIDA-SW.

           MOVE TARJETA-SUCURSAL TO RVP-SUCURSAL.
           MOVE TNUM             TO RVP-TARJETA.
           PERFORM 2500-GRABAR-PENDIENTE
               THRU 2500-GRABAR-PENDIENTE-EXIT.

           GO TO 2100-LEER-TARJETA.

       2000-TARJETAS-CLIENTE-EXIT.
           EXIT.

       2200-RESTRINGIR-TARJETA.
           SET TARJETA-DILIGENCIA TO TRUE.

           MOVE ANO      TO TARJETA-MODIF-ANO.
           MOVE MES      TO TARJETA-MODIF-MES.
           MOVE DIA      TO TARJETA-MODIF-DIA.
           MOVE HORAS    TO TARJETA-MODIF-HOR.
           MOVE MINUTOS  TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY
               DISPLAY "Error reescribiendo tarjetas.ubd"
               GO TO 2200-RESTRINGIR-TARJETA-EXIT.

           ADD 1 TO CONTADOR-RESTRINGIDAS.

           MOVE TNUM TO TARJETA-AVISO.
           MOVE "Restringida: acuda a su oficina" TO TEXTO-AVISO.
           PERFORM ESCRIBIR-AVISO THRU ESCRIBIR-AVISO-EXIT.

           DISPLAY "   Restringida " TNUM " (cliente " CLI-ID ")".

       2200-RESTRINGIR-TARJETA-EXIT.
           EXIT.

       2500-GRABAR-PENDIENTE.
           MOVE CLI-ID            TO RVP-CLIENTE.
           MOVE CLI-DOCUMENTO     TO RVP-DOCUMENTO.
           MOVE CLI-NOMBRE        TO RVP-NOMBRE.
           MOVE MOTIVO-CLIENTE    TO RVP-MOTIVO.
           MOVE CLI-RIESGO        TO RVP-RIESGO.
           MOVE DOC-CAD-NUM       TO RVP-DOC-CADUCIDAD.
           MOVE PROX-REV-NUM      TO RVP-PROX-REVISION.
           MOVE RESTRINGIDA-SW    TO RVP-RESTRINGIDA.

           WRITE REVISION-REG INVALID KEY
               DISPLAY "Error en revisiones.ubd"
               GO TO 2500-GRABAR-PENDIENTE-EXIT.

           ADD 1 TO CONTADOR-PENDIENTES.

       2500-GRABAR-PENDIENTE-EXIT.
           EXIT.

           *> El fichero indexado da las filas ya ordenadas por
           *> sucursal: cada cambio de sucursal abre su cabecera.
       3000-EMITIR-LISTADO.
           OPEN INPUT F-REVISIONES.
           IF FSR <> 00
               DISPLAY "Error abriendo revisiones.ubd"
               GO TO 3000-EMITIR-LISTADO-EXIT.

           OPEN OUTPUT F-LISTADO.
           IF FSI <> 00
               DISPLAY "Error abriendo " NOMBRE-LISTADO
               CLOSE F-REVISIONES
               GO TO 3000-EMITIR-LISTADO-EXIT.

           MOVE 1 TO PRIMERA-FILA-SW.
           MOVE 0 TO SUCURSAL-ACTUAL.

       3100-LEER-PENDIENTE.
           READ F-REVISIONES NEXT RECORD
               AT END GO TO 3900-FIN-LISTADO.

           IF PRIMERA-FILA OR RVP-SUCURSAL NOT = SUCURSAL-ACTUAL
               MOVE 0 TO PRIMERA-FILA-SW
               MOVE RVP-SUCURSAL TO SUCURSAL-ACTUAL
               MOVE SPACES TO LISTADO-REG
               MOVE "S" TO LSS-TIPO-REG
               MOVE RVP-SUCURSAL TO LSS-SUCURSAL
               MOVE FECHA-HOY-NUM TO LSS-FECHA
               WRITE LISTADO-REG.

           MOVE SPACES TO LISTADO-REG.
           MOVE "D"               TO LSD-TIPO-REG.
           MOVE RVP-SUCURSAL      TO LSD-SUCURSAL.
           MOVE RVP-CLIENTE       TO LSD-CLIENTE.
           MOVE RVP-DOCUMENTO     TO LSD-DOCUMENTO.
           MOVE RVP-NOMBRE        TO LSD-NOMBRE.
           MOVE RVP-TARJETA       TO LSD-TARJETA.
           MOVE RVP-MOTIVO        TO LSD-MOTIVO.
           MOVE RVP-RIESGO        TO LSD-RIESGO.
           MOVE RVP-DOC-CADUCIDAD TO LSD-DOC-CADUCIDAD.
           MOVE RVP-PROX-REVISION TO LSD-PROX-REVISION.
           MOVE RVP-RESTRINGIDA   TO LSD-RESTRINGIDA.
           WRITE LISTADO-REG.

           GO TO 3100-LEER-PENDIENTE.

       3900-FIN-LISTADO.
           MOVE SPACES TO LISTADO-REG.
           MOVE "T"                   TO LSC-TIPO-REG.
           MOVE CONTADOR-REVISADOS    TO LSC-REVISADOS.
           MOVE CONTADOR-AVISADOS     TO LSC-AVISADOS.
           MOVE CONTADOR-RESTRINGIDAS TO LSC-RESTRINGIDAS.
           MOVE CONTADOR-PENDIENTES   TO LSC-PENDIENTES.
           WRITE LISTADO-REG.

           CLOSE F-LISTADO.
           CLOSE F-REVISIONES.

       3000-EMITIR-LISTADO-EXIT.
           EXIT.

           *> Deja un aviso pendiente para el titular; el numero se
           *> busca recorriendo el fichero, como en interbanco.ubd.
       ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               DISPLAY "Error abriendo avisos.ubd"
               GO TO ESCRIBIR-AVISO-EXIT.

           MOVE 0 TO ULTIMO-AVI-NUM.

       ESCRIBIR-AVISO-BUCLE.
           READ F-AVISOS NEXT RECORD
               AT END GO TO ESCRIBIR-AVISO-REG.
           IF ULTIMO-AVI-NUM < AVI-NUM
               MOVE AVI-NUM TO ULTIMO-AVI-NUM.
           GO TO ESCRIBIR-AVISO-BUCLE.

       ESCRIBIR-AVISO-REG.
           ADD 1 TO ULTIMO-AVI-NUM.

           MOVE ULTIMO-AVI-NUM TO AVI-NUM.
           MOVE TARJETA-AVISO  TO AVI-TARJETA.
           MOVE ANO            TO AVI-ANO.
           MOVE MES            TO AVI-MES.
           MOVE DIA            TO AVI-DIA.
           MOVE TEXTO-AVISO    TO AVI-TEXTO.
           SET AVI-PENDIENTE   TO TRUE.

           WRITE AVISO-REG INVALID KEY DISPLAY "Error en avisos.ubd".

           CLOSE F-AVISOS.

       ESCRIBIR-AVISO-EXIT.
           EXIT.
