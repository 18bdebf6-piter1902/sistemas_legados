           *> Copybook comun del registro de recepcion de ficheros de
           *> entrada (recepciones.ubd): una fila por fichero llegado,
           *> con los datos de su cabecera y pie y su huella (suma de
           *> control de todo su contenido), que permite rechazar un
           *> fichero ya recibido. La escribe RECEPFICH y la consulta
           *> RECEPCONS, que solo deja procesar un fichero aceptado y
           *> lo marca procesado al terminar.
       01 RECEPCION-REG.
           02 RCP-NUM                PIC   9(9).
           02 RCP-INTERFAZ           PIC  X(12).
           02 RCP-FICHERO            PIC  X(20).
           02 RCP-EMISOR             PIC   9(4).
           02 RCP-FECHA-FICHERO      PIC   9(8).
           02 RCP-REGISTROS          PIC   9(9).
           02 RCP-TOTAL-CENT         PIC  S9(13).
           02 RCP-HUELLA             PIC   9(9).
           02 RCP-REGISTROS-FISICOS  PIC   9(9).
           02 RCP-RECIBIDO-FECHA     PIC   9(8).
           02 RCP-RECIBIDO-HORA      PIC   9(6).
           02 RCP-ESTADO             PIC   9(1).
               88 RCP-RECIBIDO       VALUE 0.
               88 RCP-ACEPTADO       VALUE 1.
               88 RCP-RECHAZADO      VALUE 2.
               88 RCP-PROCESADO      VALUE 3.
           02 RCP-MOTIVO             PIC  X(30).
           02 RCP-PROCESADO-FECHA    PIC   9(8).
