       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARGAVIG.

           *> Carga de la lista de vigilancia de sanciones: toma el
           *> fichero listavig.dat que entrega cumplimiento normativo
           *> (cabecera con la version, una linea por nombre o
           *> documento sancionado y cola con el recuento) y, si la
           *> version es posterior a la cargada, sustituye entera
           *> vigilancia.ubd. Un fichero con la cola descuadrada o
           *> sin cabecera no se carga. La version cargada queda en
           *> vigversion.ubd para que el recribado nocturno sepa que
           *> tiene que volver a pasar el maestro de clientes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-LISTA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSL.

           SELECT F-VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-NUM
           FILE STATUS IS FSV.

           SELECT F-VERSION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VVR-CLAVE
           FILE STATUS IS FSR.

       DATA DIVISION.
       FILE SECTION.
           *> Lista entregada por cumplimiento, en formato fijo.
       FD F-LISTA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "listavig.dat".
       01 LISTA-REG.
           02 LST-TIPO-REG            PIC   X(1).
           02 LST-RESTO               PIC  X(79).
       01 LISTA-CABECERA REDEFINES LISTA-REG.
           02 LSC-TIPO-REG            PIC   X(1).
           02 LSC-VERSION             PIC   9(8).
           02 LSC-FECHA               PIC   9(8).
           02 FILLER                  PIC  X(63).
       01 LISTA-DETALLE REDEFINES LISTA-REG.
           02 LSD-TIPO-REG            PIC   X(1).
           02 LSD-LISTA               PIC  X(10).
           02 LSD-DOCUMENTO           PIC  X(12).
           02 LSD-NOMBRE              PIC  X(35).
           02 FILLER                  PIC  X(22).
       01 LISTA-COLA REDEFINES LISTA-REG.
           02 LSO-TIPO-REG            PIC   X(1).
           02 LSO-ENTRADAS            PIC   9(7).
           02 FILLER                  PIC  X(72).

       FD F-VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
           COPY VIGILANCIA.

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

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FSV                       PIC   X(2).
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

       77 FICHERO-VALIDO-SW         PIC   9(1).
           88 FICHERO-VALIDO        VALUE 1.
       77 VERSION-NUEVA             PIC   9(8).
       77 VERSION-ANTERIOR          PIC   9(8).
       77 RECRIBADA-ANTERIOR        PIC   9(8).
       77 ENTRADAS-DECLARADAS       PIC   9(7).

       77 CONTADOR-DETALLES         PIC   9(7) VALUE 0.
       77 CONTADOR-CARGADAS         PIC   9(7) VALUE 0.
       77 CONTADOR-DESCARTADAS      PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-DETALLES.
           MOVE 0 TO CONTADOR-CARGADAS.
           MOVE 0 TO CONTADOR-DESCARTADAS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - CARGAVIG - carga de la lista de "
               "vigilancia".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           PERFORM 1000-VALIDAR-LISTA THRU 1000-VALIDAR-LISTA-EXIT.
           IF NOT FICHERO-VALIDO
               DISPLAY "La lista no se carga."
               GOBACK.

           PERFORM 2000-LEER-VERSION THRU 2000-LEER-VERSION-EXIT.
           IF VERSION-NUEVA NOT > VERSION-ANTERIOR
               DISPLAY "La version " VERSION-NUEVA
                   " no es posterior a la cargada ("
                   VERSION-ANTERIOR "); no se carga."
               GOBACK.

           PERFORM 3000-CARGAR-LISTA THRU 3000-CARGAR-LISTA-EXIT.
           IF NOT FICHERO-VALIDO
               DISPLAY "La lista no se ha podido cargar."
               GOBACK.

           PERFORM 4000-GRABAR-VERSION THRU 4000-GRABAR-VERSION-EXIT.

           DISPLAY " ".
           DISPLAY "Version cargada       : " VERSION-NUEVA.
           DISPLAY "Entradas de la lista  : " CONTADOR-DETALLES.
           DISPLAY "Entradas cargadas     : " CONTADOR-CARGADAS.
           DISPLAY "Entradas en blanco    : " CONTADOR-DESCARTADAS.

           GOBACK.

           *> Primera pasada: cabecera al principio, cola al final y
           *> recuento de la cola igual a las lineas de detalle.
       1000-VALIDAR-LISTA.
           MOVE 0 TO FICHERO-VALIDO-SW.
           MOVE 0 TO CONTADOR-DETALLES.
           MOVE 0 TO ENTRADAS-DECLARADAS.

           OPEN INPUT F-LISTA.
           IF FSL = 35
               DISPLAY "No hay listavig.dat que cargar."
               GO TO 1000-VALIDAR-LISTA-EXIT.
           IF FSL <> 00
               DISPLAY "Error abriendo listavig.dat"
               GO TO 1000-VALIDAR-LISTA-EXIT.

           READ F-LISTA NEXT RECORD
               AT END
                   DISPLAY "listavig.dat esta vacio"
                   GO TO 1900-FIN-VALIDAR
           END-READ.

           IF LST-TIPO-REG NOT = "H" OR LSC-VERSION = 0
               DISPLAY "listavig.dat sin cabecera de version"
               GO TO 1900-FIN-VALIDAR.

           MOVE LSC-VERSION TO VERSION-NUEVA.

       1100-LEER-LINEA.
           READ F-LISTA NEXT RECORD
               AT END
                   DISPLAY "listavig.dat sin registro de cola"
                   GO TO 1900-FIN-VALIDAR
           END-READ.

           IF LST-TIPO-REG = "D"
               ADD 1 TO CONTADOR-DETALLES
               GO TO 1100-LEER-LINEA.

           IF LST-TIPO-REG NOT = "T"
               DISPLAY "listavig.dat con registro de tipo "
                   LST-TIPO-REG " desconocido"
               GO TO 1900-FIN-VALIDAR.

           MOVE LSO-ENTRADAS TO ENTRADAS-DECLARADAS.
           IF ENTRADAS-DECLARADAS NOT = CONTADOR-DETALLES
               DISPLAY "Cola descuadrada: declara "
                   ENTRADAS-DECLARADAS " y trae " CONTADOR-DETALLES
               GO TO 1900-FIN-VALIDAR.

           READ F-LISTA NEXT RECORD
               AT END
                   MOVE 1 TO FICHERO-VALIDO-SW
                   GO TO 1900-FIN-VALIDAR
           END-READ.

           DISPLAY "listavig.dat con registros tras la cola".

       1900-FIN-VALIDAR.
           CLOSE F-LISTA.

       1000-VALIDAR-LISTA-EXIT.
           EXIT.

       2000-LEER-VERSION.
           MOVE 0 TO VERSION-ANTERIOR.
           MOVE 0 TO RECRIBADA-ANTERIOR.

           OPEN INPUT F-VERSION.
           IF FSR = 35
               CLOSE F-VERSION
               GO TO 2000-LEER-VERSION-EXIT.
           IF FSR <> 00
               DISPLAY "Error abriendo vigversion.ubd"
               MOVE 99999999 TO VERSION-ANTERIOR
               GO TO 2000-LEER-VERSION-EXIT.

           MOVE 1 TO VVR-CLAVE.
           READ F-VERSION
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE VVR-VERSION   TO VERSION-ANTERIOR
                   MOVE VVR-RECRIBADA TO RECRIBADA-ANTERIOR
           END-READ.

           CLOSE F-VERSION.

       2000-LEER-VERSION-EXIT.
           EXIT.

           *> Segunda pasada: la lista nueva sustituye entera a la
           *> anterior; las lineas sin nombre ni documento no sirven
           *> para cribar y se descartan.
       3000-CARGAR-LISTA.
           MOVE 0 TO FICHERO-VALIDO-SW.

           OPEN INPUT F-LISTA.
           IF FSL <> 00
               DISPLAY "Error abriendo listavig.dat"
               GO TO 3000-CARGAR-LISTA-EXIT.

           OPEN OUTPUT F-VIGILANCIA.
           IF FSV <> 00
               DISPLAY "Error abriendo vigilancia.ubd"
               CLOSE F-LISTA
               GO TO 3000-CARGAR-LISTA-EXIT.

       3100-LEER-DETALLE.
           READ F-LISTA NEXT RECORD AT END GO TO 3900-FIN-CARGA.

           IF LST-TIPO-REG NOT = "D"
               GO TO 3100-LEER-DETALLE.

           IF LSD-NOMBRE = SPACES AND LSD-DOCUMENTO = SPACES
               ADD 1 TO CONTADOR-DESCARTADAS
               GO TO 3100-LEER-DETALLE.

           ADD 1 TO CONTADOR-CARGADAS.

           MOVE CONTADOR-CARGADAS TO VIG-NUM.
           MOVE LSD-LISTA         TO VIG-LISTA.
           MOVE LSD-DOCUMENTO     TO VIG-DOCUMENTO.
           MOVE LSD-NOMBRE        TO VIG-NOMBRE.
           MOVE VERSION-NUEVA     TO VIG-VERSION.

           WRITE VIGILANCIA-REG INVALID KEY
               DISPLAY "Error escribiendo vigilancia.ubd".

           GO TO 3100-LEER-DETALLE.

       3900-FIN-CARGA.
           CLOSE F-LISTA.
           CLOSE F-VIGILANCIA.
           MOVE 1 TO FICHERO-VALIDO-SW.

       3000-CARGAR-LISTA-EXIT.
           EXIT.

           *> La version recribada no se toca: al quedar por detras
           *> de la cargada, el lote nocturno recriba a los clientes.
       4000-GRABAR-VERSION.
           OPEN I-O F-VERSION.
           IF FSR = 35
               OPEN OUTPUT F-VERSION
               CLOSE F-VERSION
               OPEN I-O F-VERSION
           END-IF.
           IF FSR <> 00
               DISPLAY "Error abriendo vigversion.ubd"
               GO TO 4000-GRABAR-VERSION-EXIT.

           MOVE 1 TO VVR-CLAVE.
           MOVE VERSION-NUEVA TO VVR-VERSION.
           COMPUTE VVR-FECHA-CARGA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CONTADOR-CARGADAS TO VVR-ENTRADAS.
           MOVE RECRIBADA-ANTERIOR TO VVR-RECRIBADA.

           WRITE VERSION-REG INVALID KEY
               REWRITE VERSION-REG INVALID KEY
                   DISPLAY "Error escribiendo vigversion.ubd"
               END-REWRITE
           END-WRITE.

           CLOSE F-VERSION.

       4000-GRABAR-VERSION-EXIT.
           EXIT.
