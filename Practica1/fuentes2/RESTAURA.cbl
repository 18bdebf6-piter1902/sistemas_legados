           RECORD KEY IS TRM-CLAVE
           FILE STATUS IS FS-TERMI.

           SELECT F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-CLAVE
           FILE STATUS IS FS-EMBAR.

           SELECT F-TRABAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRB-RET-NUM
           FILE STATUS IS FS-TRABA.

           SELECT F-HEREDEROS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HER-CLAVE
           FILE STATUS IS FS-HERED.

           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FS-CUMPL.

           SELECT F-DIVISAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DIV-CLAVE
           FILE STATUS IS FS-DIVIS.

           SELECT F-PEDIDOSDIV ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PDV-NUM
           FILE STATUS IS FS-PEDDV.

           SELECT F-CAJAVENT ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CVE-CLAVE
           FILE STATUS IS FS-CAJVE.

           SELECT F-TURNOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TUR-CLAVE
           FILE STATUS IS FS-TURNO.

           SELECT F-TALONARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TAL-SERIE-HASTA
           FILE STATUS IS FS-TALON.

           SELECT F-CHQLIBRADOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CHL-NUMERO-CHEQUE
           FILE STATUS IS FS-CHQLB.

           SELECT F-ACREEDORES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ACR-CODIGO
           FILE STATUS IS FS-ACREED.

           SELECT F-REMESASADE ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RMA-NUM
           FILE STATUS IS FS-REMADE.

           SELECT F-ADEUDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ADE-CLAVE
           FILE STATUS IS FS-ADEUDO.

           SELECT F-CREDITOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CRD-TARJETA
           FILE STATUS IS FS-CREDIT.

           SELECT F-MOVCREDITO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MCR-CLAVE
           FILE STATUS IS FS-MOVCRE.

           SELECT F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFE-TARJETA
           FILE STATUS IS FS-OFERTA.

           SELECT F-RECEPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RCP-NUM
           FILE STATUS IS FS-RECEPC.

           SELECT F-SUSPENSOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SPS-NUM
           FILE STATUS IS FS-SUSPE.

           SELECT F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-ID
           FILE STATUS IS FS-ABONO.

           SELECT F-BARRIDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BAR-CLAVE
           FILE STATUS IS FS-BARRI.

           SELECT F-SALDOSGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-CUENTA
           FILE STATUS IS FS-SALGL.

           SELECT F-BOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BOV-CLAVE
           FILE STATUS IS FS-BOVED.

           SELECT F-MOVBOVEDA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BMV-CLAVE
           FILE STATUS IS FS-MOVBO.

           SELECT F-RETIRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RTD-ITB-NUM
           FILE STATUS IS FS-RETIR.

           SELECT F-CIERRES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CIE-CTA-ID
           FILE STATUS IS FS-CIERR.

           SELECT F-REVISIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RVP-CLAVE
           FILE STATUS IS FS-REVIS.

           SELECT F-VIGILANCIA ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VIG-NUM
           FILE STATUS IS FS-VIGIL.

           SELECT F-VIGVERSION ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS VVR-CLAVE
           FILE STATUS IS FS-VIGVE.

           SELECT F-DIARIOVER ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DVF-CLAVE
           FILE STATUS IS FS-DIAVE.

           SELECT F-RESPALDO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSR.
           VALUE OF FILE-ID IS "terminal.ubd".
           COPY TERMINAL.

       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
           COPY EMBARGO.

       FD F-TRABAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embtrabas.ubd".
           COPY TRABA.

       FD F-HEREDEROS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "herederos.ubd".
           COPY HEREDERO.

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       FD F-DIVISAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "divisas.ubd".
           COPY DIVISA.

       FD F-PEDIDOSDIV
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pedidosdiv.ubd".
           COPY PEDIDODIV.

       FD F-CAJAVENT
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajaventanilla.ubd".
           COPY CAJAVENT.

       FD F-TURNOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "turnos.ubd".
           COPY TURNO.

       FD F-TALONARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "talonarios.ubd".
           COPY TALONARIO.

       FD F-CHQLIBRADOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "chqlibrados.ubd".
           COPY CHQLIBRADO.

       FD F-ACREEDORES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "acreedores.ubd".
           COPY ACREEDOR.

       FD F-REMESASADE
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "remesasade.ubd".
           COPY REMESAADE.

       FD F-ADEUDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "adeudos.ubd".
           COPY ADEUDO.

       FD F-CREDITOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "creditos.ubd".
           COPY CREDITO.

       FD F-MOVCREDITO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movcredito.ubd".
           COPY MOVCREDITO.

       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertaspre.ubd".
           COPY OFERTAPRE.

       FD F-RECEPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "recepciones.ubd".
           COPY RECEPCION.

       FD F-SUSPENSOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suspensos.ubd".
           COPY SUSPENSO.

       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
           COPY ABONO.

       FD F-BARRIDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "barridos.ubd".
           COPY REGLABAR.

       FD F-SALDOSGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosgl.ubd".
           COPY SALDOGL.

       FD F-BOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "boveda.ubd".
           COPY BOVEDA.

       FD F-MOVBOVEDA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movboveda.ubd".
           COPY MOVBOVEDA.

       FD F-RETIRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retiradas.ubd".
           COPY RETIRADA.

       FD F-CIERRES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cierres.ubd".
           COPY CIERRE.

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
           02 RVP-RIESGO              PIC   9(1).
           02 RVP-DOC-CADUCIDAD       PIC   9(8).
           02 RVP-PROX-REVISION       PIC   9(8).
           02 RVP-RESTRINGIDA         PIC   9(1).

       FD F-VIGILANCIA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigilancia.ubd".
           COPY VIGILANCIA.

       FD F-VIGVERSION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "vigversion.ubd".
       01 VERSION-REG.
           02 VVR-CLAVE               PIC   9(1).
           02 VVR-VERSION             PIC   9(8).
           02 VVR-FECHA-CARGA         PIC   9(8).
           02 VVR-ENTRADAS            PIC   9(7).
           02 VVR-RECRIBADA           PIC   9(8).

       FD F-DIARIOVER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "diarioverif.ubd".
       01 DIARIOVER-REG.
           02 DVF-CLAVE              PIC   9(1).
           02 DVF-APUNTES            PIC   9(9).
           02 DVF-ULTIMO-SEQ         PIC   9(9).
           02 DVF-ULTIMO-ENLACE      PIC   9(9).
           02 DVF-ULTIMA-FECHA       PIC   9(8).
           02 DVF-ULTIMA-HORA        PIC   9(6).
           02 DVF-ULTIMO-TERMINAL    PIC   9(4).
           02 DVF-FECHA-VERIF        PIC   9(8).

       FD F-RESPALDO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-RESPALDO.
       77 FS-CALEN               PIC   X(2).
       77 FS-MENSA               PIC   X(2).
       77 FS-TERMI               PIC   X(2).
       77 FS-EMBAR               PIC   X(2).
       77 FS-TRABA               PIC   X(2).
       77 FS-HERED               PIC   X(2).
       77 FS-CUMPL               PIC   X(2).
       77 FS-DIVIS               PIC   X(2).
       77 FS-PEDDV               PIC   X(2).
       77 FS-CAJVE               PIC   X(2).
       77 FS-TURNO               PIC   X(2).
       77 FS-TALON               PIC   X(2).
       77 FS-CHQLB               PIC   X(2).
       77 FS-ACREED              PIC   X(2).
       77 FS-REMADE              PIC   X(2).
       77 FS-ADEUDO              PIC   X(2).
       77 FS-CREDIT              PIC   X(2).
       77 FS-MOVCRE              PIC   X(2).
       77 FS-OFERTA              PIC   X(2).
       77 FS-RECEPC              PIC   X(2).
       77 FS-SUSPE               PIC   X(2).
       77 FS-ABONO               PIC   X(2).
       77 FS-BARRI               PIC   X(2).
       77 FS-SALGL               PIC   X(2).
       77 FS-BOVED               PIC   X(2).
       77 FS-MOVBO               PIC   X(2).
       77 FS-RETIR               PIC   X(2).
       77 FS-CIERR               PIC   X(2).
       77 FS-REVIS               PIC   X(2).
       77 FS-VIGIL               PIC   X(2).
       77 FS-VIGVE               PIC   X(2).
       77 FS-DIAVE               PIC   X(2).
       77 FSR                    PIC   X(2).
       77 FSK                    PIC   X(2).

       77 CTRL-REGISTROS             PIC   9(9).
       77 CTRL-TOTAL-CENT            PIC  S9(13).

           *> Las filas de cumplimiento y de la cola de doble firma
           *> no caben en una linea del volcado: van partidas en dos
           *> lineas consecutivas.
       01 RESPALDO-DOBLE.
           05 RESPALDO-MITAD-1       PIC X(200).
           05 RESPALDO-MITAD-2       PIC X(200).

       77 CONTRASTE-SW               PIC   9(1).
           88 CONTRASTE-OK           VALUE 1.
       77 CONTADOR-FALLOS            PIC   9(2) VALUE 0.
           PERFORM RESTAURAR-TERMINAL
               THRU RESTAURAR-TERMINAL-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "embargos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-EMBARGOS
               THRU RESTAURAR-EMBARGOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "embtrabas" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-EMBTRABAS
               THRU RESTAURAR-EMBTRABAS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "herederos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-HEREDEROS
               THRU RESTAURAR-HEREDEROS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "cumplimiento" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-CUMPLIMIENTO
               THRU RESTAURAR-CUMPLIMIENTO-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "divisas" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-DIVISAS
               THRU RESTAURAR-DIVISAS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "pedidosdiv" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-PEDIDOSDIV
               THRU RESTAURAR-PEDIDOSDIV-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "cajaventanilla" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-CAJAVENT
               THRU RESTAURAR-CAJAVENT-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "turnos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-TURNOS
               THRU RESTAURAR-TURNOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "talonarios" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-TALONARIOS
               THRU RESTAURAR-TALONARIOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "chqlibrados" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-CHQLIBRADOS
               THRU RESTAURAR-CHQLIBRADOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "acreedores" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-ACREEDORES
               THRU RESTAURAR-ACREEDORES-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "remesasade" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-REMESASADE
               THRU RESTAURAR-REMESASADE-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "adeudos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-ADEUDOS
               THRU RESTAURAR-ADEUDOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "creditos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-CREDITOS
               THRU RESTAURAR-CREDITOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "movcredito" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-MOVCREDITO
               THRU RESTAURAR-MOVCREDITO-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "ofertaspre" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-OFERTASPRE
               THRU RESTAURAR-OFERTASPRE-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "recepciones" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-RECEPCIONES
               THRU RESTAURAR-RECEPCIONES-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "suspensos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-SUSPENSOS
               THRU RESTAURAR-SUSPENSOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "abonos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-ABONOS
               THRU RESTAURAR-ABONOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "barridos" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-BARRIDOS
               THRU RESTAURAR-BARRIDOS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "saldosgl" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-SALDOSGL
               THRU RESTAURAR-SALDOSGL-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "boveda" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-BOVEDA
               THRU RESTAURAR-BOVEDA-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "movboveda" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-MOVBOVEDA
               THRU RESTAURAR-MOVBOVEDA-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "retiradas" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-RETIRADAS
               THRU RESTAURAR-RETIRADAS-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "cierres" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-CIERRES
               THRU RESTAURAR-CIERRES-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "revisiones" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-REVISIONES
               THRU RESTAURAR-REVISIONES-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "vigilancia" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-VIGILANCIA
               THRU RESTAURAR-VIGILANCIA-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "vigversion" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-VIGVERSION
               THRU RESTAURAR-VIGVERSION-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.
           MOVE "diarioverif" TO NOMBRE-FICHERO.
           PERFORM RESTAURAR-DIARIOVERIF
               THRU RESTAURAR-DIARIOVERIF-EXIT.
           PERFORM 8000-CONTRASTAR THRU 8000-CONTRASTAR-EXIT.

           DISPLAY " ".
           IF CONTADOR-FALLOS = 0

       RESTAURAR-TRFPENDIENTES-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-TRFPENDIENTES-CIERRE.
           MOVE RESPALDO-REG TO RESPALDO-MITAD-1.
           READ F-RESPALDO AT END GO TO RESTAURAR-TRFPENDIENTES-CIERRE.
           MOVE RESPALDO-REG TO RESPALDO-MITAD-2.

           MOVE RESPALDO-DOBLE TO TRFPEND-REG.
           WRITE TRFPEND-REG INVALID KEY
               DISPLAY "Clave duplicada en trfpendientes: " TRF-NUM.


       RESTAURAR-TERMINAL-EXIT.
           EXIT.

       RESTAURAR-EMBARGOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-EMBARGOS-EXIT.

           OPEN OUTPUT F-EMBARGOS.
           IF FS-EMBAR <> 00
               DISPLAY "Error reconstruyendo embargos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-EMBARGOS-EXIT.

       RESTAURAR-EMBARGOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-EMBARGOS-CIERRE.

           MOVE RESPALDO-REG TO EMBARGO-REG.
           WRITE EMBARGO-REG INVALID KEY
               DISPLAY "Clave duplicada en embargos: " EMB-NUM-ORDEN.

           ADD 1 TO CTRL-REGISTROS.
           ADD EMB-IMPORTE-CENT TO CTRL-TOTAL-CENT.

           GO TO RESTAURAR-EMBARGOS-BUCLE.

       RESTAURAR-EMBARGOS-CIERRE.
           CLOSE F-EMBARGOS.
           CLOSE F-RESPALDO.

       RESTAURAR-EMBARGOS-EXIT.
           EXIT.

       RESTAURAR-EMBTRABAS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-EMBTRABAS-EXIT.

           OPEN OUTPUT F-TRABAS.
           IF FS-TRABA <> 00
               DISPLAY "Error reconstruyendo embtrabas.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-EMBTRABAS-EXIT.

       RESTAURAR-EMBTRABAS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-EMBTRABAS-CIERRE.

           MOVE RESPALDO-REG TO TRABA-REG.
           WRITE TRABA-REG INVALID KEY
               DISPLAY "Clave duplicada en embtrabas: " TRB-RET-NUM.

           ADD 1 TO CTRL-REGISTROS.
           ADD TRB-IMPORTE-CENT TO CTRL-TOTAL-CENT.

           GO TO RESTAURAR-EMBTRABAS-BUCLE.

       RESTAURAR-EMBTRABAS-CIERRE.
           CLOSE F-TRABAS.
           CLOSE F-RESPALDO.

       RESTAURAR-EMBTRABAS-EXIT.
           EXIT.

       RESTAURAR-HEREDEROS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-HEREDEROS-EXIT.

           OPEN OUTPUT F-HEREDEROS.
           IF FS-HERED <> 00
               DISPLAY "Error reconstruyendo herederos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-HEREDEROS-EXIT.

       RESTAURAR-HEREDEROS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-HEREDEROS-CIERRE.

           MOVE RESPALDO-REG TO HEREDERO-REG.
           WRITE HEREDERO-REG INVALID KEY
               DISPLAY "Clave duplicada en herederos: " HER-CLAVE.

           ADD 1 TO CTRL-REGISTROS.
           ADD HER-PAGADO-CENT TO CTRL-TOTAL-CENT.

           GO TO RESTAURAR-HEREDEROS-BUCLE.

       RESTAURAR-HEREDEROS-CIERRE.
           CLOSE F-HEREDEROS.
           CLOSE F-RESPALDO.

       RESTAURAR-HEREDEROS-EXIT.
           EXIT.

       RESTAURAR-CUMPLIMIENTO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-CUMPLIMIENTO-EXIT.

           OPEN OUTPUT F-CUMPLIMIENTO.
           IF FS-CUMPL <> 00
               DISPLAY "Error reconstruyendo cumplimiento.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-CUMPLIMIENTO-EXIT.

       RESTAURAR-CUMPLIMIENTO-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-CUMPLIMIENTO-CIERRE.
           MOVE RESPALDO-REG TO RESPALDO-MITAD-1.
           READ F-RESPALDO AT END GO TO RESTAURAR-CUMPLIMIENTO-CIERRE.
           MOVE RESPALDO-REG TO RESPALDO-MITAD-2.

           MOVE RESPALDO-DOBLE TO CUMPLIMIENTO-REG.
           WRITE CUMPLIMIENTO-REG INVALID KEY
               DISPLAY "Clave duplicada en cumplimiento: " CMP-NUM.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + (CMP-IMPORTE-ENT * 100) + CMP-IMPORTE-DEC.

           GO TO RESTAURAR-CUMPLIMIENTO-BUCLE.

       RESTAURAR-CUMPLIMIENTO-CIERRE.
           CLOSE F-CUMPLIMIENTO.
           CLOSE F-RESPALDO.

       RESTAURAR-CUMPLIMIENTO-EXIT.
           EXIT.

       RESTAURAR-DIVISAS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-DIVISAS-EXIT.

           OPEN OUTPUT F-DIVISAS.
           IF FS-DIVIS <> 00
               DISPLAY "Error reconstruyendo divisas.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-DIVISAS-EXIT.

       RESTAURAR-DIVISAS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-DIVISAS-CIERRE.

           MOVE RESPALDO-REG TO DIVISA-REG.
           WRITE DIVISA-REG INVALID KEY
               DISPLAY "Clave duplicada en divisas: " DIV-MONEDA.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-DIVISAS-BUCLE.

       RESTAURAR-DIVISAS-CIERRE.
           CLOSE F-DIVISAS.
           CLOSE F-RESPALDO.

       RESTAURAR-DIVISAS-EXIT.
           EXIT.

       RESTAURAR-PEDIDOSDIV.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-PEDIDOSDIV-EXIT.

           OPEN OUTPUT F-PEDIDOSDIV.
           IF FS-PEDDV <> 00
               DISPLAY "Error reconstruyendo pedidosdiv.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-PEDIDOSDIV-EXIT.

       RESTAURAR-PEDIDOSDIV-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-PEDIDOSDIV-CIERRE.

           MOVE RESPALDO-REG TO PEDIDODIV-REG.
           WRITE PEDIDODIV-REG INVALID KEY
               DISPLAY "Clave duplicada en pedidosdiv: " PDV-NUM.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + PDV-CARGO-CENT.

           GO TO RESTAURAR-PEDIDOSDIV-BUCLE.

       RESTAURAR-PEDIDOSDIV-CIERRE.
           CLOSE F-PEDIDOSDIV.
           CLOSE F-RESPALDO.

       RESTAURAR-PEDIDOSDIV-EXIT.
           EXIT.

       RESTAURAR-CAJAVENT.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-CAJAVENT-EXIT.

           OPEN OUTPUT F-CAJAVENT.
           IF FS-CAJVE <> 00
               DISPLAY "Error reconstruyendo cajaventanilla.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-CAJAVENT-EXIT.

       RESTAURAR-CAJAVENT-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-CAJAVENT-CIERRE.

           MOVE RESPALDO-REG TO CAJAVENT-REG.
           WRITE CAJAVENT-REG INVALID KEY
               DISPLAY "Clave duplicada en cajaventanilla: "
                   CVE-OPERADOR.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-CAJAVENT-BUCLE.

       RESTAURAR-CAJAVENT-CIERRE.
           CLOSE F-CAJAVENT.
           CLOSE F-RESPALDO.

       RESTAURAR-CAJAVENT-EXIT.
           EXIT.

       RESTAURAR-TURNOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-TURNOS-EXIT.

           OPEN OUTPUT F-TURNOS.
           IF FS-TURNO <> 00
               DISPLAY "Error reconstruyendo turnos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-TURNOS-EXIT.

       RESTAURAR-TURNOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-TURNOS-CIERRE.

           MOVE RESPALDO-REG TO TURNO-REG.
           WRITE TURNO-REG INVALID KEY
               DISPLAY "Clave duplicada en turnos: " TUR-OPERADOR.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + TUR-DIFERENCIA-CENT.

           GO TO RESTAURAR-TURNOS-BUCLE.

       RESTAURAR-TURNOS-CIERRE.
           CLOSE F-TURNOS.
           CLOSE F-RESPALDO.

       RESTAURAR-TURNOS-EXIT.
           EXIT.

       RESTAURAR-TALONARIOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-TALONARIOS-EXIT.

           OPEN OUTPUT F-TALONARIOS.
           IF FS-TALON <> 00
               DISPLAY "Error reconstruyendo talonarios.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-TALONARIOS-EXIT.

       RESTAURAR-TALONARIOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-TALONARIOS-CIERRE.

           MOVE RESPALDO-REG TO TALONARIO-REG.
           WRITE TALONARIO-REG INVALID KEY
               DISPLAY "Clave duplicada en talonarios: "
                   TAL-SERIE-HASTA.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-TALONARIOS-BUCLE.

       RESTAURAR-TALONARIOS-CIERRE.
           CLOSE F-TALONARIOS.
           CLOSE F-RESPALDO.

       RESTAURAR-TALONARIOS-EXIT.
           EXIT.

       RESTAURAR-CHQLIBRADOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-CHQLIBRADOS-EXIT.

           OPEN OUTPUT F-CHQLIBRADOS.
           IF FS-CHQLB <> 00
               DISPLAY "Error reconstruyendo chqlibrados.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-CHQLIBRADOS-EXIT.

       RESTAURAR-CHQLIBRADOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-CHQLIBRADOS-CIERRE.

           MOVE RESPALDO-REG TO CHQLIBRADO-REG.
           WRITE CHQLIBRADO-REG INVALID KEY
               DISPLAY "Clave duplicada en chqlibrados: "
                   CHL-NUMERO-CHEQUE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-CHQLIBRADOS-BUCLE.

       RESTAURAR-CHQLIBRADOS-CIERRE.
           CLOSE F-CHQLIBRADOS.
           CLOSE F-RESPALDO.

       RESTAURAR-CHQLIBRADOS-EXIT.
           EXIT.

       RESTAURAR-ACREEDORES.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-ACREEDORES-EXIT.

           OPEN OUTPUT F-ACREEDORES.
           IF FS-ACREED <> 00
               DISPLAY "Error reconstruyendo acreedores.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-ACREEDORES-EXIT.

       RESTAURAR-ACREEDORES-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-ACREEDORES-CIERRE.

           MOVE RESPALDO-REG TO ACREEDOR-REG.
           WRITE ACREEDOR-REG INVALID KEY
               DISPLAY "Clave duplicada en acreedores: " ACR-CODIGO.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-ACREEDORES-BUCLE.

       RESTAURAR-ACREEDORES-CIERRE.
           CLOSE F-ACREEDORES.
           CLOSE F-RESPALDO.

       RESTAURAR-ACREEDORES-EXIT.
           EXIT.

       RESTAURAR-REMESASADE.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-REMESASADE-EXIT.

           OPEN OUTPUT F-REMESASADE.
           IF FS-REMADE <> 00
               DISPLAY "Error reconstruyendo remesasade.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-REMESASADE-EXIT.

       RESTAURAR-REMESASADE-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-REMESASADE-CIERRE.

           MOVE RESPALDO-REG TO REMESAADE-REG.
           WRITE REMESAADE-REG INVALID KEY
               DISPLAY "Clave duplicada en remesasade: " RMA-NUM.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-REMESASADE-BUCLE.

       RESTAURAR-REMESASADE-CIERRE.
           CLOSE F-REMESASADE.
           CLOSE F-RESPALDO.

       RESTAURAR-REMESASADE-EXIT.
           EXIT.

       RESTAURAR-ADEUDOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-ADEUDOS-EXIT.

           OPEN OUTPUT F-ADEUDOS.
           IF FS-ADEUDO <> 00
               DISPLAY "Error reconstruyendo adeudos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-ADEUDOS-EXIT.

       RESTAURAR-ADEUDOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-ADEUDOS-CIERRE.

           MOVE RESPALDO-REG TO ADEUDO-REG.
           WRITE ADEUDO-REG INVALID KEY
               DISPLAY "Clave duplicada en adeudos: " ADE-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-ADEUDOS-BUCLE.

       RESTAURAR-ADEUDOS-CIERRE.
           CLOSE F-ADEUDOS.
           CLOSE F-RESPALDO.

       RESTAURAR-ADEUDOS-EXIT.
           EXIT.

       RESTAURAR-CREDITOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-CREDITOS-EXIT.

           OPEN OUTPUT F-CREDITOS.
           IF FS-CREDIT <> 00
               DISPLAY "Error reconstruyendo creditos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-CREDITOS-EXIT.

       RESTAURAR-CREDITOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-CREDITOS-CIERRE.

           MOVE RESPALDO-REG TO CREDITO-REG.
           WRITE CREDITO-REG INVALID KEY
               DISPLAY "Clave duplicada en creditos: " CRD-TARJETA.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-CREDITOS-BUCLE.

       RESTAURAR-CREDITOS-CIERRE.
           CLOSE F-CREDITOS.
           CLOSE F-RESPALDO.

       RESTAURAR-CREDITOS-EXIT.
           EXIT.

       RESTAURAR-MOVCREDITO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-MOVCREDITO-EXIT.

           OPEN OUTPUT F-MOVCREDITO.
           IF FS-MOVCRE <> 00
               DISPLAY "Error reconstruyendo movcredito.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-MOVCREDITO-EXIT.

       RESTAURAR-MOVCREDITO-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-MOVCREDITO-CIERRE.

           MOVE RESPALDO-REG TO MOVCREDITO-REG.
           WRITE MOVCREDITO-REG INVALID KEY
               DISPLAY "Clave duplicada en movcredito: " MCR-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-MOVCREDITO-BUCLE.

       RESTAURAR-MOVCREDITO-CIERRE.
           CLOSE F-MOVCREDITO.
           CLOSE F-RESPALDO.

       RESTAURAR-MOVCREDITO-EXIT.
           EXIT.

       RESTAURAR-OFERTASPRE.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-OFERTASPRE-EXIT.

           OPEN OUTPUT F-OFERTAS.
           IF FS-OFERTA <> 00
               DISPLAY "Error reconstruyendo ofertaspre.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-OFERTASPRE-EXIT.

       RESTAURAR-OFERTASPRE-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-OFERTASPRE-CIERRE.

           MOVE RESPALDO-REG TO OFERTAPRE-REG.
           WRITE OFERTAPRE-REG INVALID KEY
               DISPLAY "Clave duplicada en ofertaspre: " OFE-TARJETA.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-OFERTASPRE-BUCLE.

       RESTAURAR-OFERTASPRE-CIERRE.
           CLOSE F-OFERTAS.
           CLOSE F-RESPALDO.

       RESTAURAR-OFERTASPRE-EXIT.
           EXIT.

       RESTAURAR-RECEPCIONES.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-RECEPCIONES-EXIT.

           OPEN OUTPUT F-RECEPCIONES.
           IF FS-RECEPC <> 00
               DISPLAY "Error reconstruyendo recepciones.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-RECEPCIONES-EXIT.

       RESTAURAR-RECEPCIONES-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-RECEPCIONES-CIERRE.

           MOVE RESPALDO-REG TO RECEPCION-REG.
           WRITE RECEPCION-REG INVALID KEY
               DISPLAY "Clave duplicada en recepciones: " RCP-NUM.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-RECEPCIONES-BUCLE.

       RESTAURAR-RECEPCIONES-CIERRE.
           CLOSE F-RECEPCIONES.
           CLOSE F-RESPALDO.

       RESTAURAR-RECEPCIONES-EXIT.
           EXIT.

       RESTAURAR-SUSPENSOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-SUSPENSOS-EXIT.

           OPEN OUTPUT F-SUSPENSOS.
           IF FS-SUSPE <> 00
               DISPLAY "Error reconstruyendo suspensos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-SUSPENSOS-EXIT.

       RESTAURAR-SUSPENSOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-SUSPENSOS-CIERRE.

           MOVE RESPALDO-REG TO SUSPENSO-REG.
           WRITE SUSPENSO-REG INVALID KEY
               DISPLAY "Clave duplicada en suspensos: " SPS-NUM.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-SUSPENSOS-BUCLE.

       RESTAURAR-SUSPENSOS-CIERRE.
           CLOSE F-SUSPENSOS.
           CLOSE F-RESPALDO.

       RESTAURAR-SUSPENSOS-EXIT.
           EXIT.

       RESTAURAR-ABONOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-ABONOS-EXIT.

           OPEN OUTPUT F-ABONOS.
           IF FS-ABONO <> 00
               DISPLAY "Error reconstruyendo abonos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-ABONOS-EXIT.

       RESTAURAR-ABONOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-ABONOS-CIERRE.

           MOVE RESPALDO-REG TO ABONO-REG.
           WRITE ABONO-REG INVALID KEY
               DISPLAY "Clave duplicada en abonos: " ABO-ID.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-ABONOS-BUCLE.

       RESTAURAR-ABONOS-CIERRE.
           CLOSE F-ABONOS.
           CLOSE F-RESPALDO.

       RESTAURAR-ABONOS-EXIT.
           EXIT.

       RESTAURAR-BARRIDOS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-BARRIDOS-EXIT.

           OPEN OUTPUT F-BARRIDOS.
           IF FS-BARRI <> 00
               DISPLAY "Error reconstruyendo barridos.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-BARRIDOS-EXIT.

       RESTAURAR-BARRIDOS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-BARRIDOS-CIERRE.

           MOVE RESPALDO-REG TO REGLABAR-REG.
           WRITE REGLABAR-REG INVALID KEY
               DISPLAY "Clave duplicada en barridos: " BAR-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-BARRIDOS-BUCLE.

       RESTAURAR-BARRIDOS-CIERRE.
           CLOSE F-BARRIDOS.
           CLOSE F-RESPALDO.

       RESTAURAR-BARRIDOS-EXIT.
           EXIT.

       RESTAURAR-SALDOSGL.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-SALDOSGL-EXIT.

           OPEN OUTPUT F-SALDOSGL.
           IF FS-SALGL <> 00
               DISPLAY "Error reconstruyendo saldosgl.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-SALDOSGL-EXIT.

       RESTAURAR-SALDOSGL-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-SALDOSGL-CIERRE.

           MOVE RESPALDO-REG TO SALDOGL-REG.
           WRITE SALDOGL-REG INVALID KEY
               DISPLAY "Clave duplicada en saldosgl: " GLS-CUENTA.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-SALDOSGL-BUCLE.

       RESTAURAR-SALDOSGL-CIERRE.
           CLOSE F-SALDOSGL.
           CLOSE F-RESPALDO.

       RESTAURAR-SALDOSGL-EXIT.
           EXIT.

       RESTAURAR-BOVEDA.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-BOVEDA-EXIT.

           OPEN OUTPUT F-BOVEDA.
           IF FS-BOVED <> 00
               DISPLAY "Error reconstruyendo boveda.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-BOVEDA-EXIT.

       RESTAURAR-BOVEDA-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-BOVEDA-CIERRE.

           MOVE RESPALDO-REG TO BOVEDA-REG.
           WRITE BOVEDA-REG INVALID KEY
               DISPLAY "Clave duplicada en boveda: " BOV-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-BOVEDA-BUCLE.

       RESTAURAR-BOVEDA-CIERRE.
           CLOSE F-BOVEDA.
           CLOSE F-RESPALDO.

       RESTAURAR-BOVEDA-EXIT.
           EXIT.

       RESTAURAR-MOVBOVEDA.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-MOVBOVEDA-EXIT.

           OPEN OUTPUT F-MOVBOVEDA.
           IF FS-MOVBO <> 00
               DISPLAY "Error reconstruyendo movboveda.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-MOVBOVEDA-EXIT.

       RESTAURAR-MOVBOVEDA-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-MOVBOVEDA-CIERRE.

           MOVE RESPALDO-REG TO MOVBOVEDA-REG.
           WRITE MOVBOVEDA-REG INVALID KEY
               DISPLAY "Clave duplicada en movboveda: " BMV-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-MOVBOVEDA-BUCLE.

       RESTAURAR-MOVBOVEDA-CIERRE.
           CLOSE F-MOVBOVEDA.
           CLOSE F-RESPALDO.

       RESTAURAR-MOVBOVEDA-EXIT.
           EXIT.

       RESTAURAR-RETIRADAS.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-RETIRADAS-EXIT.

           OPEN OUTPUT F-RETIRADAS.
           IF FS-RETIR <> 00
               DISPLAY "Error reconstruyendo retiradas.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-RETIRADAS-EXIT.

       RESTAURAR-RETIRADAS-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-RETIRADAS-CIERRE.

           MOVE RESPALDO-REG TO RETIRADA-REG.
           WRITE RETIRADA-REG INVALID KEY
               DISPLAY "Clave duplicada en retiradas: " RTD-ITB-NUM.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-RETIRADAS-BUCLE.

       RESTAURAR-RETIRADAS-CIERRE.
           CLOSE F-RETIRADAS.
           CLOSE F-RESPALDO.

       RESTAURAR-RETIRADAS-EXIT.
           EXIT.

       RESTAURAR-CIERRES.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-CIERRES-EXIT.

           OPEN OUTPUT F-CIERRES.
           IF FS-CIERR <> 00
               DISPLAY "Error reconstruyendo cierres.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-CIERRES-EXIT.

       RESTAURAR-CIERRES-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-CIERRES-CIERRE.

           MOVE RESPALDO-REG TO CIERRE-REG.
           WRITE CIERRE-REG INVALID KEY
               DISPLAY "Clave duplicada en cierres: " CIE-CTA-ID.

           ADD 1 TO CTRL-REGISTROS.
           ADD CIE-SALDO-CENT TO CTRL-TOTAL-CENT.

           GO TO RESTAURAR-CIERRES-BUCLE.

       RESTAURAR-CIERRES-CIERRE.
           CLOSE F-CIERRES.
           CLOSE F-RESPALDO.

       RESTAURAR-CIERRES-EXIT.
           EXIT.

       RESTAURAR-REVISIONES.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-REVISIONES-EXIT.

           OPEN OUTPUT F-REVISIONES.
           IF FS-REVIS <> 00
               DISPLAY "Error reconstruyendo revisiones.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-REVISIONES-EXIT.

       RESTAURAR-REVISIONES-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-REVISIONES-CIERRE.

           MOVE RESPALDO-REG TO REVISION-REG.
           WRITE REVISION-REG INVALID KEY
               DISPLAY "Clave duplicada en revisiones: " RVP-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-REVISIONES-BUCLE.

       RESTAURAR-REVISIONES-CIERRE.
           CLOSE F-REVISIONES.
           CLOSE F-RESPALDO.

       RESTAURAR-REVISIONES-EXIT.
           EXIT.

       RESTAURAR-VIGILANCIA.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-VIGILANCIA-EXIT.

           OPEN OUTPUT F-VIGILANCIA.
           IF FS-VIGIL <> 00
               DISPLAY "Error reconstruyendo vigilancia.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-VIGILANCIA-EXIT.

       RESTAURAR-VIGILANCIA-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-VIGILANCIA-CIERRE.

           MOVE RESPALDO-REG TO VIGILANCIA-REG.
           WRITE VIGILANCIA-REG INVALID KEY
               DISPLAY "Clave duplicada en vigilancia: " VIG-NUM.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-VIGILANCIA-BUCLE.

       RESTAURAR-VIGILANCIA-CIERRE.
           CLOSE F-VIGILANCIA.
           CLOSE F-RESPALDO.

       RESTAURAR-VIGILANCIA-EXIT.
           EXIT.

       RESTAURAR-VIGVERSION.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-VIGVERSION-EXIT.

           OPEN OUTPUT F-VIGVERSION.
           IF FS-VIGVE <> 00
               DISPLAY "Error reconstruyendo vigversion.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-VIGVERSION-EXIT.

       RESTAURAR-VIGVERSION-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-VIGVERSION-CIERRE.

           MOVE RESPALDO-REG TO VERSION-REG.
           WRITE VERSION-REG INVALID KEY
               DISPLAY "Clave duplicada en vigversion: " VVR-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-VIGVERSION-BUCLE.

       RESTAURAR-VIGVERSION-CIERRE.
           CLOSE F-VIGVERSION.
           CLOSE F-RESPALDO.

       RESTAURAR-VIGVERSION-EXIT.
           EXIT.

       RESTAURAR-DIARIOVERIF.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.
           IF FSR <> 00
               DISPLAY "No se encuentra " NOMBRE-RESPALDO
               GO TO RESTAURAR-DIARIOVERIF-EXIT.

           OPEN OUTPUT F-DIARIOVER.
           IF FS-DIAVE <> 00
               DISPLAY "Error reconstruyendo diarioverif.ubd"
               CLOSE F-RESPALDO
               GO TO RESTAURAR-DIARIOVERIF-EXIT.

       RESTAURAR-DIARIOVERIF-BUCLE.
           READ F-RESPALDO AT END GO TO RESTAURAR-DIARIOVERIF-CIERRE.

           MOVE RESPALDO-REG TO DIARIOVER-REG.
           WRITE DIARIOVER-REG INVALID KEY
               DISPLAY "Clave duplicada en diarioverif: " DVF-CLAVE.

           ADD 1 TO CTRL-REGISTROS.

           GO TO RESTAURAR-DIARIOVERIF-BUCLE.

       RESTAURAR-DIARIOVERIF-CIERRE.
           CLOSE F-DIARIOVER.
           CLOSE F-RESPALDO.

       RESTAURAR-DIARIOVERIF-EXIT.
           EXIT.
