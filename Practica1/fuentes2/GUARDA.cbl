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

           *> Volcado fechado del maestro en curso; los registros van
           *> en un area fija comun y sobra con rellenar de espacios.
           SELECT F-RESPALDO ASSIGN TO DISK
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

       77 CONTADOR-FICHEROS          PIC   9(2) VALUE 0.

       PROCEDURE DIVISION.
               THRU GUARDAR-MENSAJES-EXIT.
           PERFORM GUARDAR-TERMINAL
               THRU GUARDAR-TERMINAL-EXIT.
           PERFORM GUARDAR-EMBARGOS
               THRU GUARDAR-EMBARGOS-EXIT.
           PERFORM GUARDAR-EMBTRABAS
               THRU GUARDAR-EMBTRABAS-EXIT.
           PERFORM GUARDAR-HEREDEROS
               THRU GUARDAR-HEREDEROS-EXIT.
           PERFORM GUARDAR-CUMPLIMIENTO
               THRU GUARDAR-CUMPLIMIENTO-EXIT.
           PERFORM GUARDAR-DIVISAS
               THRU GUARDAR-DIVISAS-EXIT.
           PERFORM GUARDAR-PEDIDOSDIV
               THRU GUARDAR-PEDIDOSDIV-EXIT.
           PERFORM GUARDAR-CAJAVENT
               THRU GUARDAR-CAJAVENT-EXIT.
           PERFORM GUARDAR-TURNOS
               THRU GUARDAR-TURNOS-EXIT.
           PERFORM GUARDAR-TALONARIOS
               THRU GUARDAR-TALONARIOS-EXIT.
           PERFORM GUARDAR-CHQLIBRADOS
               THRU GUARDAR-CHQLIBRADOS-EXIT.
           PERFORM GUARDAR-ACREEDORES
               THRU GUARDAR-ACREEDORES-EXIT.
           PERFORM GUARDAR-REMESASADE
               THRU GUARDAR-REMESASADE-EXIT.
           PERFORM GUARDAR-ADEUDOS
               THRU GUARDAR-ADEUDOS-EXIT.
           PERFORM GUARDAR-CREDITOS
               THRU GUARDAR-CREDITOS-EXIT.
           PERFORM GUARDAR-MOVCREDITO
               THRU GUARDAR-MOVCREDITO-EXIT.
           PERFORM GUARDAR-OFERTASPRE
               THRU GUARDAR-OFERTASPRE-EXIT.
           PERFORM GUARDAR-RECEPCIONES
               THRU GUARDAR-RECEPCIONES-EXIT.
           PERFORM GUARDAR-SUSPENSOS
               THRU GUARDAR-SUSPENSOS-EXIT.
           PERFORM GUARDAR-ABONOS
               THRU GUARDAR-ABONOS-EXIT.
           PERFORM GUARDAR-BARRIDOS
               THRU GUARDAR-BARRIDOS-EXIT.
           PERFORM GUARDAR-SALDOSGL
               THRU GUARDAR-SALDOSGL-EXIT.
           PERFORM GUARDAR-BOVEDA
               THRU GUARDAR-BOVEDA-EXIT.
           PERFORM GUARDAR-MOVBOVEDA
               THRU GUARDAR-MOVBOVEDA-EXIT.
           PERFORM GUARDAR-RETIRADAS
               THRU GUARDAR-RETIRADAS-EXIT.
           PERFORM GUARDAR-CIERRES
               THRU GUARDAR-CIERRES-EXIT.
           PERFORM GUARDAR-REVISIONES
               THRU GUARDAR-REVISIONES-EXIT.
           PERFORM GUARDAR-VIGILANCIA
               THRU GUARDAR-VIGILANCIA-EXIT.
           PERFORM GUARDAR-VIGVERSION
               THRU GUARDAR-VIGVERSION-EXIT.
           PERFORM GUARDAR-DIARIOVERIF
               THRU GUARDAR-DIARIOVERIF-EXIT.

           CLOSE F-RESPCONTROL.

           READ F-TRFPEND NEXT RECORD
               AT END GO TO GUARDAR-TRFPENDIENTES-CIERRE.

           MOVE TRFPEND-REG TO RESPALDO-DOBLE.
           MOVE RESPALDO-MITAD-1 TO RESPALDO-REG.
           WRITE RESPALDO-REG.
           MOVE RESPALDO-MITAD-2 TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

       GUARDAR-TERMINAL-EXIT.
           EXIT.

       GUARDAR-EMBARGOS.
           MOVE "embargos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-EMBARGOS.
           IF FS-EMBAR = 35
               CLOSE F-EMBARGOS
               GO TO GUARDAR-EMBARGOS-CONTROL.
           IF FS-EMBAR <> 00
               DISPLAY "Error abriendo embargos.ubd"
               GO TO GUARDAR-EMBARGOS-CONTROL.

       GUARDAR-EMBARGOS-BUCLE.
           READ F-EMBARGOS NEXT RECORD
               AT END GO TO GUARDAR-EMBARGOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE EMBARGO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           ADD EMB-IMPORTE-CENT TO CTRL-TOTAL-CENT.

           GO TO GUARDAR-EMBARGOS-BUCLE.

       GUARDAR-EMBARGOS-CIERRE.
           CLOSE F-EMBARGOS.

       GUARDAR-EMBARGOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-EMBARGOS-EXIT.
           EXIT.

       GUARDAR-EMBTRABAS.
           MOVE "embtrabas" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-TRABAS.
           IF FS-TRABA = 35
               CLOSE F-TRABAS
               GO TO GUARDAR-EMBTRABAS-CONTROL.
           IF FS-TRABA <> 00
               DISPLAY "Error abriendo embtrabas.ubd"
               GO TO GUARDAR-EMBTRABAS-CONTROL.

       GUARDAR-EMBTRABAS-BUCLE.
           READ F-TRABAS NEXT RECORD
               AT END GO TO GUARDAR-EMBTRABAS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE TRABA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           ADD TRB-IMPORTE-CENT TO CTRL-TOTAL-CENT.

           GO TO GUARDAR-EMBTRABAS-BUCLE.

       GUARDAR-EMBTRABAS-CIERRE.
           CLOSE F-TRABAS.

       GUARDAR-EMBTRABAS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-EMBTRABAS-EXIT.
           EXIT.

       GUARDAR-HEREDEROS.
           MOVE "herederos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-HEREDEROS.
           IF FS-HERED = 35
               CLOSE F-HEREDEROS
               GO TO GUARDAR-HEREDEROS-CONTROL.
           IF FS-HERED <> 00
               DISPLAY "Error abriendo herederos.ubd"
               GO TO GUARDAR-HEREDEROS-CONTROL.

       GUARDAR-HEREDEROS-BUCLE.
           READ F-HEREDEROS NEXT RECORD
               AT END GO TO GUARDAR-HEREDEROS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE HEREDERO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           ADD HER-PAGADO-CENT TO CTRL-TOTAL-CENT.

           GO TO GUARDAR-HEREDEROS-BUCLE.

       GUARDAR-HEREDEROS-CIERRE.
           CLOSE F-HEREDEROS.

       GUARDAR-HEREDEROS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-HEREDEROS-EXIT.
           EXIT.

       GUARDAR-CUMPLIMIENTO.
           MOVE "cumplimiento" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-CUMPLIMIENTO.
           IF FS-CUMPL = 35
               CLOSE F-CUMPLIMIENTO
               GO TO GUARDAR-CUMPLIMIENTO-CONTROL.
           IF FS-CUMPL <> 00
               DISPLAY "Error abriendo cumplimiento.ubd"
               GO TO GUARDAR-CUMPLIMIENTO-CONTROL.

       GUARDAR-CUMPLIMIENTO-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO GUARDAR-CUMPLIMIENTO-CIERRE.

           MOVE CUMPLIMIENTO-REG TO RESPALDO-DOBLE.
           MOVE RESPALDO-MITAD-1 TO RESPALDO-REG.
           WRITE RESPALDO-REG.
           MOVE RESPALDO-MITAD-2 TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + (CMP-IMPORTE-ENT * 100) + CMP-IMPORTE-DEC.

           GO TO GUARDAR-CUMPLIMIENTO-BUCLE.

       GUARDAR-CUMPLIMIENTO-CIERRE.
           CLOSE F-CUMPLIMIENTO.

       GUARDAR-CUMPLIMIENTO-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-CUMPLIMIENTO-EXIT.
           EXIT.

       GUARDAR-DIVISAS.
           MOVE "divisas" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-DIVISAS.
           IF FS-DIVIS = 35
               CLOSE F-DIVISAS
               GO TO GUARDAR-DIVISAS-CONTROL.
           IF FS-DIVIS <> 00
               DISPLAY "Error abriendo divisas.ubd"
               GO TO GUARDAR-DIVISAS-CONTROL.

       GUARDAR-DIVISAS-BUCLE.
           READ F-DIVISAS NEXT RECORD
               AT END GO TO GUARDAR-DIVISAS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE DIVISA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-DIVISAS-BUCLE.

       GUARDAR-DIVISAS-CIERRE.
           CLOSE F-DIVISAS.

       GUARDAR-DIVISAS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-DIVISAS-EXIT.
           EXIT.

       GUARDAR-PEDIDOSDIV.
           MOVE "pedidosdiv" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-PEDIDOSDIV.
           IF FS-PEDDV = 35
               CLOSE F-PEDIDOSDIV
               GO TO GUARDAR-PEDIDOSDIV-CONTROL.
           IF FS-PEDDV <> 00
               DISPLAY "Error abriendo pedidosdiv.ubd"
               GO TO GUARDAR-PEDIDOSDIV-CONTROL.

       GUARDAR-PEDIDOSDIV-BUCLE.
           READ F-PEDIDOSDIV NEXT RECORD
               AT END GO TO GUARDAR-PEDIDOSDIV-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE PEDIDODIV-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + PDV-CARGO-CENT.

           GO TO GUARDAR-PEDIDOSDIV-BUCLE.

       GUARDAR-PEDIDOSDIV-CIERRE.
           CLOSE F-PEDIDOSDIV.

       GUARDAR-PEDIDOSDIV-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-PEDIDOSDIV-EXIT.
           EXIT.

       GUARDAR-CAJAVENT.
           MOVE "cajaventanilla" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-CAJAVENT.
           IF FS-CAJVE = 35
               CLOSE F-CAJAVENT
               GO TO GUARDAR-CAJAVENT-CONTROL.
           IF FS-CAJVE <> 00
               DISPLAY "Error abriendo cajaventanilla.ubd"
               GO TO GUARDAR-CAJAVENT-CONTROL.

       GUARDAR-CAJAVENT-BUCLE.
           READ F-CAJAVENT NEXT RECORD
               AT END GO TO GUARDAR-CAJAVENT-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE CAJAVENT-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-CAJAVENT-BUCLE.

       GUARDAR-CAJAVENT-CIERRE.
           CLOSE F-CAJAVENT.

       GUARDAR-CAJAVENT-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-CAJAVENT-EXIT.
           EXIT.

       GUARDAR-TURNOS.
           MOVE "turnos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-TURNOS.
           IF FS-TURNO = 35
               CLOSE F-TURNOS
               GO TO GUARDAR-TURNOS-CONTROL.
           IF FS-TURNO <> 00
               DISPLAY "Error abriendo turnos.ubd"
               GO TO GUARDAR-TURNOS-CONTROL.

       GUARDAR-TURNOS-BUCLE.
           READ F-TURNOS NEXT RECORD
               AT END GO TO GUARDAR-TURNOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE TURNO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           COMPUTE CTRL-TOTAL-CENT = CTRL-TOTAL-CENT
               + TUR-DIFERENCIA-CENT.

           GO TO GUARDAR-TURNOS-BUCLE.

       GUARDAR-TURNOS-CIERRE.
           CLOSE F-TURNOS.

       GUARDAR-TURNOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-TURNOS-EXIT.
           EXIT.

       GUARDAR-TALONARIOS.
           MOVE "talonarios" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-TALONARIOS.
           IF FS-TALON = 35
               CLOSE F-TALONARIOS
               GO TO GUARDAR-TALONARIOS-CONTROL.
           IF FS-TALON <> 00
               DISPLAY "Error abriendo talonarios.ubd"
               GO TO GUARDAR-TALONARIOS-CONTROL.

       GUARDAR-TALONARIOS-BUCLE.
           READ F-TALONARIOS NEXT RECORD
               AT END GO TO GUARDAR-TALONARIOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE TALONARIO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-TALONARIOS-BUCLE.

       GUARDAR-TALONARIOS-CIERRE.
           CLOSE F-TALONARIOS.

       GUARDAR-TALONARIOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-TALONARIOS-EXIT.
           EXIT.

       GUARDAR-CHQLIBRADOS.
           MOVE "chqlibrados" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-CHQLIBRADOS.
           IF FS-CHQLB = 35
               CLOSE F-CHQLIBRADOS
               GO TO GUARDAR-CHQLIBRADOS-CONTROL.
           IF FS-CHQLB <> 00
               DISPLAY "Error abriendo chqlibrados.ubd"
               GO TO GUARDAR-CHQLIBRADOS-CONTROL.

       GUARDAR-CHQLIBRADOS-BUCLE.
           READ F-CHQLIBRADOS NEXT RECORD
               AT END GO TO GUARDAR-CHQLIBRADOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE CHQLIBRADO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-CHQLIBRADOS-BUCLE.

       GUARDAR-CHQLIBRADOS-CIERRE.
           CLOSE F-CHQLIBRADOS.

       GUARDAR-CHQLIBRADOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-CHQLIBRADOS-EXIT.
           EXIT.

       GUARDAR-ACREEDORES.
           MOVE "acreedores" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-ACREEDORES.
           IF FS-ACREED = 35
               CLOSE F-ACREEDORES
               GO TO GUARDAR-ACREEDORES-CONTROL.
           IF FS-ACREED <> 00
               DISPLAY "Error abriendo acreedores.ubd"
               GO TO GUARDAR-ACREEDORES-CONTROL.

       GUARDAR-ACREEDORES-BUCLE.
           READ F-ACREEDORES NEXT RECORD
               AT END GO TO GUARDAR-ACREEDORES-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE ACREEDOR-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-ACREEDORES-BUCLE.

       GUARDAR-ACREEDORES-CIERRE.
           CLOSE F-ACREEDORES.

       GUARDAR-ACREEDORES-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-ACREEDORES-EXIT.
           EXIT.

       GUARDAR-REMESASADE.
           MOVE "remesasade" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-REMESASADE.
           IF FS-REMADE = 35
               CLOSE F-REMESASADE
               GO TO GUARDAR-REMESASADE-CONTROL.
           IF FS-REMADE <> 00
               DISPLAY "Error abriendo remesasade.ubd"
               GO TO GUARDAR-REMESASADE-CONTROL.

       GUARDAR-REMESASADE-BUCLE.
           READ F-REMESASADE NEXT RECORD
               AT END GO TO GUARDAR-REMESASADE-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE REMESAADE-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-REMESASADE-BUCLE.

       GUARDAR-REMESASADE-CIERRE.
           CLOSE F-REMESASADE.

       GUARDAR-REMESASADE-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-REMESASADE-EXIT.
           EXIT.

       GUARDAR-ADEUDOS.
           MOVE "adeudos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-ADEUDOS.
           IF FS-ADEUDO = 35
               CLOSE F-ADEUDOS
               GO TO GUARDAR-ADEUDOS-CONTROL.
           IF FS-ADEUDO <> 00
               DISPLAY "Error abriendo adeudos.ubd"
               GO TO GUARDAR-ADEUDOS-CONTROL.

       GUARDAR-ADEUDOS-BUCLE.
           READ F-ADEUDOS NEXT RECORD
               AT END GO TO GUARDAR-ADEUDOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE ADEUDO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-ADEUDOS-BUCLE.

       GUARDAR-ADEUDOS-CIERRE.
           CLOSE F-ADEUDOS.

       GUARDAR-ADEUDOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-ADEUDOS-EXIT.
           EXIT.

       GUARDAR-CREDITOS.
           MOVE "creditos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-CREDITOS.
           IF FS-CREDIT = 35
               CLOSE F-CREDITOS
               GO TO GUARDAR-CREDITOS-CONTROL.
           IF FS-CREDIT <> 00
               DISPLAY "Error abriendo creditos.ubd"
               GO TO GUARDAR-CREDITOS-CONTROL.

       GUARDAR-CREDITOS-BUCLE.
           READ F-CREDITOS NEXT RECORD
               AT END GO TO GUARDAR-CREDITOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE CREDITO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-CREDITOS-BUCLE.

       GUARDAR-CREDITOS-CIERRE.
           CLOSE F-CREDITOS.

       GUARDAR-CREDITOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-CREDITOS-EXIT.
           EXIT.

       GUARDAR-MOVCREDITO.
           MOVE "movcredito" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-MOVCREDITO.
           IF FS-MOVCRE = 35
               CLOSE F-MOVCREDITO
               GO TO GUARDAR-MOVCREDITO-CONTROL.
           IF FS-MOVCRE <> 00
               DISPLAY "Error abriendo movcredito.ubd"
               GO TO GUARDAR-MOVCREDITO-CONTROL.

       GUARDAR-MOVCREDITO-BUCLE.
           READ F-MOVCREDITO NEXT RECORD
               AT END GO TO GUARDAR-MOVCREDITO-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE MOVCREDITO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-MOVCREDITO-BUCLE.

       GUARDAR-MOVCREDITO-CIERRE.
           CLOSE F-MOVCREDITO.

       GUARDAR-MOVCREDITO-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-MOVCREDITO-EXIT.
           EXIT.

       GUARDAR-OFERTASPRE.
           MOVE "ofertaspre" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-OFERTAS.
           IF FS-OFERTA = 35
               CLOSE F-OFERTAS
               GO TO GUARDAR-OFERTASPRE-CONTROL.
           IF FS-OFERTA <> 00
               DISPLAY "Error abriendo ofertaspre.ubd"
               GO TO GUARDAR-OFERTASPRE-CONTROL.

       GUARDAR-OFERTASPRE-BUCLE.
           READ F-OFERTAS NEXT RECORD
               AT END GO TO GUARDAR-OFERTASPRE-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE OFERTAPRE-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-OFERTASPRE-BUCLE.

       GUARDAR-OFERTASPRE-CIERRE.
           CLOSE F-OFERTAS.

       GUARDAR-OFERTASPRE-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-OFERTASPRE-EXIT.
           EXIT.

       GUARDAR-RECEPCIONES.
           MOVE "recepciones" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-RECEPCIONES.
           IF FS-RECEPC = 35
               CLOSE F-RECEPCIONES
               GO TO GUARDAR-RECEPCIONES-CONTROL.
           IF FS-RECEPC <> 00
               DISPLAY "Error abriendo recepciones.ubd"
               GO TO GUARDAR-RECEPCIONES-CONTROL.

       GUARDAR-RECEPCIONES-BUCLE.
           READ F-RECEPCIONES NEXT RECORD
               AT END GO TO GUARDAR-RECEPCIONES-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE RECEPCION-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-RECEPCIONES-BUCLE.

       GUARDAR-RECEPCIONES-CIERRE.
           CLOSE F-RECEPCIONES.

       GUARDAR-RECEPCIONES-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-RECEPCIONES-EXIT.
           EXIT.

       GUARDAR-SUSPENSOS.
           MOVE "suspensos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-SUSPENSOS.
           IF FS-SUSPE = 35
               CLOSE F-SUSPENSOS
               GO TO GUARDAR-SUSPENSOS-CONTROL.
           IF FS-SUSPE <> 00
               DISPLAY "Error abriendo suspensos.ubd"
               GO TO GUARDAR-SUSPENSOS-CONTROL.

       GUARDAR-SUSPENSOS-BUCLE.
           READ F-SUSPENSOS NEXT RECORD
               AT END GO TO GUARDAR-SUSPENSOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE SUSPENSO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-SUSPENSOS-BUCLE.

       GUARDAR-SUSPENSOS-CIERRE.
           CLOSE F-SUSPENSOS.

       GUARDAR-SUSPENSOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-SUSPENSOS-EXIT.
           EXIT.

       GUARDAR-ABONOS.
           MOVE "abonos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-ABONOS.
           IF FS-ABONO = 35
               CLOSE F-ABONOS
               GO TO GUARDAR-ABONOS-CONTROL.
           IF FS-ABONO <> 00
               DISPLAY "Error abriendo abonos.ubd"
               GO TO GUARDAR-ABONOS-CONTROL.

       GUARDAR-ABONOS-BUCLE.
           READ F-ABONOS NEXT RECORD
               AT END GO TO GUARDAR-ABONOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE ABONO-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-ABONOS-BUCLE.

       GUARDAR-ABONOS-CIERRE.
           CLOSE F-ABONOS.

       GUARDAR-ABONOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-ABONOS-EXIT.
           EXIT.

       GUARDAR-BARRIDOS.
           MOVE "barridos" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-BARRIDOS.
           IF FS-BARRI = 35
               CLOSE F-BARRIDOS
               GO TO GUARDAR-BARRIDOS-CONTROL.
           IF FS-BARRI <> 00
               DISPLAY "Error abriendo barridos.ubd"
               GO TO GUARDAR-BARRIDOS-CONTROL.

       GUARDAR-BARRIDOS-BUCLE.
           READ F-BARRIDOS NEXT RECORD
               AT END GO TO GUARDAR-BARRIDOS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE REGLABAR-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-BARRIDOS-BUCLE.

       GUARDAR-BARRIDOS-CIERRE.
           CLOSE F-BARRIDOS.

       GUARDAR-BARRIDOS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-BARRIDOS-EXIT.
           EXIT.

       GUARDAR-SALDOSGL.
           MOVE "saldosgl" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-SALDOSGL.
           IF FS-SALGL = 35
               CLOSE F-SALDOSGL
               GO TO GUARDAR-SALDOSGL-CONTROL.
           IF FS-SALGL <> 00
               DISPLAY "Error abriendo saldosgl.ubd"
               GO TO GUARDAR-SALDOSGL-CONTROL.

       GUARDAR-SALDOSGL-BUCLE.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO GUARDAR-SALDOSGL-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE SALDOGL-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-SALDOSGL-BUCLE.

       GUARDAR-SALDOSGL-CIERRE.
           CLOSE F-SALDOSGL.

       GUARDAR-SALDOSGL-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-SALDOSGL-EXIT.
           EXIT.

       GUARDAR-BOVEDA.
           MOVE "boveda" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-BOVEDA.
           IF FS-BOVED = 35
               CLOSE F-BOVEDA
               GO TO GUARDAR-BOVEDA-CONTROL.
           IF FS-BOVED <> 00
               DISPLAY "Error abriendo boveda.ubd"
               GO TO GUARDAR-BOVEDA-CONTROL.

       GUARDAR-BOVEDA-BUCLE.
           READ F-BOVEDA NEXT RECORD
               AT END GO TO GUARDAR-BOVEDA-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE BOVEDA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-BOVEDA-BUCLE.

       GUARDAR-BOVEDA-CIERRE.
           CLOSE F-BOVEDA.

       GUARDAR-BOVEDA-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-BOVEDA-EXIT.
           EXIT.

       GUARDAR-MOVBOVEDA.
           MOVE "movboveda" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-MOVBOVEDA.
           IF FS-MOVBO = 35
               CLOSE F-MOVBOVEDA
               GO TO GUARDAR-MOVBOVEDA-CONTROL.
           IF FS-MOVBO <> 00
               DISPLAY "Error abriendo movboveda.ubd"
               GO TO GUARDAR-MOVBOVEDA-CONTROL.

       GUARDAR-MOVBOVEDA-BUCLE.
           READ F-MOVBOVEDA NEXT RECORD
               AT END GO TO GUARDAR-MOVBOVEDA-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE MOVBOVEDA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-MOVBOVEDA-BUCLE.

       GUARDAR-MOVBOVEDA-CIERRE.
           CLOSE F-MOVBOVEDA.

       GUARDAR-MOVBOVEDA-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-MOVBOVEDA-EXIT.
           EXIT.

       GUARDAR-RETIRADAS.
           MOVE "retiradas" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-RETIRADAS.
           IF FS-RETIR = 35
               CLOSE F-RETIRADAS
               GO TO GUARDAR-RETIRADAS-CONTROL.
           IF FS-RETIR <> 00
               DISPLAY "Error abriendo retiradas.ubd"
               GO TO GUARDAR-RETIRADAS-CONTROL.

       GUARDAR-RETIRADAS-BUCLE.
           READ F-RETIRADAS NEXT RECORD
               AT END GO TO GUARDAR-RETIRADAS-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE RETIRADA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-RETIRADAS-BUCLE.

       GUARDAR-RETIRADAS-CIERRE.
           CLOSE F-RETIRADAS.

       GUARDAR-RETIRADAS-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-RETIRADAS-EXIT.
           EXIT.

       GUARDAR-CIERRES.
           MOVE "cierres" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-CIERRES.
           IF FS-CIERR = 35
               CLOSE F-CIERRES
               GO TO GUARDAR-CIERRES-CONTROL.
           IF FS-CIERR <> 00
               DISPLAY "Error abriendo cierres.ubd"
               GO TO GUARDAR-CIERRES-CONTROL.

       GUARDAR-CIERRES-BUCLE.
           READ F-CIERRES NEXT RECORD
               AT END GO TO GUARDAR-CIERRES-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE CIERRE-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.
           ADD CIE-SALDO-CENT TO CTRL-TOTAL-CENT.

           GO TO GUARDAR-CIERRES-BUCLE.

       GUARDAR-CIERRES-CIERRE.
           CLOSE F-CIERRES.

       GUARDAR-CIERRES-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-CIERRES-EXIT.
           EXIT.

       GUARDAR-REVISIONES.
           MOVE "revisiones" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-REVISIONES.
           IF FS-REVIS = 35
               CLOSE F-REVISIONES
               GO TO GUARDAR-REVISIONES-CONTROL.
           IF FS-REVIS <> 00
               DISPLAY "Error abriendo revisiones.ubd"
               GO TO GUARDAR-REVISIONES-CONTROL.

       GUARDAR-REVISIONES-BUCLE.
           READ F-REVISIONES NEXT RECORD
               AT END GO TO GUARDAR-REVISIONES-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE REVISION-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-REVISIONES-BUCLE.

       GUARDAR-REVISIONES-CIERRE.
           CLOSE F-REVISIONES.

       GUARDAR-REVISIONES-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-REVISIONES-EXIT.
           EXIT.

       GUARDAR-VIGILANCIA.
           MOVE "vigilancia" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-VIGILANCIA.
           IF FS-VIGIL = 35
               CLOSE F-VIGILANCIA
               GO TO GUARDAR-VIGILANCIA-CONTROL.
           IF FS-VIGIL <> 00
               DISPLAY "Error abriendo vigilancia.ubd"
               GO TO GUARDAR-VIGILANCIA-CONTROL.

       GUARDAR-VIGILANCIA-BUCLE.
           READ F-VIGILANCIA NEXT RECORD
               AT END GO TO GUARDAR-VIGILANCIA-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE VIGILANCIA-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-VIGILANCIA-BUCLE.

       GUARDAR-VIGILANCIA-CIERRE.
           CLOSE F-VIGILANCIA.

       GUARDAR-VIGILANCIA-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-VIGILANCIA-EXIT.
           EXIT.

       GUARDAR-VIGVERSION.
           MOVE "vigversion" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-VIGVERSION.
           IF FS-VIGVE = 35
               CLOSE F-VIGVERSION
               GO TO GUARDAR-VIGVERSION-CONTROL.
           IF FS-VIGVE <> 00
               DISPLAY "Error abriendo vigversion.ubd"
               GO TO GUARDAR-VIGVERSION-CONTROL.

       GUARDAR-VIGVERSION-BUCLE.
           READ F-VIGVERSION NEXT RECORD
               AT END GO TO GUARDAR-VIGVERSION-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE VERSION-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-VIGVERSION-BUCLE.

       GUARDAR-VIGVERSION-CIERRE.
           CLOSE F-VIGVERSION.

       GUARDAR-VIGVERSION-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-VIGVERSION-EXIT.
           EXIT.

       GUARDAR-DIARIOVERIF.
           MOVE "diarioverif" TO NOMBRE-FICHERO.
           PERFORM 0100-ABRIR-RESPALDO THRU 0100-ABRIR-RESPALDO-EXIT.

           OPEN INPUT F-DIARIOVER.
           IF FS-DIAVE = 35
               CLOSE F-DIARIOVER
               GO TO GUARDAR-DIARIOVERIF-CONTROL.
           IF FS-DIAVE <> 00
               DISPLAY "Error abriendo diarioverif.ubd"
               GO TO GUARDAR-DIARIOVERIF-CONTROL.

       GUARDAR-DIARIOVERIF-BUCLE.
           READ F-DIARIOVER NEXT RECORD
               AT END GO TO GUARDAR-DIARIOVERIF-CIERRE.

           MOVE SPACES TO RESPALDO-REG.
           MOVE DIARIOVER-REG TO RESPALDO-REG.
           WRITE RESPALDO-REG.

           ADD 1 TO CTRL-REGISTROS.

           GO TO GUARDAR-DIARIOVERIF-BUCLE.

       GUARDAR-DIARIOVERIF-CIERRE.
           CLOSE F-DIARIOVER.

       GUARDAR-DIARIOVERIF-CONTROL.
           PERFORM 0200-CERRAR-RESPALDO
               THRU 0200-CERRAR-RESPALDO-EXIT.

       GUARDAR-DIARIOVERIF-EXIT.
           EXIT.
