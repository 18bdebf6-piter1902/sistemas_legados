       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATOSPER.

           *> Informe de acceso a datos personales: dado un numero de
           *> cliente o un documento, lista todo lo que el banco
           *> guarda de esa persona en los ficheros de la oficina: su
           *> ficha de clientes.ubd, las tarjetas a su nombre, las
           *> entradas de beneficiarios.ubd de sus tarjetas y las que
           *> le nombran como destinatario, su historia en
           *> estampacion.dat y pinmailer.dat (sin la clave), sus
           *> reclamaciones y sus avisos. Las tarjetas anteriores al
           *> maestro de clientes se reconocen por el texto del
           *> titular.

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

           SELECT F-BENEFICIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT F-ESTAMPACION ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSE.

           SELECT F-PINMAILER ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSP.

           SELECT F-RECLAMACIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS REC-NUM
           FILE STATUS IS FSR.

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

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

       FD F-BENEFICIARIOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.ubd".
       01 BENEFICIARIO-REG.
           02 BEN-CLAVE.
               03 BEN-TARJETA         PIC  9(16).
               03 BEN-ORDEN           PIC   9(2).
           02 BEN-ALIAS               PIC  X(10).
           02 BEN-BANCO               PIC   9(4).
           02 BEN-CUENTA              PIC  9(16).
           02 BEN-TITULAR             PIC  X(35).
           02 BEN-IBAN                PIC  X(34).

       FD F-ESTAMPACION
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "estampacion.dat".
       01 ESTAMPACION-REG.
           02 EST-TARJETA            PIC  9(16).
           02 EST-TITULAR            PIC  X(35).
           02 EST-CAD-ANO            PIC   9(4).
           02 EST-CAD-MES            PIC   9(2).
           02 EST-DIRECCION          PIC  X(40).
           02 EST-POBLACION          PIC  X(25).
           02 EST-CODPOSTAL          PIC   9(5).

       FD F-PINMAILER
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "pinmailer.dat".
       01 PINMAILER-REG.
           02 PML-TARJETA            PIC  9(16).
           02 PML-TITULAR            PIC  X(35).
           02 PML-PIN                PIC   9(4).
           02 PML-FECHA              PIC   9(8).

       FD F-RECLAMACIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "reclamaciones.ubd".
           COPY RECLAMACION.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSE                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSV                       PIC   X(2).

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

       77 CLIENTE-PEDIDO            PIC   9(8).
       77 DOCUMENTO-PEDIDO          PIC  X(12).
       77 NOMBRE-PERSONA            PIC  X(35).

           *> Tarjetas de la persona: las del cliente y las antiguas
           *> con su nombre como titular.
       77 NUM-TARJETAS-CLI          PIC   9(3) VALUE 0.
       01 TABLA-TARJETAS-CLI.
           05 TARJETA-CLI-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON NUM-TARJETAS-CLI.
               10 TCL-TNUM          PIC  9(16).
       77 IDX-TARJETA               PIC   9(3).
       77 TARJETA-BUSCADA           PIC  9(16).
       77 TARJETA-SUYA-SW           PIC   9(1).
           88 TARJETA-SUYA          VALUE 1.

       77 CONTADOR-DATOS            PIC   9(5) VALUE 0.

       77 CLIENTE-HALLADO-SW        PIC   9(1).
           88 CLIENTE-HALLADO       VALUE 1.
       77 ESTADO-TEXTO              PIC  X(20).

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-DATOS.
           MOVE 0 TO NUM-TARJETAS-CLI.
           MOVE 0 TO CLIENTE-HALLADO-SW.
           MOVE SPACES TO DOCUMENTO-PEDIDO.
           MOVE SPACES TO NOMBRE-PERSONA.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - DATOSPER - informe de acceso a datos "
               "personales".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Numero de cliente (0 para buscar por documento): "
               WITH NO ADVANCING.
           ACCEPT CLIENTE-PEDIDO.
           IF CLIENTE-PEDIDO = 0
               DISPLAY "Documento: " WITH NO ADVANCING
               ACCEPT DOCUMENTO-PEDIDO.
           DISPLAY " ".

           PERFORM 1000-LOCALIZAR-CLIENTE
               THRU 1000-LOCALIZAR-CLIENTE-EXIT.

           IF NOT CLIENTE-HALLADO
               DISPLAY "No consta ningun cliente con ese numero o "
                   "documento"
               GOBACK.

           PERFORM 3000-LISTAR-TARJETAS
               THRU 3000-LISTAR-TARJETAS-EXIT.
           PERFORM 4000-LISTAR-BENEFICIARIOS
               THRU 4000-LISTAR-BENEFICIARIOS-EXIT.
           PERFORM 5000-LISTAR-ESTAMPACION
               THRU 5000-LISTAR-ESTAMPACION-EXIT.
           PERFORM 6000-LISTAR-PINMAILER
               THRU 6000-LISTAR-PINMAILER-EXIT.
           PERFORM 7000-LISTAR-RECLAMACIONES
               THRU 7000-LISTAR-RECLAMACIONES-EXIT.
           PERFORM 8000-LISTAR-AVISOS
               THRU 8000-LISTAR-AVISOS-EXIT.

           DISPLAY " ".
           DISPLAY "Datos listados         : " CONTADOR-DATOS.

           GOBACK.

       1000-LOCALIZAR-CLIENTE.
           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               GO TO 1000-LOCALIZAR-CLIENTE-EXIT.

           *> Un documento en blanco no identifica a nadie (las
           *> fichas anonimizadas lo tienen asi).
           IF CLIENTE-PEDIDO = 0 AND DOCUMENTO-PEDIDO = SPACES
               GO TO 1900-FIN-CLIENTES.

           IF CLIENTE-PEDIDO = 0
               GO TO 1100-BUSCAR-DOCUMENTO.

           MOVE CLIENTE-PEDIDO TO CLI-ID.
           READ F-CLIENTES INVALID KEY GO TO 1900-FIN-CLIENTES.
           GO TO 1800-CLIENTE-HALLADO.

       1100-BUSCAR-DOCUMENTO.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 1900-FIN-CLIENTES.
           IF CLI-DOCUMENTO NOT = DOCUMENTO-PEDIDO
               GO TO 1100-BUSCAR-DOCUMENTO.

       1800-CLIENTE-HALLADO.
           MOVE 1          TO CLIENTE-HALLADO-SW.
           MOVE CLI-ID     TO CLIENTE-PEDIDO.
           MOVE CLI-NOMBRE TO NOMBRE-PERSONA.
           PERFORM 2000-IMPRIMIR-FICHA THRU 2000-IMPRIMIR-FICHA-EXIT.

       1900-FIN-CLIENTES.
           CLOSE F-CLIENTES.

       1000-LOCALIZAR-CLIENTE-EXIT.
           EXIT.

       2000-IMPRIMIR-FICHA.
           MOVE "ACTIVO" TO ESTADO-TEXTO.
           IF CLI-BAJA
               MOVE "BAJA" TO ESTADO-TEXTO.
           IF CLI-FALLECIDO
               MOVE "FALLECIDO" TO ESTADO-TEXTO.
           IF CLI-REVISION
               MOVE "EN REVISION" TO ESTADO-TEXTO.
           IF CLI-SANCIONADO
               MOVE "SANCIONADO" TO ESTADO-TEXTO.
           IF CLI-ANONIMIZADO
               MOVE "ANONIMIZADO" TO ESTADO-TEXTO.

           DISPLAY "----------------------------------------"
               "----------------------------------------".
           DISPLAY "Ficha de clientes.ubd".
           DISPLAY "   Cliente   : " CLI-ID "  (" ESTADO-TEXTO ")".
           DISPLAY "   Documento : " CLI-DOCUMENTO "  caduca "
               CLI-DOC-CAD-DIA "-" CLI-DOC-CAD-MES "-"
               CLI-DOC-CAD-ANO.
           DISPLAY "   Nombre    : " CLI-NOMBRE.
           DISPLAY "   Direccion : " CLI-DIRECCION.
           DISPLAY "               " CLI-CODPOSTAL " " CLI-POBLACION.
           DISPLAY "   Telefono  : " CLI-TELEFONO.
           DISPLAY "   Riesgo    : " CLI-RIESGO "  proxima revision "
               CLI-PROX-REV-DIA "-" CLI-PROX-REV-MES "-"
               CLI-PROX-REV-ANO.
           IF CLI-FALLECIDO
               DISPLAY "   Defuncion : " CLI-DEFUNCION-DIA "-"
                   CLI-DEFUNCION-MES "-" CLI-DEFUNCION-ANO.
           IF CLI-BAJA OR CLI-ANONIMIZADO
               DISPLAY "   Baja      : " CLI-BAJA-DIA "-"
                   CLI-BAJA-MES "-" CLI-BAJA-ANO.
           ADD 1 TO CONTADOR-DATOS.

       2000-IMPRIMIR-FICHA-EXIT.
           EXIT.

           *> Tarjetas del cliente y antiguas a su nombre; quedan en
           *> la tabla para reconocer el resto de sus datos.
       3000-LISTAR-TARJETAS.
           DISPLAY " ".
           DISPLAY "Tarjetas (tarjetas.ubd)".

           OPEN INPUT TARJETAS.
           IF FST <> 00
               GO TO 3000-LISTAR-TARJETAS-EXIT.

       3100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD AT END GO TO 3900-FIN-TARJETAS.

           IF TARJETA-CLIENTE = CLIENTE-PEDIDO
               GO TO 3200-TARJETA-DEL-CLIENTE.

           IF TARJETA-CLIENTE NOT = 0 OR NOMBRE-PERSONA = SPACES
               GO TO 3100-LEER-TARJETA.
           IF TITULAR NOT = NOMBRE-PERSONA
               GO TO 3100-LEER-TARJETA.

       3200-TARJETA-DEL-CLIENTE.
           IF NUM-TARJETAS-CLI < 200
               ADD 1 TO NUM-TARJETAS-CLI
               MOVE TNUM TO TCL-TNUM(NUM-TARJETAS-CLI).

           DISPLAY "   Tarjeta " TNUM "  titular " TITULAR.
           DISPLAY "      estado " ESTADO-TARJETA "  alta "
               TARJETA-ALTA-DIA "-" TARJETA-ALTA-MES "-"
               TARJETA-ALTA-ANO "  sucursal " TARJETA-SUCURSAL.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 3100-LEER-TARJETA.

       3900-FIN-TARJETAS.
           CLOSE TARJETAS.

       3000-LISTAR-TARJETAS-EXIT.
           EXIT.

           *> La agenda de sus tarjetas y las entradas de otras
           *> agendas que le nombran como destinatario.
       4000-LISTAR-BENEFICIARIOS.
           DISPLAY " ".
           DISPLAY "Agenda de beneficiarios (beneficiarios.ubd)".

           OPEN INPUT F-BENEFICIARIOS.
           IF FSB <> 00
               GO TO 4000-LISTAR-BENEFICIARIOS-EXIT.

       4100-LEER-BENEFICIARIO.
           READ F-BENEFICIARIOS NEXT RECORD
               AT END GO TO 4900-FIN-BENEFICIARIOS.

           MOVE BEN-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF TARJETA-SUYA
               DISPLAY "   En su agenda (" BEN-TARJETA "): "
                   BEN-ALIAS " " BEN-TITULAR
               ADD 1 TO CONTADOR-DATOS
               GO TO 4100-LEER-BENEFICIARIO.

           IF NOMBRE-PERSONA = SPACES
               GO TO 4100-LEER-BENEFICIARIO.
           IF BEN-TITULAR NOT = NOMBRE-PERSONA
               GO TO 4100-LEER-BENEFICIARIO.

           IF BEN-IBAN NOT = SPACES
               DISPLAY "   Le nombra la agenda de " BEN-TARJETA
                   ": IBAN " BEN-IBAN
           ELSE
               DISPLAY "   Le nombra la agenda de " BEN-TARJETA
                   ": cuenta " BEN-BANCO "-" BEN-CUENTA
           END-IF.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 4100-LEER-BENEFICIARIO.

       4900-FIN-BENEFICIARIOS.
           CLOSE F-BENEFICIARIOS.

       4000-LISTAR-BENEFICIARIOS-EXIT.
           EXIT.

       5000-LISTAR-ESTAMPACION.
           DISPLAY " ".
           DISPLAY "Estampacion de plasticos (estampacion.dat)".

           OPEN INPUT F-ESTAMPACION.
           IF FSE <> 00
               GO TO 5000-LISTAR-ESTAMPACION-EXIT.

       5100-LEER-ESTAMPACION.
           READ F-ESTAMPACION
               AT END GO TO 5900-FIN-ESTAMPACION.

           MOVE EST-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF NOT TARJETA-SUYA
               IF NOMBRE-PERSONA = SPACES
                   OR EST-TITULAR NOT = NOMBRE-PERSONA
                   GO TO 5100-LEER-ESTAMPACION.

           DISPLAY "   Tarjeta " EST-TARJETA "  " EST-TITULAR.
           DISPLAY "      " EST-DIRECCION.
           DISPLAY "      " EST-CODPOSTAL " " EST-POBLACION.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 5100-LEER-ESTAMPACION.

       5900-FIN-ESTAMPACION.
           CLOSE F-ESTAMPACION.

       5000-LISTAR-ESTAMPACION-EXIT.
           EXIT.

           *> De las cartas de PIN solo consta su envio: la clave no
           *> sale en ningun listado.
       6000-LISTAR-PINMAILER.
           DISPLAY " ".
           DISPLAY "Cartas de PIN (pinmailer.dat)".

           OPEN INPUT F-PINMAILER.
           IF FSP <> 00
               GO TO 6000-LISTAR-PINMAILER-EXIT.

       6100-LEER-PINMAILER.
           READ F-PINMAILER
               AT END GO TO 6900-FIN-PINMAILER.

           MOVE PML-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF NOT TARJETA-SUYA
               IF NOMBRE-PERSONA = SPACES
                   OR PML-TITULAR NOT = NOMBRE-PERSONA
                   GO TO 6100-LEER-PINMAILER.

           DISPLAY "   Tarjeta " PML-TARJETA "  " PML-TITULAR
               "  fecha " PML-FECHA.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 6100-LEER-PINMAILER.

       6900-FIN-PINMAILER.
           CLOSE F-PINMAILER.

       6000-LISTAR-PINMAILER-EXIT.
           EXIT.

       7000-LISTAR-RECLAMACIONES.
           DISPLAY " ".
           DISPLAY "Reclamaciones (reclamaciones.ubd)".

           OPEN INPUT F-RECLAMACIONES.
           IF FSR <> 00
               GO TO 7000-LISTAR-RECLAMACIONES-EXIT.

       7100-LEER-RECLAMACION.
           READ F-RECLAMACIONES NEXT RECORD
               AT END GO TO 7900-FIN-RECLAMACIONES.

           MOVE REC-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF NOT TARJETA-SUYA
               GO TO 7100-LEER-RECLAMACION.

           DISPLAY "   Reclamacion " REC-NUM.
           DISPLAY "      tarjeta " REC-TARJETA "  alta "
               REC-ALTA-DIA "-" REC-ALTA-MES "-" REC-ALTA-ANO
               "  estado " REC-ESTADO "  importe "
               REC-IMPORTE-ENT "," REC-IMPORTE-DEC.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 7100-LEER-RECLAMACION.

       7900-FIN-RECLAMACIONES.
           CLOSE F-RECLAMACIONES.

       7000-LISTAR-RECLAMACIONES-EXIT.
           EXIT.

       8000-LISTAR-AVISOS.
           DISPLAY " ".
           DISPLAY "Avisos (avisos.ubd)".

           OPEN INPUT F-AVISOS.
           IF FSV <> 00
               GO TO 8000-LISTAR-AVISOS-EXIT.

       8100-LEER-AVISO.
           READ F-AVISOS NEXT RECORD
               AT END GO TO 8900-FIN-AVISOS.

           MOVE AVI-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF NOT TARJETA-SUYA
               GO TO 8100-LEER-AVISO.

           DISPLAY "   " AVI-DIA "-" AVI-MES "-" AVI-ANO "  "
               AVI-TARJETA "  " AVI-TEXTO.
           ADD 1 TO CONTADOR-DATOS.

           GO TO 8100-LEER-AVISO.

       8900-FIN-AVISOS.
           CLOSE F-AVISOS.

       8000-LISTAR-AVISOS-EXIT.
           EXIT.

       9000-TARJETA-SUYA.
           MOVE 0 TO TARJETA-SUYA-SW.
           MOVE 0 TO IDX-TARJETA.

       9100-COMPARAR-TARJETA.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CLI
               GO TO 9000-TARJETA-SUYA-EXIT.
           IF TCL-TNUM(IDX-TARJETA) = TARJETA-BUSCADA
               MOVE 1 TO TARJETA-SUYA-SW
               GO TO 9000-TARJETA-SUYA-EXIT.
           GO TO 9100-COMPARAR-TARJETA.

       9000-TARJETA-SUYA-EXIT.
           EXIT.
