       IDENTIFICATION DIVISION.
       PROGRAM-ID. ANONIMIZA.

           *> Purga periodica de datos personales: los clientes dados
           *> de baja hace mas del plazo de conservacion y sin
           *> productos vivos (tarjetas sin anular, prestamos o
           *> depositos vigentes) se anonimizan. Se borran su nombre,
           *> documento, direccion y telefono en clientes.ubd, el
           *> TITULAR de sus tarjetas y el BEN-TITULAR de las agendas
           *> que le nombran; movimientos.ubd no se toca y sigue
           *> enlazado por tarjeta y numero de cliente. Cada
           *> anonimizacion queda en el registro del dia, sin datos
           *> personales. Las bajas anteriores a la fecha de baja se
           *> fechan hoy y empiezan a contar desde ahora.

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

           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT F-PLAZOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLZ-NUM
           FILE STATUS IS FSP.

           *> Registro de anonimizaciones del dia.
           SELECT F-REGISTRO ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSG.

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

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-PLAZOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "plazos.ubd".
           COPY PLAZO.

       FD F-REGISTRO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-REGISTRO.
       01 REGISTRO-REG.
           02 LOG-CLIENTE             PIC   9(8).
           02 LOG-FECHA-BAJA          PIC   9(8).
           02 LOG-FECHA-PURGA         PIC   9(8).
           02 LOG-TARJETAS            PIC   9(3).
           02 LOG-BENEFICIARIOS       PIC   9(5).

       WORKING-STORAGE SECTION.
       77 FSL                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSZ                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSG                       PIC   X(2).

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

           *> Plazo de conservacion de los datos personales tras la
           *> baja, en anos.
       78 ANOS-CONSERVACION         VALUE 10.

       77 FECHA-HOY-NUM              PIC   9(8).
       77 FECHA-LIMITE-NUM           PIC   9(8).
       77 FECHA-BAJA-NUM             PIC   9(8).
       77 NOMBRE-REGISTRO            PIC  X(24).

       77 NOMBRE-ANONIMIZADO         PIC  X(35).
       77 VIVOS-SW                   PIC   9(1).
           88 HAY-PRODUCTOS-VIVOS    VALUE 1.

       77 NUM-TARJETAS-CLI           PIC   9(3) VALUE 0.
       01 TABLA-TARJETAS-CLI.
           05 TARJETA-CLI-ENTRY OCCURS 1 TO 200 TIMES
               DEPENDING ON NUM-TARJETAS-CLI.
               10 TCL-TNUM           PIC  9(16).
       77 IDX-TARJETA                PIC   9(3).
       77 TARJETA-BUSCADA            PIC  9(16).
       77 TARJETA-SUYA-SW            PIC   9(1).
           88 TARJETA-SUYA           VALUE 1.

       77 TARJETAS-BORRADAS          PIC   9(3).
       77 BENEFICIARIOS-BORRADOS     PIC   9(5).

       77 CONTADOR-BAJAS             PIC   9(7) VALUE 0.
       77 CONTADOR-FECHADAS          PIC   9(7) VALUE 0.
       77 CONTADOR-CON-PRODUCTOS     PIC   9(7) VALUE 0.
       77 CONTADOR-ANONIMIZADOS      PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO CONTADOR-BAJAS.
           MOVE 0 TO CONTADOR-FECHADAS.
           MOVE 0 TO CONTADOR-CON-PRODUCTOS.
           MOVE 0 TO CONTADOR-ANONIMIZADOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - ANONIMIZA - purga de datos personales "
               "de antiguos clientes".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE FECHA-LIMITE-NUM = FECHA-HOY-NUM
               - (ANOS-CONSERVACION * 10000).

           MOVE SPACES TO NOMBRE-REGISTRO.
           STRING "anonimiza"    DELIMITED BY SIZE
                  FECHA-HOY-NUM  DELIMITED BY SIZE
                  ".dat"         DELIMITED BY SIZE
               INTO NOMBRE-REGISTRO.

           PERFORM 1000-REVISAR-BAJAS
               THRU 1000-REVISAR-BAJAS-EXIT.

           DISPLAY " ".
           DISPLAY "Bajas revisadas        : " CONTADOR-BAJAS.
           DISPLAY "Bajas fechadas hoy     : " CONTADOR-FECHADAS.
           DISPLAY "Con productos vivos    : " CONTADOR-CON-PRODUCTOS.
           DISPLAY "Clientes anonimizados  : " CONTADOR-ANONIMIZADOS.
           IF CONTADOR-ANONIMIZADOS > 0
               DISPLAY "Registro de la purga en " NOMBRE-REGISTRO.

           GOBACK.

       1000-REVISAR-BAJAS.
           OPEN OUTPUT F-REGISTRO.
           IF FSG <> 00
               DISPLAY "Error abriendo " NOMBRE-REGISTRO
               GO TO 1000-REVISAR-BAJAS-EXIT.

           OPEN I-O F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               CLOSE F-REGISTRO
               GO TO 1000-REVISAR-BAJAS-EXIT.

           OPEN I-O TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-CLIENTES
               CLOSE F-REGISTRO
               GO TO 1000-REVISAR-BAJAS-EXIT.

       1100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 1900-FIN-CLIENTES.

           IF NOT CLI-BAJA
               GO TO 1100-LEER-CLIENTE.

           ADD 1 TO CONTADOR-BAJAS.

           IF CLI-BAJA-ANO = 0
               MOVE ANO TO CLI-BAJA-ANO
               MOVE MES TO CLI-BAJA-MES
               MOVE DIA TO CLI-BAJA-DIA
               REWRITE CLIENTE-REG INVALID KEY
                   DISPLAY "Error reescribiendo clientes.ubd"
               END-REWRITE
               ADD 1 TO CONTADOR-FECHADAS
               GO TO 1100-LEER-CLIENTE.

           COMPUTE FECHA-BAJA-NUM = (CLI-BAJA-ANO * 10000)
               + (CLI-BAJA-MES * 100) + CLI-BAJA-DIA.
           IF FECHA-BAJA-NUM > FECHA-LIMITE-NUM
               GO TO 1100-LEER-CLIENTE.

           PERFORM 2000-PRODUCTOS-VIVOS
               THRU 2000-PRODUCTOS-VIVOS-EXIT.

           IF HAY-PRODUCTOS-VIVOS
               ADD 1 TO CONTADOR-CON-PRODUCTOS
               DISPLAY "   Con productos vivos: " CLI-ID
               GO TO 1100-LEER-CLIENTE.

           MOVE CLI-NOMBRE TO NOMBRE-ANONIMIZADO.

           MOVE SPACES TO CLI-DOCUMENTO.
           MOVE SPACES TO CLI-NOMBRE.
           MOVE SPACES TO CLI-DIRECCION.
           MOVE SPACES TO CLI-POBLACION.
           MOVE 0      TO CLI-CODPOSTAL.
           MOVE SPACES TO CLI-TELEFONO.
           SET CLI-ANONIMIZADO TO TRUE.

           REWRITE CLIENTE-REG INVALID KEY
               DISPLAY "Error reescribiendo clientes.ubd"
               GO TO 1100-LEER-CLIENTE.

           PERFORM 3000-ANONIMIZAR-TARJETAS
               THRU 3000-ANONIMIZAR-TARJETAS-EXIT.
           PERFORM 4000-ANONIMIZAR-AGENDAS
               THRU 4000-ANONIMIZAR-AGENDAS-EXIT.

           MOVE CLI-ID               TO LOG-CLIENTE.
           MOVE FECHA-BAJA-NUM       TO LOG-FECHA-BAJA.
           MOVE FECHA-HOY-NUM        TO LOG-FECHA-PURGA.
           MOVE TARJETAS-BORRADAS    TO LOG-TARJETAS.
           MOVE BENEFICIARIOS-BORRADOS TO LOG-BENEFICIARIOS.
           WRITE REGISTRO-REG.

           ADD 1 TO CONTADOR-ANONIMIZADOS.
           DISPLAY "   Anonimizado " CLI-ID " (baja " FECHA-BAJA-NUM
               ")".

           GO TO 1100-LEER-CLIENTE.

       1900-FIN-CLIENTES.
           CLOSE TARJETAS.
           CLOSE F-CLIENTES.
           CLOSE F-REGISTRO.

       1000-REVISAR-BAJAS-EXIT.
           EXIT.

           *> Reune las tarjetas del cliente y mira si alguna sigue
           *> sin anular o sostiene un prestamo o un deposito
           *> vigente.
       2000-PRODUCTOS-VIVOS.
           MOVE 0 TO VIVOS-SW.
           MOVE 0 TO NUM-TARJETAS-CLI.

           MOVE 0 TO TNUM.
           START TARJETAS KEY IS NOT LESS THAN TNUM
               INVALID KEY GO TO 2200-PRESTAMOS.

       2100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 2200-PRESTAMOS.

           IF TARJETA-CLIENTE NOT = CLI-ID
               GO TO 2100-LEER-TARJETA.

           IF NOT TARJETA-ANULADA
               MOVE 1 TO VIVOS-SW
               GO TO 2000-PRODUCTOS-VIVOS-EXIT.

           IF NUM-TARJETAS-CLI < 200
               ADD 1 TO NUM-TARJETAS-CLI
               MOVE TNUM TO TCL-TNUM(NUM-TARJETAS-CLI).

           GO TO 2100-LEER-TARJETA.

       2200-PRESTAMOS.
           IF NUM-TARJETAS-CLI = 0
               GO TO 2000-PRODUCTOS-VIVOS-EXIT.

           OPEN INPUT F-PRESTAMOS.
           IF FSZ <> 00
               GO TO 2400-PLAZOS.

       2300-LEER-PRESTAMO.
           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO 2390-FIN-PRESTAMOS.

           IF NOT PRE-VIGENTE
               GO TO 2300-LEER-PRESTAMO.

           MOVE PRE-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF TARJETA-SUYA
               MOVE 1 TO VIVOS-SW
               GO TO 2390-FIN-PRESTAMOS.

           GO TO 2300-LEER-PRESTAMO.

       2390-FIN-PRESTAMOS.
           CLOSE F-PRESTAMOS.

           IF HAY-PRODUCTOS-VIVOS
               GO TO 2000-PRODUCTOS-VIVOS-EXIT.

       2400-PLAZOS.
           OPEN INPUT F-PLAZOS.
           IF FSP <> 00
               GO TO 2000-PRODUCTOS-VIVOS-EXIT.

       2500-LEER-PLAZO.
           READ F-PLAZOS NEXT RECORD
               AT END GO TO 2590-FIN-PLAZOS.

           IF NOT PLZ-VIGENTE
               GO TO 2500-LEER-PLAZO.

           MOVE PLZ-TARJETA TO TARJETA-BUSCADA.
           PERFORM 9000-TARJETA-SUYA THRU 9000-TARJETA-SUYA-EXIT.
           IF TARJETA-SUYA
               MOVE 1 TO VIVOS-SW
               GO TO 2590-FIN-PLAZOS.

           GO TO 2500-LEER-PLAZO.

       2590-FIN-PLAZOS.
           CLOSE F-PLAZOS.

       2000-PRODUCTOS-VIVOS-EXIT.
           EXIT.

           *> El numero de tarjeta se conserva: es lo que enlaza los
           *> movimientos; solo se borra el texto del titular.
       3000-ANONIMIZAR-TARJETAS.
           MOVE 0 TO TARJETAS-BORRADAS.
           MOVE 0 TO IDX-TARJETA.

       3100-SIGUIENTE-TARJETA.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-CLI
               GO TO 3000-ANONIMIZAR-TARJETAS-EXIT.

           MOVE TCL-TNUM(IDX-TARJETA) TO TNUM.
           READ TARJETAS INVALID KEY GO TO 3100-SIGUIENTE-TARJETA.

           MOVE SPACES TO TITULAR.
           MOVE ANO      TO TARJETA-MODIF-ANO.
           MOVE MES      TO TARJETA-MODIF-MES.
           MOVE DIA      TO TARJETA-MODIF-DIA.
           MOVE HORAS    TO TARJETA-MODIF-HOR.
           MOVE MINUTOS  TO TARJETA-MODIF-MIN.
           MOVE SEGUNDOS TO TARJETA-MODIF-SEG.

           REWRITE TAJETAREG INVALID KEY
               DISPLAY "Error reescribiendo tarjetas.ubd"
               GO TO 3100-SIGUIENTE-TARJETA.

           ADD 1 TO TARJETAS-BORRADAS.
           GO TO 3100-SIGUIENTE-TARJETA.

       3000-ANONIMIZAR-TARJETAS-EXIT.
           EXIT.

           *> Las agendas de otros clientes que le nombran como
           *> destinatario conservan banco y cuenta, sin el nombre.
       4000-ANONIMIZAR-AGENDAS.
           MOVE 0 TO BENEFICIARIOS-BORRADOS.

           IF NOMBRE-ANONIMIZADO = SPACES
               GO TO 4000-ANONIMIZAR-AGENDAS-EXIT.

           OPEN I-O F-BENEFICIARIOS.
           IF FSB <> 00
               GO TO 4000-ANONIMIZAR-AGENDAS-EXIT.

       4100-LEER-BENEFICIARIO.
           READ F-BENEFICIARIOS NEXT RECORD
               AT END GO TO 4900-FIN-BENEFICIARIOS.

           IF BEN-TITULAR NOT = NOMBRE-ANONIMIZADO
               GO TO 4100-LEER-BENEFICIARIO.

           MOVE SPACES TO BEN-TITULAR.
           REWRITE BENEFICIARIO-REG INVALID KEY
               DISPLAY "Error reescribiendo beneficiarios.ubd"
               GO TO 4100-LEER-BENEFICIARIO.

           ADD 1 TO BENEFICIARIOS-BORRADOS.
           GO TO 4100-LEER-BENEFICIARIO.

       4900-FIN-BENEFICIARIOS.
           CLOSE F-BENEFICIARIOS.

       4000-ANONIMIZAR-AGENDAS-EXIT.
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
