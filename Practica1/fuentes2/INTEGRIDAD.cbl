       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGRIDAD.

           *> Paso de la consola que comprueba que los maestros se
           *> apuntan entre si: cuentas, cuentas adicionales, limites,
           *> descubiertos, intentos, mandatos, beneficiarios y
           *> suscripciones de avisos de tarjetas o cuentas que ya no
           *> existen, saldos a los que no llega ninguna tarjeta
           *> (salvo los de cuentas cerradas, que solo se cuentan),
           *> tarjetas con un cliente inexistente y entradas de
           *> movidx.ubd sin su movimiento. Lista cada rotura con su
           *> gravedad y el recuento por categoria; como VERIFICA,
           *> dicta su veredicto por RETURN-CODE y cualquier rotura
           *> de gravedad ALTA deja el paso FALLIDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-CLIENTES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CLI-ID
           FILE STATUS IS FSL.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-CUENTASAD ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAD-CLAVE
           FILE STATUS IS FSA.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-DESCUBIERTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS DSC-CTA-ID
           FILE STATUS IS FSD.

           SELECT F-LIMITES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS LIM-TARJETA
           FILE STATUS IS FSO.

           SELECT F-INTENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INUM
           FILE STATUS IS FSI.

           SELECT F-MANDATOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MAN-CLAVE
           FILE STATUS IS FSN.

           SELECT F-BENEFICIARIOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSB.

           SELECT F-SUSCRIPCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-CLAVE
           FILE STATUS IS FSP.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-CUENTASAD
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasad.ubd".
           COPY CUENTAAD.

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

       FD F-DESCUBIERTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "descubiertos.ubd".
       01 DESCUBIERTO-REG.
           02 DSC-CTA-ID                PIC  9(16).
           02 DSC-LIMITE-ENT            PIC   9(7).
           02 DSC-LIMITE-DEC            PIC   9(2).

       FD F-LIMITES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "limites.ubd".
           COPY LIMITE.

       FD F-INTENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "intentos.ubd".
       01 INTENTOSREG.
           02 INUM      PIC 9(16).
           02 IINTENTOS PIC 9(1).

       FD F-MANDATOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "mandatos.ubd".
           COPY MANDATO.

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

       FD F-SUSCRIPCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "suscripavisos.ubd".
           COPY SUSCRIPCION.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSD                       PIC   X(2).
       77 FSO                       PIC   X(2).
       77 FSI                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSX                       PIC   X(2).

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

           *> Categorias de rotura con su gravedad: 3 = ALTA (dinero
           *> inalcanzable o cuenta sin titular; falla el paso),
           *> 2 = MEDIA (la operativa tropieza), 1 = BAJA (restos sin
           *> efecto que conviene limpiar).
       78 NUMERO-CATEGORIAS         VALUE 11.
       01 TABLA-CATEGORIAS.
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC X(42)
               VALUE "cuentas.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 3.
           05 FILLER PIC X(42)
               VALUE "saldos.ubd sin tarjeta que lo alcance".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(42)
               VALUE "tarjetas.ubd con cliente inexistente".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(42)
               VALUE "cuentasad.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(42)
               VALUE "descubiertos.ubd con cuenta inexistente".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(42)
               VALUE "mandatos.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 2.
           05 FILLER PIC X(42)
               VALUE "movidx.ubd sin su movimiento".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(42)
               VALUE "limites.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(42)
               VALUE "intentos.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(42)
               VALUE "beneficiarios.ubd con tarjeta inexistente".
           05 FILLER PIC 9(1) VALUE 1.
           05 FILLER PIC X(42)
               VALUE "suscripavisos.ubd con tarjeta inexistente".
       01 FILLER REDEFINES TABLA-CATEGORIAS.
           05 CATEGORIA-ENTRY OCCURS 11 TIMES.
               10 CAT-GRAVEDAD      PIC   9(1).
               10 CAT-DESCRIPCION   PIC  X(42).

       78 CAT-CUENTA                VALUE 1.
       78 CAT-SALDO                 VALUE 2.
       78 CAT-CLIENTE               VALUE 3.
       78 CAT-CUENTAAD              VALUE 4.
       78 CAT-DESCUBIERTO           VALUE 5.
       78 CAT-MANDATO               VALUE 6.
       78 CAT-MOVIDX                VALUE 7.
       78 CAT-LIMITE                VALUE 8.
       78 CAT-INTENTOS              VALUE 9.
       78 CAT-BENEFICIARIO          VALUE 10.
       78 CAT-SUSCRIPCION           VALUE 11.

       01 TABLA-RECUENTOS.
           05 CAT-ROTURAS           PIC   9(7) OCCURS 11 TIMES.

       01 TABLA-GRAVEDADES.
           05 FILLER                PIC   X(5) VALUE "BAJA ".
           05 FILLER                PIC   X(5) VALUE "MEDIA".
           05 FILLER                PIC   X(5) VALUE "ALTA ".
       01 FILLER REDEFINES TABLA-GRAVEDADES.
           05 NOMBRE-GRAVEDAD       PIC   X(5) OCCURS 3 TIMES.

       77 IDX-CATEGORIA             PIC   9(2).
       77 DETALLE-ROTURA            PIC  X(72).
       77 ROTURAS-ALTAS             PIC   9(7).
       77 ROTURAS-TOTALES           PIC   9(7).

           *> Cuentas a las que llega alguna tarjeta viva por
           *> cuentas.ubd o cuentasad.ubd.
       77 NUM-CUENTAS               PIC   9(6) VALUE 0.
       01 TABLA-CUENTAS.
           05 CUENTA-ENTRY OCCURS 1 TO 200000 TIMES
               DEPENDING ON NUM-CUENTAS.
               10 TC-CTA-ID         PIC  9(16).
       77 IDX-CUENTA                PIC   9(6).
       77 CUENTA-BUSCADA            PIC  9(16).
       77 TARJETA-BUSCADA           PIC  9(16).

       77 TARJETA-EXISTE-SW         PIC   9(1).
           88 TARJETA-EXISTE        VALUE 1.
       77 CUENTA-ALCANZADA-SW       PIC   9(1).
           88 CUENTA-ALCANZADA      VALUE 1.
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.

           *> Saldos de cuentas cerradas: su fila queda en saldos.ubd
           *> sin tarjeta que la alcance y no es una rotura.
       77 SALDOS-CERRADAS           PIC   9(7).
       77 HAY-CLIENTES-SW           PIC   9(1).
           88 HAY-CLIENTES          VALUE 1.
       77 HAY-MOVIMIENTOS-SW        PIC   9(1).
           88 HAY-MOVIMIENTOS       VALUE 1.
       77 HAY-CUENTAS-SW            PIC   9(1).
           88 HAY-CUENTAS           VALUE 1.

       77 FECHA-HORA-MOV            PIC  9(14).
       77 SALDO-EDITADO             PIC  -ZZZ,ZZZ,ZZ9.99.

           *> Codigo devuelto a la consola cuando hay roturas de
           *> gravedad ALTA; 0 en otro caso.
       78 CODIGO-INTEGRIDAD-MAL     VALUE 8.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Los recuentos se reponen aqui y no solo por VALUE, para
           *> que un relanzamiento desde la consola no arrastre los
           *> de la pasada anterior.
           MOVE 0 TO NUM-CUENTAS.
           MOVE 0 TO ROTURAS-ALTAS.
           MOVE 0 TO ROTURAS-TOTALES.
           MOVE 0 TO SALDOS-CERRADAS.
           MOVE 0 TO IDX-CATEGORIA.

       0010-PONER-A-CERO.
           ADD 1 TO IDX-CATEGORIA.
           IF IDX-CATEGORIA <= NUMERO-CATEGORIAS
               MOVE 0 TO CAT-ROTURAS(IDX-CATEGORIA)
               GO TO 0010-PONER-A-CERO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - INTEGRIDAD - referencias cruzadas "
               "entre maestros".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               MOVE CODIGO-INTEGRIDAD-MAL TO RETURN-CODE
               GOBACK.

           MOVE 0 TO HAY-CUENTAS-SW.
           OPEN INPUT F-CUENTAS.
           IF FSU = 00
               MOVE 1 TO HAY-CUENTAS-SW
           ELSE
               CLOSE F-CUENTAS.

           PERFORM 1000-REVISAR-TARJETAS
               THRU 1000-REVISAR-TARJETAS-EXIT.
           PERFORM 2000-REVISAR-CUENTAS THRU 2000-REVISAR-CUENTAS-EXIT.
           PERFORM 2500-REVISAR-CUENTASAD
               THRU 2500-REVISAR-CUENTASAD-EXIT.
           PERFORM 3000-REVISAR-SALDOS THRU 3000-REVISAR-SALDOS-EXIT.
           PERFORM 3500-REVISAR-DESCUBIERTOS
               THRU 3500-REVISAR-DESCUBIERTOS-EXIT.
           PERFORM 4000-REVISAR-LIMITES THRU 4000-REVISAR-LIMITES-EXIT.
           PERFORM 4200-REVISAR-INTENTOS
               THRU 4200-REVISAR-INTENTOS-EXIT.
           PERFORM 4400-REVISAR-MANDATOS
               THRU 4400-REVISAR-MANDATOS-EXIT.
           PERFORM 4600-REVISAR-BENEFICIARIOS
               THRU 4600-REVISAR-BENEFICIARIOS-EXIT.
           PERFORM 4800-REVISAR-SUSCRIPCIONES
               THRU 4800-REVISAR-SUSCRIPCIONES-EXIT.
           PERFORM 5000-REVISAR-MOVIDX THRU 5000-REVISAR-MOVIDX-EXIT.

           IF HAY-CUENTAS
               CLOSE F-CUENTAS.
           CLOSE TARJETAS.

           PERFORM 8000-RESUMEN THRU 8000-RESUMEN-EXIT.
           DISPLAY "Saldos de cuentas cerradas (no son rotura): "
               SALDOS-CERRADAS.

           DISPLAY " ".
           IF ROTURAS-ALTAS = 0
               MOVE 0 TO RETURN-CODE
               IF ROTURAS-TOTALES = 0
                   DISPLAY "INTEGRIDAD CORRECTA: los maestros se "
                       "apuntan bien."
               ELSE
                   DISPLAY "INTEGRIDAD CON AVISOS: " ROTURAS-TOTALES
                       " roturas sin gravedad ALTA."
               END-IF
           ELSE
               MOVE CODIGO-INTEGRIDAD-MAL TO RETURN-CODE
               DISPLAY "INTEGRIDAD FALLIDA: " ROTURAS-ALTAS
                   " roturas de gravedad ALTA."
               DISPLAY "No siga con la cadena sin revisar los "
                   "registros senalados.".

           GOBACK.

           *> Tarjetas que dicen pertenecer a un cliente que no esta
           *> en clientes.ubd (las anteriores al maestro llevan cero).
       1000-REVISAR-TARJETAS.
           MOVE 0 TO HAY-CLIENTES-SW.
           OPEN INPUT F-CLIENTES.
           IF FSL = 00
               MOVE 1 TO HAY-CLIENTES-SW
           ELSE
               CLOSE F-CLIENTES.

           MOVE 0 TO TNUM.
           START TARJETAS KEY IS NOT LESS THAN TNUM
               INVALID KEY GO TO 1900-FIN-TARJETAS.

       1100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 1900-FIN-TARJETAS.

           IF TARJETA-CLIENTE = 0
               GO TO 1100-LEER-TARJETA.

           IF HAY-CLIENTES
               MOVE TARJETA-CLIENTE TO CLI-ID
               READ F-CLIENTES
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       GO TO 1100-LEER-TARJETA
               END-READ
           END-IF.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " TNUM " cliente " TARJETA-CLIENTE
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-CLIENTE TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 1100-LEER-TARJETA.

       1900-FIN-TARJETAS.
           IF HAY-CLIENTES
               CLOSE F-CLIENTES.

       1000-REVISAR-TARJETAS-EXIT.
           EXIT.

           *> Cuenta principal de cada tarjeta: la fila de una
           *> tarjeta que ya no existe deja su cuenta sin titular.
       2000-REVISAR-CUENTAS.
           IF NOT HAY-CUENTAS
               GO TO 2000-REVISAR-CUENTAS-EXIT.

           MOVE 0 TO CTA-TARJETA.
           START F-CUENTAS KEY IS NOT LESS THAN CTA-TARJETA
               INVALID KEY GO TO 2000-REVISAR-CUENTAS-EXIT.

       2100-LEER-CUENTA.
           READ F-CUENTAS NEXT RECORD
               AT END GO TO 2000-REVISAR-CUENTAS-EXIT.

           MOVE CTA-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               MOVE CTA-ID TO CUENTA-BUSCADA
               PERFORM 6200-GUARDAR-CUENTA
                   THRU 6200-GUARDAR-CUENTA-EXIT
               GO TO 2100-LEER-CUENTA.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " CTA-TARJETA " cuenta " CTA-ID
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-CUENTA TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 2100-LEER-CUENTA.

       2000-REVISAR-CUENTAS-EXIT.
           EXIT.

       2500-REVISAR-CUENTASAD.
           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               CLOSE F-CUENTASAD
               GO TO 2500-REVISAR-CUENTASAD-EXIT.

       2600-LEER-CUENTAAD.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO 2900-FIN-CUENTASAD.

           MOVE CAD-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               MOVE CAD-CTA-ID TO CUENTA-BUSCADA
               PERFORM 6200-GUARDAR-CUENTA
                   THRU 6200-GUARDAR-CUENTA-EXIT
               GO TO 2600-LEER-CUENTAAD.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " CAD-TARJETA " orden " CAD-ORDEN
               " cuenta " CAD-CTA-ID
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-CUENTAAD TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 2600-LEER-CUENTAAD.

       2900-FIN-CUENTASAD.
           CLOSE F-CUENTASAD.

       2500-REVISAR-CUENTASAD-EXIT.
           EXIT.

           *> Un saldo al que no llega ninguna tarjeta es dinero que
           *> nadie puede mover.
       3000-REVISAR-SALDOS.
           OPEN INPUT F-SALDOS.
           IF FSS <> 00
               CLOSE F-SALDOS
               GO TO 3000-REVISAR-SALDOS-EXIT.

       3100-LEER-SALDO.
           READ F-SALDOS NEXT RECORD
               AT END GO TO 3900-FIN-SALDOS.

           CALL "CTACERR" USING SALDO-CTA-ID CTA-CERRADA-SW.
           IF CTA-CERRADA
               ADD 1 TO SALDOS-CERRADAS
               GO TO 3100-LEER-SALDO.

           MOVE SALDO-CTA-ID TO CUENTA-BUSCADA.
           PERFORM 6400-CUENTA-ALCANZADA
               THRU 6400-CUENTA-ALCANZADA-EXIT.
           IF CUENTA-ALCANZADA
               GO TO 3100-LEER-SALDO.

           MOVE SPACES TO DETALLE-ROTURA.
           COMPUTE SALDO-EDITADO = SALDO-ENT + (SALDO-DEC / 100).
           IF SALDO-ENT < 0
               COMPUTE SALDO-EDITADO = SALDO-ENT - (SALDO-DEC / 100).
           STRING "cuenta " SALDO-CTA-ID " saldo " SALDO-EDITADO
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-SALDO TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 3100-LEER-SALDO.

       3900-FIN-SALDOS.
           CLOSE F-SALDOS.

       3000-REVISAR-SALDOS-EXIT.
           EXIT.

       3500-REVISAR-DESCUBIERTOS.
           OPEN INPUT F-DESCUBIERTOS.
           IF FSD <> 00
               CLOSE F-DESCUBIERTOS
               GO TO 3500-REVISAR-DESCUBIERTOS-EXIT.

       3600-LEER-DESCUBIERTO.
           READ F-DESCUBIERTOS NEXT RECORD
               AT END GO TO 3900-FIN-DESCUBIERTOS.

           MOVE DSC-CTA-ID TO CUENTA-BUSCADA.
           PERFORM 6400-CUENTA-ALCANZADA
               THRU 6400-CUENTA-ALCANZADA-EXIT.
           IF CUENTA-ALCANZADA
               GO TO 3600-LEER-DESCUBIERTO.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "cuenta " DSC-CTA-ID
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-DESCUBIERTO TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 3600-LEER-DESCUBIERTO.

       3900-FIN-DESCUBIERTOS.
           CLOSE F-DESCUBIERTOS.

       3500-REVISAR-DESCUBIERTOS-EXIT.
           EXIT.

       4000-REVISAR-LIMITES.
           OPEN INPUT F-LIMITES.
           IF FSO <> 00
               CLOSE F-LIMITES
               GO TO 4000-REVISAR-LIMITES-EXIT.

       4100-LEER-LIMITE.
           READ F-LIMITES NEXT RECORD
               AT END GO TO 4190-FIN-LIMITES.

           MOVE LIM-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               GO TO 4100-LEER-LIMITE.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " LIM-TARJETA
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-LIMITE TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 4100-LEER-LIMITE.

       4190-FIN-LIMITES.
           CLOSE F-LIMITES.

       4000-REVISAR-LIMITES-EXIT.
           EXIT.

       4200-REVISAR-INTENTOS.
           OPEN INPUT F-INTENTOS.
           IF FSI <> 00
               CLOSE F-INTENTOS
               GO TO 4200-REVISAR-INTENTOS-EXIT.

       4300-LEER-INTENTOS.
           READ F-INTENTOS NEXT RECORD
               AT END GO TO 4390-FIN-INTENTOS.

           MOVE INUM TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               GO TO 4300-LEER-INTENTOS.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " INUM
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-INTENTOS TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 4300-LEER-INTENTOS.

       4390-FIN-INTENTOS.
           CLOSE F-INTENTOS.

       4200-REVISAR-INTENTOS-EXIT.
           EXIT.

       4400-REVISAR-MANDATOS.
           OPEN INPUT F-MANDATOS.
           IF FSN <> 00
               CLOSE F-MANDATOS
               GO TO 4400-REVISAR-MANDATOS-EXIT.

       4500-LEER-MANDATO.
           READ F-MANDATOS NEXT RECORD
               AT END GO TO 4590-FIN-MANDATOS.

           MOVE MAN-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               GO TO 4500-LEER-MANDATO.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " MAN-TARJETA " emisor " MAN-EMISOR
               " estado " MAN-ESTADO
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-MANDATO TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 4500-LEER-MANDATO.

       4590-FIN-MANDATOS.
           CLOSE F-MANDATOS.

       4400-REVISAR-MANDATOS-EXIT.
           EXIT.

       4600-REVISAR-BENEFICIARIOS.
           OPEN INPUT F-BENEFICIARIOS.
           IF FSB <> 00
               CLOSE F-BENEFICIARIOS
               GO TO 4600-REVISAR-BENEFICIARIOS-EXIT.

       4700-LEER-BENEFICIARIO.
           READ F-BENEFICIARIOS NEXT RECORD
               AT END GO TO 4790-FIN-BENEFICIARIOS.

           MOVE BEN-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               GO TO 4700-LEER-BENEFICIARIO.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " BEN-TARJETA " orden " BEN-ORDEN
               " alias " BEN-ALIAS
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-BENEFICIARIO TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 4700-LEER-BENEFICIARIO.

       4790-FIN-BENEFICIARIOS.
           CLOSE F-BENEFICIARIOS.

       4600-REVISAR-BENEFICIARIOS-EXIT.
           EXIT.

       4800-REVISAR-SUSCRIPCIONES.
           OPEN INPUT F-SUSCRIPCIONES.
           IF FSP <> 00
               CLOSE F-SUSCRIPCIONES
               GO TO 4800-REVISAR-SUSCRIPCIONES-EXIT.

       4900-LEER-SUSCRIPCION.
           READ F-SUSCRIPCIONES NEXT RECORD
               AT END GO TO 4990-FIN-SUSCRIPCIONES.

           MOVE SUS-TARJETA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               GO TO 4900-LEER-SUSCRIPCION.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " SUS-TARJETA " orden " SUS-ORDEN
               " tipo " SUS-TIPO
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-SUSCRIPCION TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 4900-LEER-SUSCRIPCION.

       4990-FIN-SUSCRIPCIONES.
           CLOSE F-SUSCRIPCIONES.

       4800-REVISAR-SUSCRIPCIONES-EXIT.
           EXIT.

           *> Cada entrada del indice debe llevar a su movimiento y
           *> coincidir con el en tarjeta y fecha/hora; si no, las
           *> consultas ensenan apuntes que no son. GENIDX lo rehace.
       5000-REVISAR-MOVIDX.
           OPEN INPUT F-MOVIDX.
           IF FSX <> 00
               CLOSE F-MOVIDX
               GO TO 5000-REVISAR-MOVIDX-EXIT.

           MOVE 0 TO HAY-MOVIMIENTOS-SW.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 00
               MOVE 1 TO HAY-MOVIMIENTOS-SW
           ELSE
               CLOSE F-MOVIMIENTOS.

       5100-LEER-MOVIDX.
           READ F-MOVIDX NEXT RECORD
               AT END GO TO 5900-FIN-MOVIDX.

           IF HAY-MOVIMIENTOS
               MOVE MIX-MOV-NUM TO MOV-NUM
               READ F-MOVIMIENTOS
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       COMPUTE FECHA-HORA-MOV =
                           (MOV-ANO * 10000000000)
                           + (MOV-MES * 100000000) + (MOV-DIA * 1000000)
                           + (MOV-HOR * 10000) + (MOV-MIN * 100)
                           + MOV-SEG
                       IF MOV-TARJETA = MIX-TARJETA
                          AND FECHA-HORA-MOV = MIX-FECHA-HORA
                           GO TO 5100-LEER-MOVIDX
                       END-IF
               END-READ
           END-IF.

           MOVE SPACES TO DETALLE-ROTURA.
           STRING "tarjeta " MIX-TARJETA " movimiento " MIX-MOV-NUM
               DELIMITED BY SIZE INTO DETALLE-ROTURA.
           MOVE CAT-MOVIDX TO IDX-CATEGORIA.
           PERFORM 7000-ANOTAR-ROTURA THRU 7000-ANOTAR-ROTURA-EXIT.

           GO TO 5100-LEER-MOVIDX.

       5900-FIN-MOVIDX.
           CLOSE F-MOVIDX.
           IF HAY-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS.

       5000-REVISAR-MOVIDX-EXIT.
           EXIT.

       6000-BUSCAR-TARJETA.
           MOVE 0 TO TARJETA-EXISTE-SW.
           MOVE TARJETA-BUSCADA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 1 TO TARJETA-EXISTE-SW
           END-READ.

       6000-BUSCAR-TARJETA-EXIT.
           EXIT.

       6200-GUARDAR-CUENTA.
           MOVE 0 TO IDX-CUENTA.

       6210-COMPARAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               ADD 1 TO NUM-CUENTAS
               MOVE CUENTA-BUSCADA TO TC-CTA-ID(NUM-CUENTAS)
               GO TO 6200-GUARDAR-CUENTA-EXIT.
           IF TC-CTA-ID(IDX-CUENTA) NOT = CUENTA-BUSCADA
               GO TO 6210-COMPARAR-CUENTA.

       6200-GUARDAR-CUENTA-EXIT.
           EXIT.

           *> Una cuenta la alcanza una tarjeta viva si figura en
           *> cuentas.ubd o cuentasad.ubd, o si es el numero de una
           *> tarjeta sin fila en cuentas.ubd (la cuenta por defecto
           *> que los programas estrenan con el propio numero).
       6400-CUENTA-ALCANZADA.
           MOVE 1 TO CUENTA-ALCANZADA-SW.
           MOVE 0 TO IDX-CUENTA.

       6410-COMPARAR-ALCANZADA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA <= NUM-CUENTAS
               IF TC-CTA-ID(IDX-CUENTA) = CUENTA-BUSCADA
                   GO TO 6400-CUENTA-ALCANZADA-EXIT
               ELSE
                   GO TO 6410-COMPARAR-ALCANZADA.

           MOVE CUENTA-BUSCADA TO TARJETA-BUSCADA.
           PERFORM 6000-BUSCAR-TARJETA THRU 6000-BUSCAR-TARJETA-EXIT.
           IF TARJETA-EXISTE
               IF NOT HAY-CUENTAS
                   GO TO 6400-CUENTA-ALCANZADA-EXIT
               END-IF
               MOVE CUENTA-BUSCADA TO CTA-TARJETA
               READ F-CUENTAS
                   INVALID KEY
                       GO TO 6400-CUENTA-ALCANZADA-EXIT
               END-READ
           END-IF.

           MOVE 0 TO CUENTA-ALCANZADA-SW.

       6400-CUENTA-ALCANZADA-EXIT.
           EXIT.

       7000-ANOTAR-ROTURA.
           ADD 1 TO CAT-ROTURAS(IDX-CATEGORIA).
           ADD 1 TO ROTURAS-TOTALES.
           IF CAT-GRAVEDAD(IDX-CATEGORIA) = 3
               ADD 1 TO ROTURAS-ALTAS.

           DISPLAY "[" NOMBRE-GRAVEDAD(CAT-GRAVEDAD(IDX-CATEGORIA))
               "] " CAT-DESCRIPCION(IDX-CATEGORIA).
           DISPLAY "        " DETALLE-ROTURA.

       7000-ANOTAR-ROTURA-EXIT.
           EXIT.

       8000-RESUMEN.
           DISPLAY " ".
           DISPLAY "Roturas por categoria:".
           MOVE 0 TO IDX-CATEGORIA.

       8100-LINEA-RESUMEN.
           ADD 1 TO IDX-CATEGORIA.
           IF IDX-CATEGORIA > NUMERO-CATEGORIAS
               GO TO 8000-RESUMEN-EXIT.

           DISPLAY "   " NOMBRE-GRAVEDAD(CAT-GRAVEDAD(IDX-CATEGORIA))
               " " CAT-DESCRIPCION(IDX-CATEGORIA) " "
               CAT-ROTURAS(IDX-CATEGORIA).

           GO TO 8100-LINEA-RESUMEN.

       8000-RESUMEN-EXIT.
           EXIT.
