       IDENTIFICATION DIVISION.
       PROGRAM-ID. MAYOR.

           *> Paso de la consola que lleva el mayor: comprueba el
           *> fichero de asientos de GLDIARIO contra los recuentos y
           *> totales de su cola y, si cuadra y es posterior al corte,
           *> lo aplica a los saldos de saldosgl.ubd. Despues imprime
           *> el balance de sumas y saldos y cuadra las cuentas con
           *> funcion contra sus auxiliares: depositos contra
           *> saldos.ubd, suspenso y fondos retenidos contra
           *> retenciones.ubd y efectivo de cajero contra cajon.ubd,
           *> terminal a terminal.
           *>
           *> Una diferencia se explica con las lineas de asiento que
           *> aun no han llegado al mayor: las de los movimientos
           *> posteriores al corte, asentadas con la misma regla de
           *> GLLINEA que usa GLDIARIO, y las retenciones abiertas
           *> despues del corte. Como los verificadores, dicta su
           *> veredicto por RETURN-CODE: un fichero de asientos que no
           *> cuadra con su cola o una diferencia que esas lineas no
           *> explican deja el paso FALLIDO.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-ASIENTOS ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSA.

           SELECT F-SALDOSGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-CUENTA
           FILE STATUS IS FSL.

           SELECT F-SALDOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SALDO-CTA-ID
           FILE STATUS IS FSS.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSR.

           SELECT F-CAJON ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CAJ-CLAVE
           FILE STATUS IS FSC.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

       DATA DIVISION.
       FILE SECTION.
       FD F-ASIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientos.dat".
       01 ASIENTO-REG.
           02 ASI-TIPO-REG            PIC   X(1).
           02 ASI-RESTO               PIC  X(70).
       01 ASIENTO-CABECERA REDEFINES ASIENTO-REG.
           02 CAB-TIPO-REG            PIC   X(1).
           02 CAB-FECHA               PIC   9(8).
           02 FILLER                  PIC  X(62).
       01 ASIENTO-LINEA REDEFINES ASIENTO-REG.
           02 LIN-TIPO-REG            PIC   X(1).
           02 LIN-CUENTA-DEBE         PIC   9(8).
           02 LIN-CUENTA-HABER        PIC   9(8).
           02 LIN-IMPORTE-CENT        PIC  S9(13).
           02 LIN-MOV-TIPO            PIC   9(2).
           02 LIN-DESCRIPCION         PIC  X(30).
           02 FILLER                  PIC  X(10).
       01 ASIENTO-COLA REDEFINES ASIENTO-REG.
           02 COL-TIPO-REG            PIC   X(1).
           02 COL-LINEAS              PIC   9(5).
           02 COL-HASH-IMPORTES       PIC  S9(15).
           02 COL-HASH-CUENTAS        PIC   9(15).
           02 FILLER                  PIC  X(35).

       FD F-SALDOSGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosgl.ubd".
           COPY SALDOGL.

       FD F-SALDOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldos.ubd".
       01 SALDO-REG.
           02 SALDO-CTA-ID             PIC  9(16).
           02 SALDO-ENT              PIC S9(9).
           02 SALDO-DEC              PIC  9(2).

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-CAJON
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cajon.ubd".
           COPY CAJON.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       WORKING-STORAGE SECTION.
       77 FSA                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSC                       PIC   X(2).
       77 FSM                       PIC   X(2).

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

       78 CODIGO-MAYOR-MAL          VALUE 8.

           *> Estado del fichero de asientos tras contrastarlo con su
           *> cola.
       77 ESTADO-ASIENTOS           PIC   9(1).
           88 ASIENTOS-AUSENTES         VALUE 0.
           88 ASIENTOS-VALIDOS          VALUE 1.
           88 ASIENTOS-RECHAZADOS       VALUE 2.
       77 MOTIVO-RECHAZO            PIC  X(40).
       77 HAY-CABECERA-SW           PIC   9(1).
       77 HAY-COLA-SW               PIC   9(1).
       77 FECHA-FICHERO             PIC   9(8).
       77 LINEAS-LEIDAS             PIC   9(5).
       77 HASH-IMPORTES             PIC  S9(15).
       77 HASH-CUENTAS              PIC   9(15).

       77 FECHA-CORTE               PIC   9(8).
       77 HAY-MAYOR-SW              PIC   9(1).
           88 HAY-MAYOR                 VALUE 1.
       77 LINEAS-APLICADAS          PIC   9(5).
       77 CUENTAS-CREADAS           PIC   9(5).
       77 CUENTA-APUNTE             PIC   9(8).
       77 CENT-APUNTE               PIC  S9(15).
       77 LADO-APUNTE               PIC   X(1).

           *> Cuentas del mayor ya aplicado, con el efecto de las
           *> lineas pendientes (con signo de debe).
       78 MAX-CUENTAS               VALUE 500.
       01 TABLA-MAYOR.
           05 MAYOR-ENTRY OCCURS 500 TIMES.
               10 TMY-CUENTA        PIC   9(8).
               10 TMY-FUNCION       PIC   9(1).
               10 TMY-TERMINAL      PIC   9(4).
               10 TMY-SALDO         PIC  S9(15).
               10 TMY-PENDIENTE     PIC  S9(15).

       77 NUM-CUENTAS               PIC   9(3).
       77 IDX-CUENTA                PIC   9(3).
       77 CUENTA-BUSCADA            PIC   9(8).
       77 IDX-ENCONTRADO            PIC   9(3).
       77 CUENTAS-SIN-TABLA         PIC   9(5).

       77 TOT-DEBE-DIA              PIC  S9(15).
       77 TOT-HABER-DIA             PIC  S9(15).
       77 TOT-SALDO                 PIC  S9(15).

           *> Parametros del modulo GLLINEA.
       77 OPERACION-GL              PIC   X(1).
       77 TIPO-GL                   PIC   9(2).
       77 CENT-GL                   PIC  S9(11).
       77 TERMINAL-GL               PIC   9(4).
       77 CTA-ID-GL                 PIC   9(16).
       77 DEBE-GL                   PIC   9(8).
       77 HABER-GL                  PIC   9(8).
       77 IMPORTE-GL                PIC  S9(11).
       77 ESTADO-GL                 PIC   9(1).

           *> Codigos de las lineas de posicion de retenciones que
           *> escribe GLDIARIO.
       78 TIPO-MEMORIA-SUSPENSO     VALUE 90.
       78 TIPO-MEMORIA-RETENIDOS    VALUE 91.

           *> Lineas pendientes: movimientos posteriores al corte.
       78 MAX-PENDIENTES            VALUE 500.
       01 TABLA-PENDIENTES.
           05 PENDIENTE-ENTRY OCCURS 500 TIMES.
               10 PEN-TIPO          PIC   9(2).
               10 PEN-DEBE          PIC   9(8).
               10 PEN-HABER         PIC   9(8).
               10 PEN-MOVIMIENTOS   PIC   9(7).
               10 PEN-TOTAL-CENT    PIC  S9(13).

       77 NUM-PENDIENTES            PIC   9(3).
       77 IDX-PENDIENTE             PIC   9(3).
       77 PENDIENTES-SIN-MAPEO      PIC   9(7).
       77 PENDIENTES-DESBORDADOS    PIC   9(7).
       77 FECHA-MOV-NUM             PIC   9(8).
       77 CENT-MOV                  PIC  S9(11).

           *> Cuadre en curso: funcion y terminal de las cuentas que
           *> entran, y sus importes (todos con el signo natural del
           *> auxiliar).
       77 FUNCION-CUADRE            PIC   9(1).
       77 TERMINAL-CUADRE           PIC   9(4).
       77 CUENTAS-CUADRE            PIC   9(3).
       77 MAYOR-CUADRE              PIC  S9(15).
       77 PENDIENTE-CUADRE          PIC  S9(15).
       77 AUXILIAR-CUADRE           PIC  S9(15).
       77 DIFERENCIA-CUADRE         PIC  S9(15).
       77 EXPLICADO-CUADRE          PIC  S9(15).
       77 RESIDUO-CUADRE            PIC  S9(15).
       77 NOMBRE-CUADRE             PIC  X(30).
       77 LINEA-TOCA-SW             PIC   9(1).

       77 CENT-SALDO                PIC  S9(11).
       77 CENT-RETENCION            PIC  S9(11).
       77 FECHA-RET-NUM             PIC   9(8).

           *> Efectivo de cajero por terminal.
       78 MAX-TERMINALES            VALUE 100.
       01 TABLA-CAJEROS.
           05 CAJERO-ENTRY OCCURS 100 TIMES.
               10 TCJ-TERMINAL      PIC   9(4).
               10 TCJ-CAJON         PIC  S9(15).

       77 NUM-CAJEROS               PIC   9(3).
       77 IDX-CAJERO                PIC   9(3).

       77 CUADRES-HECHOS            PIC   9(3).
       77 DIFERENCIAS-EXPLICADAS    PIC   9(3).
       77 DIFERENCIAS-SIN-EXPLICAR  PIC   9(3).

       77 IMPORTE-EDITADO           PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-2         PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.
       77 IMPORTE-EDITADO-3         PIC  -ZZZ,ZZZ,ZZZ,ZZ9.99.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           *> Los recuentos se reponen aqui y no solo por VALUE, para
           *> que un relanzamiento desde la consola no arrastre los
           *> de la pasada anterior.
           MOVE 0 TO LINEAS-APLICADAS.
           MOVE 0 TO CUENTAS-CREADAS.
           MOVE 0 TO CUADRES-HECHOS.
           MOVE 0 TO DIFERENCIAS-EXPLICADAS.
           MOVE 0 TO DIFERENCIAS-SIN-EXPLICAR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - MAYOR - saldos de mayor, balance y "
               "cuadre de auxiliares".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".

           PERFORM 1000-VALIDAR-ASIENTOS
               THRU 1000-VALIDAR-ASIENTOS-EXIT.
           PERFORM 1500-LEER-CORTE THRU 1500-LEER-CORTE-EXIT.

           IF ASIENTOS-VALIDOS
               IF FECHA-FICHERO > FECHA-CORTE
                   PERFORM 2000-APLICAR-ASIENTOS
                       THRU 2000-APLICAR-ASIENTOS-EXIT
               ELSE
                   DISPLAY "asientos.dat del " FECHA-FICHERO
                       " no es posterior al corte del mayor ("
                       FECHA-CORTE "); no se vuelve a aplicar."
               END-IF
           END-IF.

           IF NOT HAY-MAYOR
               DISPLAY " "
               DISPLAY "No hay saldos de mayor; de de alta las "
                   "cuentas con ALTAGL."
               GO TO 9000-VEREDICTO.

           PERFORM 3000-BALANCE THRU 3000-BALANCE-EXIT.

           MOVE "C" TO OPERACION-GL.
           CALL "GLLINEA" USING OPERACION-GL TIPO-GL CENT-GL
               TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
               ESTADO-GL.
           MOVE "R" TO OPERACION-GL.

           PERFORM 4000-LINEAS-PENDIENTES
               THRU 4000-LINEAS-PENDIENTES-EXIT.

           DISPLAY " ".
           DISPLAY "CUADRE CONTRA AUXILIARES (corte del mayor "
               FECHA-CORTE ")".

           PERFORM 5000-CUADRE-DEPOSITOS
               THRU 5000-CUADRE-DEPOSITOS-EXIT.
           PERFORM 6000-CUADRE-RETENCIONES
               THRU 6000-CUADRE-RETENCIONES-EXIT.
           PERFORM 7000-CUADRE-CAJEROS THRU 7000-CUADRE-CAJEROS-EXIT.

       9000-VEREDICTO.
           DISPLAY " ".
           DISPLAY "Lineas de asiento aplicadas : " LINEAS-APLICADAS.
           DISPLAY "Cuentas de mayor creadas    : " CUENTAS-CREADAS.
           DISPLAY "Cuadres realizados          : " CUADRES-HECHOS.
           DISPLAY "Diferencias explicadas      : "
               DIFERENCIAS-EXPLICADAS.
           DISPLAY "Diferencias sin explicar    : "
               DIFERENCIAS-SIN-EXPLICAR.
           DISPLAY " ".

           IF ASIENTOS-RECHAZADOS OR DIFERENCIAS-SIN-EXPLICAR > 0
               MOVE CODIGO-MAYOR-MAL TO RETURN-CODE
               DISPLAY "MAYOR FALLIDO: revise el fichero de asientos "
                   "o las diferencias senaladas."
           ELSE
               MOVE 0 TO RETURN-CODE
               DISPLAY "MAYOR CORRECTO: el mayor cuadra con sus "
                   "auxiliares.".

           GOBACK.

           *> Primera pasada: cabecera al principio, lineas D y una
           *> sola cola T al final cuyos recuentos y totales de control
           *> coinciden con lo leido. Nada se aplica si algo falla.
       1000-VALIDAR-ASIENTOS.
           MOVE 0 TO ESTADO-ASIENTOS.
           MOVE SPACES TO MOTIVO-RECHAZO.
           MOVE 0 TO HAY-CABECERA-SW.
           MOVE 0 TO HAY-COLA-SW.
           MOVE 0 TO FECHA-FICHERO.
           MOVE 0 TO LINEAS-LEIDAS.
           MOVE 0 TO HASH-IMPORTES.
           MOVE 0 TO HASH-CUENTAS.

           OPEN INPUT F-ASIENTOS.
           IF FSA <> 00
               DISPLAY "Sin fichero asientos.dat: el mayor no se "
                   "actualiza hoy."
               GO TO 1000-VALIDAR-ASIENTOS-EXIT.

       1100-LEER-ASIENTO.
           READ F-ASIENTOS
               AT END GO TO 1800-COMPROBAR-COLA.

           IF HAY-COLA-SW = 1
               MOVE "registros despues de la cola" TO MOTIVO-RECHAZO
               GO TO 1900-CERRAR-ASIENTOS.

           IF ASI-TIPO-REG = "H"
               IF HAY-CABECERA-SW = 1 OR LINEAS-LEIDAS > 0
                   MOVE "cabecera fuera de sitio" TO MOTIVO-RECHAZO
                   GO TO 1900-CERRAR-ASIENTOS
               END-IF
               MOVE 1 TO HAY-CABECERA-SW
               MOVE CAB-FECHA TO FECHA-FICHERO
               GO TO 1100-LEER-ASIENTO.

           IF HAY-CABECERA-SW = 0
               MOVE "falta la cabecera" TO MOTIVO-RECHAZO
               GO TO 1900-CERRAR-ASIENTOS.

           IF ASI-TIPO-REG = "D"
               ADD 1 TO LINEAS-LEIDAS
               ADD LIN-IMPORTE-CENT TO HASH-IMPORTES
               COMPUTE HASH-CUENTAS = HASH-CUENTAS
                   + LIN-CUENTA-DEBE + LIN-CUENTA-HABER
               GO TO 1100-LEER-ASIENTO.

           IF ASI-TIPO-REG = "T"
               MOVE 1 TO HAY-COLA-SW
               IF COL-LINEAS NOT = LINEAS-LEIDAS
                   MOVE "recuento de lineas distinto" TO MOTIVO-RECHAZO
               END-IF
               IF COL-HASH-IMPORTES NOT = HASH-IMPORTES
                   MOVE "total de importes distinto" TO MOTIVO-RECHAZO
               END-IF
               IF COL-HASH-CUENTAS NOT = HASH-CUENTAS
                   MOVE "total de cuentas distinto" TO MOTIVO-RECHAZO
               END-IF
               GO TO 1100-LEER-ASIENTO.

           MOVE "tipo de registro desconocido" TO MOTIVO-RECHAZO.
           GO TO 1900-CERRAR-ASIENTOS.

       1800-COMPROBAR-COLA.
           IF HAY-CABECERA-SW = 0
               MOVE "fichero vacio o sin cabecera" TO MOTIVO-RECHAZO.
           IF HAY-COLA-SW = 0 AND MOTIVO-RECHAZO = SPACES
               MOVE "falta la cola" TO MOTIVO-RECHAZO.

       1900-CERRAR-ASIENTOS.
           CLOSE F-ASIENTOS.

           IF MOTIVO-RECHAZO = SPACES
               SET ASIENTOS-VALIDOS TO TRUE
               DISPLAY "asientos.dat del " FECHA-FICHERO ": "
                   LINEAS-LEIDAS " lineas, cola conforme."
           ELSE
               SET ASIENTOS-RECHAZADOS TO TRUE
               DISPLAY "ASIENTOS RECHAZADOS: " MOTIVO-RECHAZO
               DISPLAY "   Leido: " LINEAS-LEIDAS " lineas, importes "
                   HASH-IMPORTES ", cuentas " HASH-CUENTAS
               DISPLAY "   El mayor no se actualiza con este fichero.".

       1000-VALIDAR-ASIENTOS-EXIT.
           EXIT.

           *> El corte del mayor es la fecha mas alta aplicada o
           *> cargada como saldo inicial.
       1500-LEER-CORTE.
           MOVE 0 TO FECHA-CORTE.
           MOVE 0 TO HAY-MAYOR-SW.

           OPEN INPUT F-SALDOSGL.
           IF FSL <> 00
               GO TO 1500-LEER-CORTE-EXIT.

           MOVE 1 TO HAY-MAYOR-SW.

       1510-LEER-CUENTA.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO 1590-FIN-CUENTAS.

           IF GLS-FECHA-ULTIMA > FECHA-CORTE
               MOVE GLS-FECHA-ULTIMA TO FECHA-CORTE.

           GO TO 1510-LEER-CUENTA.

       1590-FIN-CUENTAS.
           CLOSE F-SALDOSGL.

       1500-LEER-CORTE-EXIT.
           EXIT.

       2000-APLICAR-ASIENTOS.
           OPEN I-O F-SALDOSGL.
           IF FSL = 35
               OPEN OUTPUT F-SALDOSGL
               CLOSE F-SALDOSGL
               OPEN I-O F-SALDOSGL
           END-IF.
           IF FSL <> 00
               DISPLAY "Error abriendo saldosgl.ubd"
               GO TO 2000-APLICAR-ASIENTOS-EXIT.

           MOVE 1 TO HAY-MAYOR-SW.

           *> Debe y haber del dia empiezan en cero y todas las
           *> cuentas pasan al nuevo corte.
       2010-PONER-A-CERO.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO 2100-ABRIR-LINEAS.

           MOVE 0 TO GLS-DEBE-DIA.
           MOVE 0 TO GLS-HABER-DIA.
           MOVE FECHA-FICHERO TO GLS-FECHA-ULTIMA.
           REWRITE SALDOGL-REG.

           GO TO 2010-PONER-A-CERO.

       2100-ABRIR-LINEAS.
           OPEN INPUT F-ASIENTOS.
           IF FSA <> 00
               DISPLAY "Error abriendo asientos.dat"
               CLOSE F-SALDOSGL
               GO TO 2000-APLICAR-ASIENTOS-EXIT.

       2110-LEER-LINEA.
           READ F-ASIENTOS
               AT END GO TO 2900-FIN-LINEAS.

           IF ASI-TIPO-REG NOT = "D"
               GO TO 2110-LEER-LINEA.

           MOVE LIN-CUENTA-DEBE TO CUENTA-APUNTE.
           MOVE LIN-IMPORTE-CENT TO CENT-APUNTE.
           MOVE "D" TO LADO-APUNTE.
           PERFORM 2500-APUNTAR THRU 2500-APUNTAR-EXIT.

           MOVE LIN-CUENTA-HABER TO CUENTA-APUNTE.
           MOVE "H" TO LADO-APUNTE.
           PERFORM 2500-APUNTAR THRU 2500-APUNTAR-EXIT.

           ADD 1 TO LINEAS-APLICADAS.
           GO TO 2110-LEER-LINEA.

       2900-FIN-LINEAS.
           CLOSE F-ASIENTOS.
           CLOSE F-SALDOSGL.

           MOVE FECHA-FICHERO TO FECHA-CORTE.
           DISPLAY "Mayor actualizado al " FECHA-CORTE ".".

       2000-APLICAR-ASIENTOS-EXIT.
           EXIT.

           *> Apunta CENT-APUNTE al lado LADO-APUNTE de CUENTA-APUNTE;
           *> una cuenta del mapa que aun no tenga saldo se crea con
           *> la descripcion de la linea y sin funcion.
       2500-APUNTAR.
           MOVE CUENTA-APUNTE TO GLS-CUENTA.
           READ F-SALDOSGL
               INVALID KEY
                   INITIALIZE SALDOGL-REG
                   MOVE CUENTA-APUNTE TO GLS-CUENTA
                   MOVE LIN-DESCRIPCION TO GLS-DESCRIPCION
                   MOVE FECHA-FICHERO TO GLS-FECHA-ULTIMA
                   WRITE SALDOGL-REG
                   ADD 1 TO CUENTAS-CREADAS
                   DISPLAY "   Cuenta de mayor " CUENTA-APUNTE
                       " creada desde el mapa contable"
           END-READ.

           IF LADO-APUNTE = "D"
               ADD CENT-APUNTE TO GLS-DEBE-DIA
               ADD CENT-APUNTE TO GLS-SALDO-CENT
           ELSE
               ADD CENT-APUNTE TO GLS-HABER-DIA
               SUBTRACT CENT-APUNTE FROM GLS-SALDO-CENT.

           REWRITE SALDOGL-REG.

       2500-APUNTAR-EXIT.
           EXIT.

           *> Balance de sumas y saldos: debe y haber del ultimo dia
           *> aplicado y saldo de cada cuenta. Carga la tabla de
           *> cuentas para los cuadres.
       3000-BALANCE.
           MOVE 0 TO NUM-CUENTAS.
           MOVE 0 TO CUENTAS-SIN-TABLA.
           MOVE 0 TO TOT-DEBE-DIA.
           MOVE 0 TO TOT-HABER-DIA.
           MOVE 0 TO TOT-SALDO.

           OPEN INPUT F-SALDOSGL.
           IF FSL <> 00
               DISPLAY "Error abriendo saldosgl.ubd"
               GO TO 3000-BALANCE-EXIT.

           DISPLAY " ".
           DISPLAY "BALANCE DE SUMAS Y SALDOS al " FECHA-CORTE.
           DISPLAY "   Cuenta   Descripcion                    "
               "F            Debe dia           Haber dia"
               "               Saldo".

       3100-LEER-CUENTA.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO 3800-TOTALES.

           ADD GLS-DEBE-DIA   TO TOT-DEBE-DIA.
           ADD GLS-HABER-DIA  TO TOT-HABER-DIA.
           ADD GLS-SALDO-CENT TO TOT-SALDO.

           COMPUTE IMPORTE-EDITADO   = GLS-DEBE-DIA / 100.
           COMPUTE IMPORTE-EDITADO-2 = GLS-HABER-DIA / 100.
           COMPUTE IMPORTE-EDITADO-3 = GLS-SALDO-CENT / 100.
           DISPLAY "   " GLS-CUENTA " " GLS-DESCRIPCION " "
               GLS-FUNCION " " IMPORTE-EDITADO " " IMPORTE-EDITADO-2
               " " IMPORTE-EDITADO-3.

           IF NUM-CUENTAS >= MAX-CUENTAS
               ADD 1 TO CUENTAS-SIN-TABLA
               GO TO 3100-LEER-CUENTA.

           ADD 1 TO NUM-CUENTAS.
           MOVE GLS-CUENTA     TO TMY-CUENTA(NUM-CUENTAS).
           MOVE GLS-FUNCION    TO TMY-FUNCION(NUM-CUENTAS).
           MOVE GLS-TERMINAL   TO TMY-TERMINAL(NUM-CUENTAS).
           MOVE GLS-SALDO-CENT TO TMY-SALDO(NUM-CUENTAS).
           MOVE 0 TO TMY-PENDIENTE(NUM-CUENTAS).

           GO TO 3100-LEER-CUENTA.

       3800-TOTALES.
           CLOSE F-SALDOSGL.

           COMPUTE IMPORTE-EDITADO   = TOT-DEBE-DIA / 100.
           COMPUTE IMPORTE-EDITADO-2 = TOT-HABER-DIA / 100.
           COMPUTE IMPORTE-EDITADO-3 = TOT-SALDO / 100.
           DISPLAY "   Totales                                  "
               IMPORTE-EDITADO " " IMPORTE-EDITADO-2 " "
               IMPORTE-EDITADO-3.

           *> Las sumas del dia cuadran siempre por construccion; el
           *> saldo total solo deja de ser cero si los saldos
           *> iniciales cargados a mano no cuadran entre si.
           IF TOT-DEBE-DIA = TOT-HABER-DIA AND TOT-SALDO = 0
               DISPLAY "   Balance cuadrado."
           ELSE
               DISPLAY "   AVISO: balance descuadrado; revise los "
                   "saldos iniciales de ALTAGL.".

           IF CUENTAS-SIN-TABLA > 0
               DISPLAY "   AVISO: " CUENTAS-SIN-TABLA
                   " cuentas por encima de " MAX-CUENTAS
                   " quedan fuera de los cuadres.".

       3000-BALANCE-EXIT.
           EXIT.

           *> Asienta con GLLINEA los movimientos posteriores al corte
           *> y acumula su efecto en cada cuenta de la tabla.
       4000-LINEAS-PENDIENTES.
           MOVE 0 TO NUM-PENDIENTES.
           MOVE 0 TO PENDIENTES-SIN-MAPEO.
           MOVE 0 TO PENDIENTES-DESBORDADOS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO 4000-LINEAS-PENDIENTES-EXIT.

       4100-LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO 4800-FIN-MOVIMIENTOS.

           COMPUTE FECHA-MOV-NUM = (MOV-ANO * 10000)
                                   + (MOV-MES * 100) + MOV-DIA.
           IF FECHA-MOV-NUM <= FECHA-CORTE
               GO TO 4100-LEER-MOVIMIENTO.

           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                                  - MOV-IMPORTE-DEC
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                                  + MOV-IMPORTE-DEC
           END-IF.

           MOVE MOV-TIPO     TO TIPO-GL.
           MOVE CENT-MOV     TO CENT-GL.
           MOVE MOV-TERMINAL TO TERMINAL-GL.
           MOVE MOV-CTA-ID   TO CTA-ID-GL.
           CALL "GLLINEA" USING OPERACION-GL TIPO-GL CENT-GL
               TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
               ESTADO-GL.

           IF ESTADO-GL NOT = 0
               ADD 1 TO PENDIENTES-SIN-MAPEO
               GO TO 4100-LEER-MOVIMIENTO.
           IF IMPORTE-GL = 0
               GO TO 4100-LEER-MOVIMIENTO.

           PERFORM 4200-ACUMULAR-PENDIENTE
               THRU 4200-ACUMULAR-PENDIENTE-EXIT.

           GO TO 4100-LEER-MOVIMIENTO.

       4800-FIN-MOVIMIENTOS.
           CLOSE F-MOVIMIENTOS.

           IF PENDIENTES-SIN-MAPEO > 0
               DISPLAY " "
               DISPLAY "AVISO: " PENDIENTES-SIN-MAPEO
                   " movimientos posteriores al corte sin mapeo "
                   "contable.".
           IF PENDIENTES-DESBORDADOS > 0
               DISPLAY "AVISO: " PENDIENTES-DESBORDADOS
                   " movimientos posteriores al corte no caben en "
                   "la tabla de lineas pendientes.".

       4000-LINEAS-PENDIENTES-EXIT.
           EXIT.

       4200-ACUMULAR-PENDIENTE.
           MOVE 0 TO IDX-PENDIENTE.

       4210-BUSCAR-PENDIENTE.
           ADD 1 TO IDX-PENDIENTE.
           IF IDX-PENDIENTE > NUM-PENDIENTES
               GO TO 4250-NUEVA-PENDIENTE.

           IF PEN-TIPO(IDX-PENDIENTE) = TIPO-GL
               AND PEN-DEBE(IDX-PENDIENTE) = DEBE-GL
               AND PEN-HABER(IDX-PENDIENTE) = HABER-GL
               GO TO 4280-SUMAR-PENDIENTE.

           GO TO 4210-BUSCAR-PENDIENTE.

       4250-NUEVA-PENDIENTE.
           IF NUM-PENDIENTES >= MAX-PENDIENTES
               ADD 1 TO PENDIENTES-DESBORDADOS
               GO TO 4200-ACUMULAR-PENDIENTE-EXIT.

           ADD 1 TO NUM-PENDIENTES.
           MOVE NUM-PENDIENTES TO IDX-PENDIENTE.
           MOVE TIPO-GL  TO PEN-TIPO(IDX-PENDIENTE).
           MOVE DEBE-GL  TO PEN-DEBE(IDX-PENDIENTE).
           MOVE HABER-GL TO PEN-HABER(IDX-PENDIENTE).
           MOVE 0 TO PEN-MOVIMIENTOS(IDX-PENDIENTE).
           MOVE 0 TO PEN-TOTAL-CENT(IDX-PENDIENTE).

       4280-SUMAR-PENDIENTE.
           ADD 1 TO PEN-MOVIMIENTOS(IDX-PENDIENTE).
           ADD IMPORTE-GL TO PEN-TOTAL-CENT(IDX-PENDIENTE).

           MOVE DEBE-GL TO CUENTA-BUSCADA.
           PERFORM 8100-BUSCAR-CUENTA THRU 8100-BUSCAR-CUENTA-EXIT.
           IF IDX-ENCONTRADO > 0
               ADD IMPORTE-GL TO TMY-PENDIENTE(IDX-ENCONTRADO).

           MOVE HABER-GL TO CUENTA-BUSCADA.
           PERFORM 8100-BUSCAR-CUENTA THRU 8100-BUSCAR-CUENTA-EXIT.
           IF IDX-ENCONTRADO > 0
               SUBTRACT IMPORTE-GL FROM TMY-PENDIENTE(IDX-ENCONTRADO).

       4200-ACUMULAR-PENDIENTE-EXIT.
           EXIT.

           *> Depositos de clientes: saldo acreedor de las cuentas de
           *> funcion 1 contra la suma de saldos.ubd.
       5000-CUADRE-DEPOSITOS.
           MOVE 1 TO FUNCION-CUADRE.
           MOVE 0 TO TERMINAL-CUADRE.
           PERFORM 8200-SUMAR-MAYOR THRU 8200-SUMAR-MAYOR-EXIT.

           DISPLAY " ".
           IF CUENTAS-CUADRE = 0
               DISPLAY "Depositos de clientes: sin cuenta de funcion "
                   "1, cuadre no realizado."
               GO TO 5000-CUADRE-DEPOSITOS-EXIT.

           COMPUTE MAYOR-CUADRE = 0 - MAYOR-CUADRE.
           COMPUTE PENDIENTE-CUADRE = 0 - PENDIENTE-CUADRE.

           MOVE 0 TO AUXILIAR-CUADRE.
           OPEN INPUT F-SALDOS.
           IF FSS <> 00
               GO TO 5500-COMPARAR-DEPOSITOS.

       5100-LEER-SALDO.
           READ F-SALDOS NEXT RECORD
               AT END GO TO 5190-FIN-SALDOS.

           IF SALDO-ENT < 0
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CENT-SALDO = (SALDO-ENT * 100) + SALDO-DEC.
           ADD CENT-SALDO TO AUXILIAR-CUADRE.

           GO TO 5100-LEER-SALDO.

       5190-FIN-SALDOS.
           CLOSE F-SALDOS.

       5500-COMPARAR-DEPOSITOS.
           MOVE "Depositos de clientes" TO NOMBRE-CUADRE.
           MOVE PENDIENTE-CUADRE TO EXPLICADO-CUADRE.
           PERFORM 8500-INFORMAR-CUADRE
               THRU 8500-INFORMAR-CUADRE-EXIT.

       5000-CUADRE-DEPOSITOS-EXIT.
           EXIT.

           *> Suspenso (sobres sin contar) y fondos retenidos
           *> (reservas y embargos): saldo deudor de las cuentas de
           *> orden contra las retenciones abiertas. Las abiertas
           *> despues del corte aun no tienen su linea de posicion.
       6000-CUADRE-RETENCIONES.
           MOVE 2 TO FUNCION-CUADRE.
           MOVE "Suspenso de sobres" TO NOMBRE-CUADRE.
           PERFORM 6100-CUADRE-RETENCION
               THRU 6100-CUADRE-RETENCION-EXIT.

           MOVE 3 TO FUNCION-CUADRE.
           MOVE "Fondos retenidos" TO NOMBRE-CUADRE.
           PERFORM 6100-CUADRE-RETENCION
               THRU 6100-CUADRE-RETENCION-EXIT.

       6000-CUADRE-RETENCIONES-EXIT.
           EXIT.

       6100-CUADRE-RETENCION.
           MOVE 0 TO TERMINAL-CUADRE.
           PERFORM 8200-SUMAR-MAYOR THRU 8200-SUMAR-MAYOR-EXIT.

           DISPLAY " ".
           IF CUENTAS-CUADRE = 0
               DISPLAY NOMBRE-CUADRE ": sin cuenta de funcion "
                   FUNCION-CUADRE ", cuadre no realizado."
               GO TO 6100-CUADRE-RETENCION-EXIT.

           MOVE 0 TO AUXILIAR-CUADRE.
           MOVE PENDIENTE-CUADRE TO EXPLICADO-CUADRE.

           OPEN INPUT F-RETENCIONES.
           IF FSR <> 00
               GO TO 6500-COMPARAR-RETENCION.

       6110-LEER-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 6190-FIN-RETENCIONES.

           IF NOT RET-RETENIDO
               GO TO 6110-LEER-RETENCION.
           IF FUNCION-CUADRE = 2 AND NOT RET-ORIGEN-INGRESO
               GO TO 6110-LEER-RETENCION.
           IF FUNCION-CUADRE = 3 AND RET-ORIGEN-INGRESO
               GO TO 6110-LEER-RETENCION.

           COMPUTE CENT-RETENCION = (RET-IMPORTE-ENT * 100)
                                    + RET-IMPORTE-DEC.
           ADD CENT-RETENCION TO AUXILIAR-CUADRE.

           COMPUTE FECHA-RET-NUM = (RET-ANO * 10000)
                                   + (RET-MES * 100) + RET-DIA.
           IF FECHA-RET-NUM > FECHA-CORTE
               ADD CENT-RETENCION TO EXPLICADO-CUADRE.

           GO TO 6110-LEER-RETENCION.

       6190-FIN-RETENCIONES.
           CLOSE F-RETENCIONES.

       6500-COMPARAR-RETENCION.
           PERFORM 8500-INFORMAR-CUADRE
               THRU 8500-INFORMAR-CUADRE-EXIT.

           IF DIFERENCIA-CUADRE NOT = 0
               PERFORM 6600-LISTAR-RETENCIONES
                   THRU 6600-LISTAR-RETENCIONES-EXIT.

       6100-CUADRE-RETENCION-EXIT.
           EXIT.

           *> Linea de posicion que le falta al mayor por cada
           *> retencion abierta despues del corte.
       6600-LISTAR-RETENCIONES.
           OPEN INPUT F-RETENCIONES.
           IF FSR <> 00
               GO TO 6600-LISTAR-RETENCIONES-EXIT.

       6610-LEER-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 6690-FIN-LISTADO.

           IF NOT RET-RETENIDO
               GO TO 6610-LEER-RETENCION.
           IF FUNCION-CUADRE = 2 AND NOT RET-ORIGEN-INGRESO
               GO TO 6610-LEER-RETENCION.
           IF FUNCION-CUADRE = 3 AND RET-ORIGEN-INGRESO
               GO TO 6610-LEER-RETENCION.

           COMPUTE FECHA-RET-NUM = (RET-ANO * 10000)
                                   + (RET-MES * 100) + RET-DIA.
           IF FECHA-RET-NUM <= FECHA-CORTE
               GO TO 6610-LEER-RETENCION.

           COMPUTE CENT-RETENCION = (RET-IMPORTE-ENT * 100)
                                    + RET-IMPORTE-DEC.
           IF FUNCION-CUADRE = 2
               MOVE TIPO-MEMORIA-SUSPENSO TO TIPO-GL
           ELSE
               MOVE TIPO-MEMORIA-RETENIDOS TO TIPO-GL.
           MOVE CENT-RETENCION TO CENT-GL.
           MOVE 0 TO TERMINAL-GL.
           MOVE 0 TO CTA-ID-GL.
           CALL "GLLINEA" USING OPERACION-GL TIPO-GL CENT-GL
               TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
               ESTADO-GL.

           COMPUTE IMPORTE-EDITADO = CENT-RETENCION / 100.
           DISPLAY "      Tipo " TIPO-GL "  " DEBE-GL " a " HABER-GL
               " " IMPORTE-EDITADO "  retencion " RET-NUM(20:16)
               " del " FECHA-RET-NUM.

           GO TO 6610-LEER-RETENCION.

       6690-FIN-LISTADO.
           CLOSE F-RETENCIONES.

       6600-LISTAR-RETENCIONES-EXIT.
           EXIT.

           *> Efectivo de cajero: cada terminal con cajon o con cuenta
           *> propia de funcion 4 se cuadra por separado; la cuenta
           *> generica (terminal cero) recoge lo que no se pudo llevar
           *> a una maquina y debe quedar a cero.
       7000-CUADRE-CAJEROS.
           MOVE 4 TO FUNCION-CUADRE.
           MOVE 0 TO NUM-CAJEROS.
           MOVE 0 TO IDX-CUENTA.

       7010-CAJEROS-DEL-MAYOR.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               GO TO 7100-ABRIR-CAJON.

           IF TMY-FUNCION(IDX-CUENTA) = 4
               MOVE TMY-TERMINAL(IDX-CUENTA) TO TERMINAL-CUADRE
               PERFORM 8300-ALTA-CAJERO THRU 8300-ALTA-CAJERO-EXIT.

           GO TO 7010-CAJEROS-DEL-MAYOR.

       7100-ABRIR-CAJON.
           DISPLAY " ".
           IF NUM-CAJEROS = 0
               DISPLAY "Efectivo de cajero: sin cuenta de funcion 4, "
                   "cuadre no realizado."
               GO TO 7000-CUADRE-CAJEROS-EXIT.

           OPEN INPUT F-CAJON.
           IF FSC <> 00
               GO TO 7500-CUADRAR-TERMINALES.

       7110-LEER-CAJON.
           READ F-CAJON NEXT RECORD
               AT END GO TO 7190-FIN-CAJON.

           MOVE CAJ-TERMINAL TO TERMINAL-CUADRE.
           PERFORM 8300-ALTA-CAJERO THRU 8300-ALTA-CAJERO-EXIT.
           IF IDX-CAJERO > 0
               COMPUTE TCJ-CAJON(IDX-CAJERO) = TCJ-CAJON(IDX-CAJERO)
                   + (CAJ-DENOM * CAJ-CANTIDAD * 100).

           GO TO 7110-LEER-CAJON.

       7190-FIN-CAJON.
           CLOSE F-CAJON.

       7500-CUADRAR-TERMINALES.
           MOVE 0 TO IDX-CAJERO.

       7510-CUADRAR-TERMINAL.
           ADD 1 TO IDX-CAJERO.
           IF IDX-CAJERO > NUM-CAJEROS
               GO TO 7000-CUADRE-CAJEROS-EXIT.

           MOVE TCJ-TERMINAL(IDX-CAJERO) TO TERMINAL-CUADRE.
           PERFORM 8200-SUMAR-MAYOR THRU 8200-SUMAR-MAYOR-EXIT.

           MOVE TCJ-CAJON(IDX-CAJERO) TO AUXILIAR-CUADRE.
           MOVE PENDIENTE-CUADRE TO EXPLICADO-CUADRE.
           MOVE SPACES TO NOMBRE-CUADRE.
           STRING "Efectivo cajero terminal " DELIMITED BY SIZE
                  TERMINAL-CUADRE             DELIMITED BY SIZE
               INTO NOMBRE-CUADRE.

           *> Un terminal con cajon pero sin cuenta propia se lleva
           *> en la generica, asi que su cajon no tiene con que
           *> cuadrarse.
           IF CUENTAS-CUADRE = 0
               DISPLAY " "
               DISPLAY NOMBRE-CUADRE ": sin cuenta propia de "
                   "funcion 4; se lleva en la generica."
               GO TO 7510-CUADRAR-TERMINAL.

           DISPLAY " ".
           PERFORM 8500-INFORMAR-CUADRE
               THRU 8500-INFORMAR-CUADRE-EXIT.

           GO TO 7510-CUADRAR-TERMINAL.

       7000-CUADRE-CAJEROS-EXIT.
           EXIT.

           *> Posicion de CUENTA-BUSCADA en la tabla del mayor (cero
           *> si no esta).
       8100-BUSCAR-CUENTA.
           MOVE 0 TO IDX-ENCONTRADO.
           MOVE 0 TO IDX-CUENTA.

       8110-BUSCAR-CUENTA-BUCLE.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               GO TO 8100-BUSCAR-CUENTA-EXIT.

           IF TMY-CUENTA(IDX-CUENTA) = CUENTA-BUSCADA
               MOVE IDX-CUENTA TO IDX-ENCONTRADO
               GO TO 8100-BUSCAR-CUENTA-EXIT.

           GO TO 8110-BUSCAR-CUENTA-BUCLE.

       8100-BUSCAR-CUENTA-EXIT.
           EXIT.

           *> Saldo y efecto pendiente, con signo de debe, de las
           *> cuentas de FUNCION-CUADRE (y TERMINAL-CUADRE si es la 4).
       8200-SUMAR-MAYOR.
           MOVE 0 TO CUENTAS-CUADRE.
           MOVE 0 TO MAYOR-CUADRE.
           MOVE 0 TO PENDIENTE-CUADRE.
           MOVE 0 TO IDX-CUENTA.

       8210-SUMAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               GO TO 8200-SUMAR-MAYOR-EXIT.

           IF TMY-FUNCION(IDX-CUENTA) NOT = FUNCION-CUADRE
               GO TO 8210-SUMAR-CUENTA.
           IF FUNCION-CUADRE = 4
               AND TMY-TERMINAL(IDX-CUENTA) NOT = TERMINAL-CUADRE
               GO TO 8210-SUMAR-CUENTA.

           ADD 1 TO CUENTAS-CUADRE.
           ADD TMY-SALDO(IDX-CUENTA)     TO MAYOR-CUADRE.
           ADD TMY-PENDIENTE(IDX-CUENTA) TO PENDIENTE-CUADRE.

           GO TO 8210-SUMAR-CUENTA.

       8200-SUMAR-MAYOR-EXIT.
           EXIT.

           *> Busca TERMINAL-CUADRE en la tabla de cajeros y lo anade
           *> si no esta; deja su posicion en IDX-CAJERO (cero si la
           *> tabla esta llena).
       8300-ALTA-CAJERO.
           MOVE 0 TO IDX-CAJERO.

       8310-BUSCAR-CAJERO.
           ADD 1 TO IDX-CAJERO.
           IF IDX-CAJERO > NUM-CAJEROS
               GO TO 8350-NUEVO-CAJERO.

           IF TCJ-TERMINAL(IDX-CAJERO) = TERMINAL-CUADRE
               GO TO 8300-ALTA-CAJERO-EXIT.

           GO TO 8310-BUSCAR-CAJERO.

       8350-NUEVO-CAJERO.
           IF NUM-CAJEROS >= MAX-TERMINALES
               MOVE 0 TO IDX-CAJERO
               GO TO 8300-ALTA-CAJERO-EXIT.

           ADD 1 TO NUM-CAJEROS.
           MOVE NUM-CAJEROS TO IDX-CAJERO.
           MOVE TERMINAL-CUADRE TO TCJ-TERMINAL(IDX-CAJERO).
           MOVE 0 TO TCJ-CAJON(IDX-CAJERO).

       8300-ALTA-CAJERO-EXIT.
           EXIT.

           *> Informe de un cuadre con los importes ya en el signo del
           *> auxiliar: diferencia, lo que explican las lineas
           *> pendientes y el residuo. Con diferencia lista las lineas
           *> pendientes que tocan las cuentas del cuadre.
       8500-INFORMAR-CUADRE.
           ADD 1 TO CUADRES-HECHOS.
           COMPUTE DIFERENCIA-CUADRE = AUXILIAR-CUADRE - MAYOR-CUADRE.
           COMPUTE RESIDUO-CUADRE = DIFERENCIA-CUADRE
               - EXPLICADO-CUADRE.

           DISPLAY NOMBRE-CUADRE.
           COMPUTE IMPORTE-EDITADO = MAYOR-CUADRE / 100.
           DISPLAY "   Mayor al corte          " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = AUXILIAR-CUADRE / 100.
           DISPLAY "   Auxiliar                " IMPORTE-EDITADO.
           COMPUTE IMPORTE-EDITADO = DIFERENCIA-CUADRE / 100.
           DISPLAY "   Diferencia              " IMPORTE-EDITADO.

           IF DIFERENCIA-CUADRE = 0 AND RESIDUO-CUADRE = 0
               DISPLAY "   Cuadra."
               GO TO 8500-INFORMAR-CUADRE-EXIT.

           COMPUTE IMPORTE-EDITADO = EXPLICADO-CUADRE / 100.
           DISPLAY "   Explicado por lineas    " IMPORTE-EDITADO.
           PERFORM 8600-LISTAR-PENDIENTES
               THRU 8600-LISTAR-PENDIENTES-EXIT.

           IF RESIDUO-CUADRE = 0
               ADD 1 TO DIFERENCIAS-EXPLICADAS
               DISPLAY "   Diferencia explicada por lineas pendientes."
           ELSE
               ADD 1 TO DIFERENCIAS-SIN-EXPLICAR
               COMPUTE IMPORTE-EDITADO = RESIDUO-CUADRE / 100
               DISPLAY "   DIFERENCIA SIN EXPLICAR " IMPORTE-EDITADO.

       8500-INFORMAR-CUADRE-EXIT.
           EXIT.

       8600-LISTAR-PENDIENTES.
           MOVE 0 TO IDX-PENDIENTE.

       8610-LISTAR-PENDIENTE.
           ADD 1 TO IDX-PENDIENTE.
           IF IDX-PENDIENTE > NUM-PENDIENTES
               GO TO 8600-LISTAR-PENDIENTES-EXIT.

           MOVE 0 TO LINEA-TOCA-SW.
           MOVE PEN-DEBE(IDX-PENDIENTE) TO CUENTA-BUSCADA.
           PERFORM 8700-CUENTA-DEL-CUADRE
               THRU 8700-CUENTA-DEL-CUADRE-EXIT.
           MOVE PEN-HABER(IDX-PENDIENTE) TO CUENTA-BUSCADA.
           PERFORM 8700-CUENTA-DEL-CUADRE
               THRU 8700-CUENTA-DEL-CUADRE-EXIT.

           IF LINEA-TOCA-SW = 0
               GO TO 8610-LISTAR-PENDIENTE.

           COMPUTE IMPORTE-EDITADO = PEN-TOTAL-CENT(IDX-PENDIENTE)
               / 100.
           DISPLAY "      Tipo " PEN-TIPO(IDX-PENDIENTE) "  "
               PEN-DEBE(IDX-PENDIENTE) " a " PEN-HABER(IDX-PENDIENTE)
               " " IMPORTE-EDITADO "  " PEN-MOVIMIENTOS(IDX-PENDIENTE)
               " movimientos".

           GO TO 8610-LISTAR-PENDIENTE.

       8600-LISTAR-PENDIENTES-EXIT.
           EXIT.

       8700-CUENTA-DEL-CUADRE.
           PERFORM 8100-BUSCAR-CUENTA THRU 8100-BUSCAR-CUENTA-EXIT.
           IF IDX-ENCONTRADO = 0
               GO TO 8700-CUENTA-DEL-CUADRE-EXIT.

           IF TMY-FUNCION(IDX-ENCONTRADO) NOT = FUNCION-CUADRE
               GO TO 8700-CUENTA-DEL-CUADRE-EXIT.
           IF FUNCION-CUADRE = 4
               AND TMY-TERMINAL(IDX-ENCONTRADO) NOT = TERMINAL-CUADRE
               GO TO 8700-CUENTA-DEL-CUADRE-EXIT.

           MOVE 1 TO LINEA-TOCA-SW.

       8700-CUENTA-DEL-CUADRE-EXIT.
           EXIT.
