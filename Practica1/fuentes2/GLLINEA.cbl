       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLLINEA.

           *> Modulo comun de la regla de asiento de un movimiento:
           *> con su tipo, importe con signo, terminal y cuenta de
           *> cliente devuelve las cuentas de mayor de debe y haber y
           *> el importe de la linea. Lo llaman GLDIARIO para generar
           *> los asientos del dia y MAYOR para explicar con lineas
           *> los movimientos aun no contabilizados, de modo que los
           *> dos asientan siempre igual.
           *>
           *> La operacion "C" carga el mapa de cuentasgl.ubd y las
           *> funciones de saldosgl.ubd; la "R" resuelve un
           *> movimiento contra lo cargado.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-CUENTASGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLM-TIPO
           FILE STATUS IS FSG.

           SELECT F-SALDOSGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-CUENTA
           FILE STATUS IS FSL.

       DATA DIVISION.
       FILE SECTION.
       FD F-CUENTASGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentasgl.ubd".
       01 CUENTAGL-REG.
           02 GLM-TIPO                PIC   9(2).
           02 GLM-CUENTA-DEBE         PIC   9(8).
           02 GLM-CUENTA-HABER        PIC   9(8).
           02 GLM-DESCRIPCION         PIC  X(30).

       FD F-SALDOSGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosgl.ubd".
           COPY SALDOGL.

       WORKING-STORAGE SECTION.
       77 FSG                       PIC   X(2).
       77 FSL                       PIC   X(2).

           *> Los codigos desde este no son tipos de movimiento sino
           *> las lineas de posicion de retenciones que anade
           *> GLDIARIO; no heredan el mapeo de "otros".
       78 PRIMER-TIPO-MEMORIA       VALUE 90.

           *> Mapa contable por codigo de tipo (0 a 99).
       01 TABLA-MAPA.
           05 MAPA-ENTRY OCCURS 100 TIMES.
               10 MAP-EXISTE        PIC   9(1).
               10 MAP-DEBE          PIC   9(8).
               10 MAP-HABER         PIC   9(8).

       77 IDX-MAPA                  PIC   9(3).

           *> Funcion y terminal de cada cuenta de saldosgl.ubd.
       78 MAX-CUENTAS               VALUE 500.
       01 TABLA-CUENTAS.
           05 CUENTA-ENTRY OCCURS 500 TIMES.
               10 TCU-CUENTA        PIC   9(8).
               10 TCU-FUNCION       PIC   9(1).
               10 TCU-TERMINAL      PIC   9(4).

       77 NUM-CUENTAS               PIC   9(3) VALUE 0.
       77 IDX-CUENTA                PIC   9(3).
       77 CUENTA-PUENTE             PIC   9(8) VALUE 0.

       77 CUENTA-BUSCADA            PIC   9(8).
       77 FUNCION-ENCONTRADA        PIC   9(1).
       77 TERMINAL-ENCONTRADO       PIC   9(4).
       77 FUNCION-DEBE              PIC   9(1).
       77 CUENTA-AUXILIAR           PIC   9(8).

       LINKAGE SECTION.
       77 OPERACION-GL              PIC   X(1).
       77 TIPO-GL                   PIC   9(2).
       77 CENT-GL                   PIC  S9(11).
       77 TERMINAL-GL               PIC   9(4).
       77 CTA-ID-GL                 PIC   9(16).
       77 DEBE-GL                   PIC   9(8).
       77 HABER-GL                  PIC   9(8).
       77 IMPORTE-GL                PIC  S9(11).
       77 ESTADO-GL                 PIC   9(1).

       PROCEDURE DIVISION USING OPERACION-GL TIPO-GL CENT-GL
           TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
           ESTADO-GL.
       ASIGNAR-LINEA.
           MOVE 0 TO ESTADO-GL.

           IF OPERACION-GL = "C"
               PERFORM CARGAR-TABLAS THRU CARGAR-TABLAS-EXIT
           ELSE
               PERFORM RESOLVER-LINEA THRU RESOLVER-LINEA-EXIT.

       ASIGNAR-LINEA-FIN.
           EXIT PROGRAM.

       CARGAR-TABLAS.
           MOVE 0 TO IDX-MAPA.

       CARGAR-LIMPIAR-MAPA.
           ADD 1 TO IDX-MAPA.
           IF IDX-MAPA <= 100
               MOVE 0 TO MAP-EXISTE(IDX-MAPA)
               MOVE 0 TO MAP-DEBE(IDX-MAPA)
               MOVE 0 TO MAP-HABER(IDX-MAPA)
               GO TO CARGAR-LIMPIAR-MAPA.

           MOVE 0 TO NUM-CUENTAS.
           MOVE 0 TO CUENTA-PUENTE.

           OPEN INPUT F-CUENTASGL.
           IF FSG <> 00
               MOVE 1 TO ESTADO-GL
               GO TO CARGAR-CUENTAS.

       CARGAR-LEER-MAPA.
           READ F-CUENTASGL NEXT RECORD
               AT END GO TO CARGAR-FIN-MAPA.

           COMPUTE IDX-MAPA = GLM-TIPO + 1.
           MOVE 1 TO MAP-EXISTE(IDX-MAPA).
           MOVE GLM-CUENTA-DEBE  TO MAP-DEBE(IDX-MAPA).
           MOVE GLM-CUENTA-HABER TO MAP-HABER(IDX-MAPA).

           GO TO CARGAR-LEER-MAPA.

       CARGAR-FIN-MAPA.
           CLOSE F-CUENTASGL.

           *> Sin saldos de mayor no hay funciones: el mapa se aplica
           *> tal cual, con el sentido del movimiento como unico
           *> criterio.
       CARGAR-CUENTAS.
           OPEN INPUT F-SALDOSGL.
           IF FSL <> 00
               GO TO CARGAR-TABLAS-EXIT.

       CARGAR-LEER-CUENTA.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO CARGAR-FIN-CUENTAS.

           IF NUM-CUENTAS >= MAX-CUENTAS
               DISPLAY "AVISO: saldosgl.ubd supera " MAX-CUENTAS
                   " cuentas; la cuenta " GLS-CUENTA
                   " se asienta sin funcion"
               GO TO CARGAR-LEER-CUENTA.

           ADD 1 TO NUM-CUENTAS.
           MOVE GLS-CUENTA   TO TCU-CUENTA(NUM-CUENTAS).
           MOVE GLS-FUNCION  TO TCU-FUNCION(NUM-CUENTAS).
           MOVE GLS-TERMINAL TO TCU-TERMINAL(NUM-CUENTAS).

           IF GLS-PUENTE AND CUENTA-PUENTE = 0
               MOVE GLS-CUENTA TO CUENTA-PUENTE.

           GO TO CARGAR-LEER-CUENTA.

       CARGAR-FIN-CUENTAS.
           CLOSE F-SALDOSGL.

       CARGAR-TABLAS-EXIT.
           EXIT.

           *> El mapa describe el movimiento en su sentido natural:
           *> de cargo si su cuenta de debe es de depositos, de abono
           *> en otro caso. Un movimiento de signo contrario (un
           *> ingreso anulado, un ajuste a la baja) se asienta con
           *> debe y haber cruzados.
       RESOLVER-LINEA.
           MOVE 0 TO DEBE-GL.
           MOVE 0 TO HABER-GL.

           IF CENT-GL < 0
               COMPUTE IMPORTE-GL = 0 - CENT-GL
           ELSE
               MOVE CENT-GL TO IMPORTE-GL.

           COMPUTE IDX-MAPA = TIPO-GL + 1.
           IF MAP-EXISTE(IDX-MAPA) = 0
               AND TIPO-GL < PRIMER-TIPO-MEMORIA
               MOVE 1 TO IDX-MAPA.
           IF MAP-EXISTE(IDX-MAPA) = 0
               MOVE 1 TO ESTADO-GL
               GO TO RESOLVER-LINEA-EXIT.

           MOVE MAP-DEBE(IDX-MAPA)  TO DEBE-GL.
           MOVE MAP-HABER(IDX-MAPA) TO HABER-GL.

           MOVE DEBE-GL TO CUENTA-BUSCADA.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           MOVE FUNCION-ENCONTRADA TO FUNCION-DEBE.

           IF (FUNCION-DEBE = 1 AND CENT-GL > 0)
               OR (FUNCION-DEBE NOT = 1 AND CENT-GL < 0)
               MOVE DEBE-GL  TO CUENTA-AUXILIAR
               MOVE HABER-GL TO DEBE-GL
               MOVE CUENTA-AUXILIAR TO HABER-GL.

           *> Un movimiento sin cuenta de cliente no toca los
           *> depositos: ese lado va a la cuenta puente.
           IF CTA-ID-GL = 0 AND CUENTA-PUENTE > 0
               MOVE DEBE-GL TO CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT
               IF FUNCION-ENCONTRADA = 1
                   MOVE CUENTA-PUENTE TO DEBE-GL
               END-IF
               MOVE HABER-GL TO CUENTA-BUSCADA
               PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT
               IF FUNCION-ENCONTRADA = 1
                   MOVE CUENTA-PUENTE TO HABER-GL
               END-IF.

           *> El efectivo de cajero se lleva por maquina cuando el
           *> terminal tiene cuenta propia.
           IF TERMINAL-GL > 0
               MOVE DEBE-GL TO CUENTA-BUSCADA
               PERFORM CUENTA-TERMINAL THRU CUENTA-TERMINAL-EXIT
               MOVE CUENTA-BUSCADA TO DEBE-GL
               MOVE HABER-GL TO CUENTA-BUSCADA
               PERFORM CUENTA-TERMINAL THRU CUENTA-TERMINAL-EXIT
               MOVE CUENTA-BUSCADA TO HABER-GL.

       RESOLVER-LINEA-EXIT.
           EXIT.

       BUSCAR-CUENTA.
           MOVE 0 TO FUNCION-ENCONTRADA.
           MOVE 0 TO TERMINAL-ENCONTRADO.
           MOVE 0 TO IDX-CUENTA.

       BUSCAR-CUENTA-BUCLE.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               GO TO BUSCAR-CUENTA-EXIT.

           IF TCU-CUENTA(IDX-CUENTA) NOT = CUENTA-BUSCADA
               GO TO BUSCAR-CUENTA-BUCLE.

           MOVE TCU-FUNCION(IDX-CUENTA)  TO FUNCION-ENCONTRADA.
           MOVE TCU-TERMINAL(IDX-CUENTA) TO TERMINAL-ENCONTRADO.

       BUSCAR-CUENTA-EXIT.
           EXIT.

           *> Cambia la cuenta generica de efectivo de cajero de
           *> CUENTA-BUSCADA por la del terminal del movimiento.
       CUENTA-TERMINAL.
           PERFORM BUSCAR-CUENTA THRU BUSCAR-CUENTA-EXIT.
           IF FUNCION-ENCONTRADA NOT = 4 OR TERMINAL-ENCONTRADO > 0
               GO TO CUENTA-TERMINAL-EXIT.

           MOVE 0 TO IDX-CUENTA.

       CUENTA-TERMINAL-BUCLE.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS
               GO TO CUENTA-TERMINAL-EXIT.

           IF TCU-FUNCION(IDX-CUENTA) = 4
               AND TCU-TERMINAL(IDX-CUENTA) = TERMINAL-GL
               MOVE TCU-CUENTA(IDX-CUENTA) TO CUENTA-BUSCADA
               GO TO CUENTA-TERMINAL-EXIT.

           GO TO CUENTA-TERMINAL-BUCLE.

       CUENTA-TERMINAL-EXIT.
           EXIT.
