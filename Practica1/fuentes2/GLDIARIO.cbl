           RECORD KEY IS GLM-TIPO
           FILE STATUS IS FSG.

           SELECT F-SALDOSGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-CUENTA
           FILE STATUS IS FSL.

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSR.

           *> Fichero de asientos para el cargador de contabilidad
           *> general: cabecera, lineas de apunte y cola con recuentos
           *> y totales de control.
           02 GLM-CUENTA-HABER        PIC   9(8).
           02 GLM-DESCRIPCION         PIC  X(30).

       FD F-SALDOSGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosgl.ubd".
           COPY SALDOGL.

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-ASIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "asientos.dat".
       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FSG                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSR                       PIC   X(2).
       77 FSA                       PIC   X(2).

       01 CAMPOS-FECHA.
       77 ANO-PROCESO               PIC   9(4).
       77 FECHA-PROCESO-NUM         PIC   9(8).
       77 FECHA-MOV-NUM             PIC   9(8).
       77 FECHA-RET-NUM             PIC   9(8).

       77 CENT-MOV                  PIC  S9(11).

           *> Parametros del modulo GLLINEA, que decide las cuentas
           *> de cada movimiento igual que lo hara MAYOR con los que
           *> aun no esten contabilizados.
       77 OPERACION-GL              PIC   X(1).
       77 TIPO-GL                   PIC   9(2).
       77 CENT-GL                   PIC  S9(11).
       77 TERMINAL-GL               PIC   9(4).
       77 CTA-ID-GL                 PIC   9(16).
       77 DEBE-GL                   PIC   9(8).
       77 HABER-GL                  PIC   9(8).
       77 IMPORTE-GL                PIC  S9(11).
       77 ESTADO-GL                 PIC   9(1).

           *> Lineas del dia: una por tipo y par de cuentas, ya con
           *> el sentido y el terminal resueltos.
       78 MAX-LINEAS                VALUE 500.
       01 TABLA-LINEAS.
           05 LINEA-ENTRY OCCURS 500 TIMES.
               10 ALI-TIPO          PIC   9(2).
               10 ALI-DEBE          PIC   9(8).
               10 ALI-HABER         PIC   9(8).
               10 ALI-MOVIMIENTOS   PIC   9(7).
               10 ALI-TOTAL-CENT    PIC  S9(13).

       77 NUM-LINEAS                PIC   9(3) VALUE 0.
       77 IDX-LINEA                 PIC   9(3).

           *> Movimientos que ningun mapeo recoge, por tipo.
       01 TABLA-TIPOS.
           05 TIP-SIN-MAPEO         PIC   9(7) OCCURS 100 TIMES.

       77 IDX-TIPO                  PIC   9(3).

           *> Lineas de posicion de las retenciones pendientes: el
           *> suspenso de sobres sin contar y los fondos retenidos
           *> (reservas y embargos) no tienen movimiento propio, asi
           *> que cada dia se asienta su variacion hasta la posicion
           *> de retenciones.ubd a la fecha contabilizada.
       78 TIPO-MEMORIA-SUSPENSO     VALUE 90.
       78 TIPO-MEMORIA-RETENIDOS    VALUE 91.
       77 CENT-RETENCION            PIC  S9(11).
       77 POSICION-SUSPENSO         PIC  S9(15).
       77 POSICION-RETENIDOS        PIC  S9(15).
       77 MAYOR-SUSPENSO            PIC  S9(15).
       77 MAYOR-RETENIDOS           PIC  S9(15).

       77 LINEAS-ESCRITAS           PIC   9(5) VALUE 0.
       77 HASH-IMPORTES             PIC  S9(15) VALUE 0.
       77 HASH-CUENTAS              PIC   9(15) VALUE 0.
       77 TIPOS-SIN-MAPEO           PIC   9(3) VALUE 0.
       77 LINEAS-DESBORDADAS        PIC   9(7) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           COMPUTE FECHA-PROCESO-NUM = (ANO-PROCESO * 10000)
               + (MES-PROCESO * 100) + DIA-PROCESO.

           MOVE "C" TO OPERACION-GL.
           CALL "GLLINEA" USING OPERACION-GL TIPO-GL CENT-GL
               TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
               ESTADO-GL.
           IF ESTADO-GL NOT = 0
               DISPLAY "Error abriendo cuentasgl.ubd; cargue el mapa "
                   "contable con ALTAGL"
               GOBACK.
           MOVE "R" TO OPERACION-GL.

           PERFORM 1000-TOTALIZAR-DIA THRU 1000-TOTALIZAR-DIA-EXIT.
           PERFORM 1500-POSICION-RETENCIONES
               THRU 1500-POSICION-RETENCIONES-EXIT.
           PERFORM 2000-EMITIR-ASIENTOS
               THRU 2000-EMITIR-ASIENTOS-EXIT.


       1010-LIMPIAR-TABLA.
           ADD 1 TO IDX-TIPO.
           IF IDX-TIPO <= 100
               MOVE 0 TO TIP-SIN-MAPEO(IDX-TIPO)
               GO TO 1010-LIMPIAR-TABLA.

           MOVE 0 TO NUM-LINEAS.

           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
           IF FECHA-MOV-NUM NOT = FECHA-PROCESO-NUM
               GO TO 1100-LEER-MOVIMIENTO.

           *> El importe va con su signo: el modulo decide con el si
           *> el asiento es el del mapa o el cruzado.
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
               COMPUTE IDX-TIPO = MOV-TIPO + 1
               ADD 1 TO TIP-SIN-MAPEO(IDX-TIPO)
               GO TO 1100-LEER-MOVIMIENTO.

           IF IMPORTE-GL = 0
               GO TO 1100-LEER-MOVIMIENTO.

           PERFORM 1200-ACUMULAR-LINEA THRU 1200-ACUMULAR-LINEA-EXIT.

           GO TO 1100-LEER-MOVIMIENTO.

       1000-TOTALIZAR-DIA-EXIT.
           EXIT.

           *> Suma IMPORTE-GL en la linea de TIPO-GL con las cuentas
           *> DEBE-GL y HABER-GL, abriendola si aun no existe.
       1200-ACUMULAR-LINEA.
           MOVE 0 TO IDX-LINEA.

       1210-BUSCAR-LINEA.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-LINEAS
               GO TO 1250-NUEVA-LINEA.

           IF ALI-TIPO(IDX-LINEA) = TIPO-GL
               AND ALI-DEBE(IDX-LINEA) = DEBE-GL
               AND ALI-HABER(IDX-LINEA) = HABER-GL
               GO TO 1280-SUMAR-LINEA.

           GO TO 1210-BUSCAR-LINEA.

       1250-NUEVA-LINEA.
           IF NUM-LINEAS >= MAX-LINEAS
               ADD 1 TO LINEAS-DESBORDADAS
               GO TO 1200-ACUMULAR-LINEA-EXIT.

           ADD 1 TO NUM-LINEAS.
           MOVE NUM-LINEAS TO IDX-LINEA.
           MOVE TIPO-GL  TO ALI-TIPO(IDX-LINEA).
           MOVE DEBE-GL  TO ALI-DEBE(IDX-LINEA).
           MOVE HABER-GL TO ALI-HABER(IDX-LINEA).
           MOVE 0 TO ALI-MOVIMIENTOS(IDX-LINEA).
           MOVE 0 TO ALI-TOTAL-CENT(IDX-LINEA).

       1280-SUMAR-LINEA.
           ADD 1 TO ALI-MOVIMIENTOS(IDX-LINEA).
           ADD IMPORTE-GL TO ALI-TOTAL-CENT(IDX-LINEA).

       1200-ACUMULAR-LINEA-EXIT.
           EXIT.

       1500-POSICION-RETENCIONES.
           MOVE 0 TO POSICION-SUSPENSO.
           MOVE 0 TO POSICION-RETENIDOS.
           MOVE 0 TO MAYOR-SUSPENSO.
           MOVE 0 TO MAYOR-RETENIDOS.

           OPEN INPUT F-RETENCIONES.
           IF FSR <> 00
               GO TO 1600-SALDOS-MAYOR.

       1510-LEER-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 1590-FIN-RETENCIONES.

           IF NOT RET-RETENIDO
               GO TO 1510-LEER-RETENCION.

           COMPUTE FECHA-RET-NUM = (RET-ANO * 10000)
                                   + (RET-MES * 100) + RET-DIA.
           IF FECHA-RET-NUM > FECHA-PROCESO-NUM
               GO TO 1510-LEER-RETENCION.

           COMPUTE CENT-RETENCION = (RET-IMPORTE-ENT * 100)
                                    + RET-IMPORTE-DEC.
           IF RET-ORIGEN-INGRESO
               ADD CENT-RETENCION TO POSICION-SUSPENSO
           ELSE
               ADD CENT-RETENCION TO POSICION-RETENIDOS.

           GO TO 1510-LEER-RETENCION.

       1590-FIN-RETENCIONES.
           CLOSE F-RETENCIONES.

       1600-SALDOS-MAYOR.
           OPEN INPUT F-SALDOSGL.
           IF FSL <> 00
               GO TO 1700-LINEAS-POSICION.

       1610-LEER-SALDO-MAYOR.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO 1690-FIN-SALDOS-MAYOR.

           IF GLS-SUSPENSO
               ADD GLS-SALDO-CENT TO MAYOR-SUSPENSO.
           IF GLS-RETENIDOS
               ADD GLS-SALDO-CENT TO MAYOR-RETENIDOS.

           GO TO 1610-LEER-SALDO-MAYOR.

       1690-FIN-SALDOS-MAYOR.
           CLOSE F-SALDOSGL.

       1700-LINEAS-POSICION.
           MOVE TIPO-MEMORIA-SUSPENSO TO TIPO-GL.
           COMPUTE CENT-GL = POSICION-SUSPENSO - MAYOR-SUSPENSO.
           PERFORM 1800-LINEA-POSICION THRU 1800-LINEA-POSICION-EXIT.

           MOVE TIPO-MEMORIA-RETENIDOS TO TIPO-GL.
           COMPUTE CENT-GL = POSICION-RETENIDOS - MAYOR-RETENIDOS.
           PERFORM 1800-LINEA-POSICION THRU 1800-LINEA-POSICION-EXIT.

       1500-POSICION-RETENCIONES-EXIT.
           EXIT.

       1800-LINEA-POSICION.
           IF CENT-GL = 0
               GO TO 1800-LINEA-POSICION-EXIT.

           MOVE 0 TO TERMINAL-GL.
           MOVE 0 TO CTA-ID-GL.
           CALL "GLLINEA" USING OPERACION-GL TIPO-GL CENT-GL
               TERMINAL-GL CTA-ID-GL DEBE-GL HABER-GL IMPORTE-GL
               ESTADO-GL.

           IF ESTADO-GL NOT = 0
               COMPUTE IDX-TIPO = TIPO-GL + 1
               ADD 1 TO TIP-SIN-MAPEO(IDX-TIPO)
               GO TO 1800-LINEA-POSICION-EXIT.

           PERFORM 1200-ACUMULAR-LINEA THRU 1200-ACUMULAR-LINEA-EXIT.

       1800-LINEA-POSICION-EXIT.
           EXIT.

       2000-EMITIR-ASIENTOS.
           IF LINEAS-DESBORDADAS > 0
               DISPLAY "Error: el dia tiene mas de " MAX-LINEAS
                   " combinaciones de tipo y cuentas; "
                   LINEAS-DESBORDADAS " movimientos sin linea"
               DISPLAY "No se genera asientos.dat."
               GO TO 2000-EMITIR-ASIENTOS-EXIT.

           OPEN OUTPUT F-ASIENTOS.
           IF FSA <> 00
               DISPLAY "Error abriendo asientos.dat"
           MOVE FECHA-PROCESO-NUM TO CAB-FECHA.
           WRITE ASIENTO-REG.

           MOVE 0 TO IDX-LINEA.

       2100-EMITIR-LINEA.
           ADD 1 TO IDX-LINEA.
           IF IDX-LINEA > NUM-LINEAS
               GO TO 2700-AVISAR-SIN-MAPEO.

           *> Un tipo sin mapeo propio se asento con el de "otros" y
           *> lleva su descripcion.
           MOVE ALI-TIPO(IDX-LINEA) TO GLM-TIPO.
           READ F-CUENTASGL
               INVALID KEY
                   MOVE 0 TO GLM-TIPO
                   READ F-CUENTASGL
                       INVALID KEY MOVE SPACES TO GLM-DESCRIPCION
                   END-READ
           END-READ.

           MOVE SPACES TO ASIENTO-REG.
           MOVE "D" TO LIN-TIPO-REG.
           MOVE ALI-DEBE(IDX-LINEA)  TO LIN-CUENTA-DEBE.
           MOVE ALI-HABER(IDX-LINEA) TO LIN-CUENTA-HABER.
           MOVE ALI-TOTAL-CENT(IDX-LINEA) TO LIN-IMPORTE-CENT.
           MOVE ALI-TIPO(IDX-LINEA) TO LIN-MOV-TIPO.
           MOVE GLM-DESCRIPCION TO LIN-DESCRIPCION.
           WRITE ASIENTO-REG.

           ADD 1 TO LINEAS-ESCRITAS.
           ADD ALI-TOTAL-CENT(IDX-LINEA) TO HASH-IMPORTES.
           COMPUTE HASH-CUENTAS = HASH-CUENTAS
               + ALI-DEBE(IDX-LINEA) + ALI-HABER(IDX-LINEA).

           DISPLAY "Asiento tipo " ALI-TIPO(IDX-LINEA) ": "
               ALI-MOVIMIENTOS(IDX-LINEA) " movimientos, "
               ALI-TOTAL-CENT(IDX-LINEA) " centimos, "
               ALI-DEBE(IDX-LINEA) " a " ALI-HABER(IDX-LINEA).

           GO TO 2100-EMITIR-LINEA.

       2700-AVISAR-SIN-MAPEO.
           MOVE 0 TO IDX-TIPO.

       2710-AVISAR-TIPO.
           ADD 1 TO IDX-TIPO.
           IF IDX-TIPO > 100
               GO TO 2800-ESCRIBIR-COLA.

           IF TIP-SIN-MAPEO(IDX-TIPO) = 0
               GO TO 2710-AVISAR-TIPO.

           ADD 1 TO TIPOS-SIN-MAPEO.
           COMPUTE GLM-TIPO = IDX-TIPO - 1.
           DISPLAY "AVISO: el tipo " GLM-TIPO
               " no tiene mapeo contable; sus "
               TIP-SIN-MAPEO(IDX-TIPO)
               " movimientos no se asientan".

           GO TO 2710-AVISAR-TIPO.

       2800-ESCRIBIR-COLA.
           MOVE SPACES TO ASIENTO-REG.
