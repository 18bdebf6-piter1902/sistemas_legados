       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMBTRABA.

           *> Modulo comun de traba de embargos: para la orden pedida
           *> reserva en retenciones.ubd el disponible de todas las
           *> cuentas del deudor (principales y adicionales de sus
           *> tarjetas) hasta cubrir lo que queda por trabar. Si el
           *> deudor ha cobrado nomina este mes o el anterior se le
           *> deja libre el minimo inembargable (clase INEMBARGABLE de
           *> la tabla de tarifas). Cada reserva queda ligada a la
           *> orden en embtrabas.ubd y el titular recibe un aviso. Lo
           *> llaman la herramienta de embargos al registrar la orden
           *> y el lote nocturno para trabar los abonos posteriores.
           *>
           *> Resultado: 0 correcto (con o sin fondos trabados),
           *> 1 orden inexistente o no activa, 2 documento sin cliente,
           *> 9 error de fichero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-EMBARGOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS EMB-CLAVE
           FILE STATUS IS FSE.

           SELECT F-TRABAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TRB-RET-NUM
           FILE STATUS IS FSJ.

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

           SELECT F-RETENCIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RET-NUM
           FILE STATUS IS FSB.

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

           SELECT F-AVISOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS AVI-NUM
           FILE STATUS IS FSV.

       DATA DIVISION.
       FILE SECTION.
       FD F-EMBARGOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embargos.ubd".
           COPY EMBARGO.

       FD F-TRABAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "embtrabas.ubd".
           COPY TRABA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

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
           02 SALDO-CTA-ID            PIC  9(16).
           02 SALDO-ENT               PIC S9(9).
           02 SALDO-DEC               PIC  9(2).

       FD F-RETENCIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "retenciones.ubd".
           COPY RETENCION.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-AVISOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "avisos.ubd".
           COPY AVISO.

       WORKING-STORAGE SECTION.
       77 FSE                       PIC   X(2).
       77 FSJ                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSA                       PIC   X(2).
       77 FSS                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSX                       PIC   X(2).
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

           *> Minimo inembargable por defecto (salario minimo
           *> mensual) mientras la tabla de tarifas no tenga fila
           *> vigente para la clase INEMBARGABLE.
       78 MINIMO-INEMBARGABLE-CENT  VALUE 113400.
       77 CLASE-TARIFA              PIC  X(12).
       77 FECHA-TARIFA              PIC   9(8).
       77 CENT-BASE-TARIFA          PIC  S9(11).
       77 CENT-MINIMO               PIC  S9(11).

       77 CLIENTE-DEUDOR            PIC   9(8).
       77 TARJETA-EN-CURSO          PIC  9(16).
       77 CTA-ID-NUEVA              PIC  9(16).
       77 CTA-CERRADA-SW            PIC   9(1).
           88 CTA-CERRADA           VALUE 1.
       77 NOMINA-SW                 PIC   9(1).
           88 COBRA-NOMINA          VALUE 1.
       77 FECHA-DESDE-NOMINA        PIC   9(8).

           *> Tarjetas del deudor (para buscar nominas y avisarle)
           *> y cuentas distintas que alcanzan, con la tarjeta por la
           *> que se llego a cada una y su disponible.
       77 NUM-TARJETAS-DEU          PIC   9(3).
       01 TABLA-TARJETAS-DEU.
           05 TDE-TARJETA           PIC  9(16) OCCURS 50 TIMES.
       77 IDX-TARJETA               PIC   9(3).

       77 NUM-CUENTAS-DEU           PIC   9(3).
       01 TABLA-CUENTAS-DEU.
           05 CDE-ENTRY OCCURS 50 TIMES.
               10 CDE-CTA-ID        PIC  9(16).
               10 CDE-TARJETA       PIC  9(16).
               10 CDE-DISPONIBLE-CENT PIC S9(11).
       77 IDX-CUENTA                PIC   9(3).

       77 CENT-PENDIENTE            PIC  S9(11).
       77 CENT-DISPONIBLE-TOTAL     PIC  S9(11).
       77 CENT-TRABABLE             PIC  S9(11).
       77 CENT-POR-TRABAR           PIC  S9(11).
       77 CENT-TRABA                PIC  S9(11).

       77 LAST-RET-NUM              PIC  9(35).
       77 ULTIMO-AVI-NUM            PIC  9(35).
       77 TARJETA-AVISO             PIC  9(16).
       77 TEXTO-AVISO               PIC  X(35).

       LINKAGE SECTION.
       77 EMB-CLAVE-PEDIDA          PIC  X(32).
       77 CENT-TRABADO              PIC  9(11).
       77 TRABA-RESULTADO           PIC   9(1).

       PROCEDURE DIVISION USING EMB-CLAVE-PEDIDA CENT-TRABADO
           TRABA-RESULTADO.
       0000-TRABAR-ORDEN.
           MOVE 0 TO CENT-TRABADO.
           MOVE 0 TO TRABA-RESULTADO.
           MOVE 0 TO NUM-TARJETAS-DEU.
           MOVE 0 TO NUM-CUENTAS-DEU.
           MOVE 0 TO CENT-DISPONIBLE-TOTAL.
           MOVE 0 TO TARJETA-AVISO.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O F-EMBARGOS.
           IF FSE = 35
               CLOSE F-EMBARGOS
               MOVE 1 TO TRABA-RESULTADO
               GO TO 0000-TRABAR-ORDEN-FIN.
           IF FSE <> 00
               MOVE 9 TO TRABA-RESULTADO
               GO TO 0000-TRABAR-ORDEN-FIN.

           MOVE EMB-CLAVE-PEDIDA TO EMB-CLAVE.
           READ F-EMBARGOS
               INVALID KEY
                   MOVE 1 TO TRABA-RESULTADO
                   GO TO 0900-CERRAR-ORDEN
           END-READ.

           IF NOT EMB-ACTIVO
               MOVE 1 TO TRABA-RESULTADO
               GO TO 0900-CERRAR-ORDEN.

           COMPUTE CENT-PENDIENTE = EMB-IMPORTE-CENT
               - EMB-LEVANTADO-CENT - EMB-TRABADO-CENT
               - EMB-REMITIDO-CENT.
           IF CENT-PENDIENTE <= 0
               GO TO 0900-CERRAR-ORDEN.

           PERFORM 1000-BUSCAR-CLIENTE THRU 1000-BUSCAR-CLIENTE-EXIT.
           IF TRABA-RESULTADO NOT = 0
               GO TO 0900-CERRAR-ORDEN.

           PERFORM 2000-CUENTAS-DEUDOR THRU 2000-CUENTAS-DEUDOR-EXIT.
           IF TRABA-RESULTADO NOT = 0
               GO TO 0900-CERRAR-ORDEN.

           PERFORM 3000-DISPONIBLE THRU 3000-DISPONIBLE-EXIT.
           IF TRABA-RESULTADO NOT = 0
               GO TO 0900-CERRAR-ORDEN.

           PERFORM 4000-MINIMO-INEMBARGABLE
               THRU 4000-MINIMO-INEMBARGABLE-EXIT.

           COMPUTE CENT-TRABABLE = CENT-DISPONIBLE-TOTAL - CENT-MINIMO.
           IF CENT-TRABABLE <= 0
               GO TO 0900-CERRAR-ORDEN.
           IF CENT-TRABABLE > CENT-PENDIENTE
               MOVE CENT-PENDIENTE TO CENT-TRABABLE.

           PERFORM 5000-TRABAR-CUENTAS THRU 5000-TRABAR-CUENTAS-EXIT.

           ADD CENT-TRABADO TO EMB-TRABADO-CENT.
           MOVE ANO TO EMB-TRABA-ANO.
           MOVE MES TO EMB-TRABA-MES.
           MOVE DIA TO EMB-TRABA-DIA.

           REWRITE EMBARGO-REG INVALID KEY
               MOVE 9 TO TRABA-RESULTADO.

       0900-CERRAR-ORDEN.
           CLOSE F-EMBARGOS.

           IF CENT-TRABADO > 0 AND TARJETA-AVISO NOT = 0
               MOVE "Embargo: fondos trabados" TO TEXTO-AVISO
               PERFORM 8000-ESCRIBIR-AVISO
                   THRU 8000-ESCRIBIR-AVISO-EXIT.

       0000-TRABAR-ORDEN-FIN.
           EXIT PROGRAM.

           *> El maestro de clientes no tiene clave por documento:
           *> se recorre entero.
       1000-BUSCAR-CLIENTE.
           MOVE 0 TO CLIENTE-DEUDOR.

           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               MOVE 2 TO TRABA-RESULTADO
               GO TO 1000-BUSCAR-CLIENTE-EXIT.

       1100-LEER-CLIENTE.
           READ F-CLIENTES NEXT RECORD
               AT END GO TO 1900-FIN-CLIENTES.

           IF CLI-DOCUMENTO NOT = EMB-DOCUMENTO
               GO TO 1100-LEER-CLIENTE.

           MOVE CLI-ID TO CLIENTE-DEUDOR.

       1900-FIN-CLIENTES.
           CLOSE F-CLIENTES.

           IF CLIENTE-DEUDOR = 0
               MOVE 2 TO TRABA-RESULTADO.

       1000-BUSCAR-CLIENTE-EXIT.
           EXIT.

           *> Tarjetas del deudor y cuentas que alcanzan; las cuentas
           *> cerradas en oficina no se traban.
       2000-CUENTAS-DEUDOR.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               MOVE 9 TO TRABA-RESULTADO
               GO TO 2000-CUENTAS-DEUDOR-EXIT.

       2100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 2900-FIN-TARJETAS.

           IF TARJETA-CLIENTE NOT = CLIENTE-DEUDOR
               GO TO 2100-LEER-TARJETA.

           IF NUM-TARJETAS-DEU >= 50
               GO TO 2100-LEER-TARJETA.

           ADD 1 TO NUM-TARJETAS-DEU.
           MOVE TNUM TO TDE-TARJETA(NUM-TARJETAS-DEU).

           IF TARJETA-AVISO = 0 OR TARJETA-ACTIVA
               MOVE TNUM TO TARJETA-AVISO.

           MOVE TNUM TO TARJETA-EN-CURSO.
           PERFORM 2200-CUENTAS-TARJETA THRU 2200-CUENTAS-TARJETA-EXIT.

           GO TO 2100-LEER-TARJETA.

       2900-FIN-TARJETAS.
           CLOSE TARJETAS.

       2000-CUENTAS-DEUDOR-EXIT.
           EXIT.

           *> Una tarjeta sin fila en cuentas.ubd es su propia cuenta.
       2200-CUENTAS-TARJETA.
           MOVE TARJETA-EN-CURSO TO CTA-ID-NUEVA.

           OPEN INPUT F-CUENTAS.
           IF FSU <> 00
               GO TO 2210-ANOTAR-PRINCIPAL.

           MOVE TARJETA-EN-CURSO TO CTA-TARJETA.
           READ F-CUENTAS
               NOT INVALID KEY
                   MOVE CTA-ID TO CTA-ID-NUEVA
           END-READ.

           CLOSE F-CUENTAS.

       2210-ANOTAR-PRINCIPAL.
           PERFORM 2500-ANOTAR-CUENTA THRU 2500-ANOTAR-CUENTA-EXIT.

           OPEN INPUT F-CUENTASAD.
           IF FSA <> 00
               GO TO 2200-CUENTAS-TARJETA-EXIT.

           MOVE TARJETA-EN-CURSO TO CAD-TARJETA.
           MOVE 0 TO CAD-ORDEN.
           START F-CUENTASAD KEY IS NOT LESS THAN CAD-CLAVE
               INVALID KEY GO TO 2290-FIN-ADICIONALES.

       2220-LEER-ADICIONAL.
           READ F-CUENTASAD NEXT RECORD
               AT END GO TO 2290-FIN-ADICIONALES.

           IF CAD-TARJETA NOT = TARJETA-EN-CURSO
               GO TO 2290-FIN-ADICIONALES.

           MOVE CAD-CTA-ID TO CTA-ID-NUEVA.
           PERFORM 2500-ANOTAR-CUENTA THRU 2500-ANOTAR-CUENTA-EXIT.

           GO TO 2220-LEER-ADICIONAL.

       2290-FIN-ADICIONALES.
           CLOSE F-CUENTASAD.

       2200-CUENTAS-TARJETA-EXIT.
           EXIT.

           *> Anade CTA-ID-NUEVA si no esta ya (dos tarjetas del
           *> deudor pueden compartirla) y no esta cerrada.
       2500-ANOTAR-CUENTA.
           MOVE 0 TO IDX-CUENTA.

       2510-BUSCAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-DEU
               GO TO 2520-NUEVA-CUENTA.

           IF CDE-CTA-ID(IDX-CUENTA) = CTA-ID-NUEVA
               GO TO 2500-ANOTAR-CUENTA-EXIT.

           GO TO 2510-BUSCAR-CUENTA.

       2520-NUEVA-CUENTA.
           IF NUM-CUENTAS-DEU >= 50
               GO TO 2500-ANOTAR-CUENTA-EXIT.

           CALL "CTACERR" USING CTA-ID-NUEVA CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO 2500-ANOTAR-CUENTA-EXIT.

           ADD 1 TO NUM-CUENTAS-DEU.
           MOVE CTA-ID-NUEVA TO CDE-CTA-ID(NUM-CUENTAS-DEU).
           MOVE TARJETA-EN-CURSO TO CDE-TARJETA(NUM-CUENTAS-DEU).
           MOVE 0 TO CDE-DISPONIBLE-CENT(NUM-CUENTAS-DEU).

       2500-ANOTAR-CUENTA-EXIT.
           EXIT.

           *> Disponible de cada cuenta: saldo menos lo ya retenido
           *> (ingresos sin contar, reservas y otros embargos), como
           *> lo calcula el cajero.
       3000-DISPONIBLE.
           IF NUM-CUENTAS-DEU = 0
               GO TO 3000-DISPONIBLE-EXIT.

           OPEN INPUT F-SALDOS.
           IF FSS <> 00
               MOVE 9 TO TRABA-RESULTADO
               GO TO 3000-DISPONIBLE-EXIT.

           MOVE 0 TO IDX-CUENTA.

       3100-SALDO-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-DEU
               GO TO 3190-FIN-SALDOS.

           MOVE CDE-CTA-ID(IDX-CUENTA) TO SALDO-CTA-ID.
           READ F-SALDOS
               INVALID KEY
                   MOVE 0 TO SALDO-ENT
                   MOVE 0 TO SALDO-DEC
           END-READ.

           IF SALDO-ENT < 0
               COMPUTE CDE-DISPONIBLE-CENT(IDX-CUENTA) =
                   (SALDO-ENT * 100) - SALDO-DEC
           ELSE
               COMPUTE CDE-DISPONIBLE-CENT(IDX-CUENTA) =
                   (SALDO-ENT * 100) + SALDO-DEC.

           GO TO 3100-SALDO-CUENTA.

       3190-FIN-SALDOS.
           CLOSE F-SALDOS.

           OPEN INPUT F-RETENCIONES.
           IF FSB = 35
               CLOSE F-RETENCIONES
               GO TO 3500-TOTAL-DISPONIBLE.
           IF FSB <> 00
               MOVE 9 TO TRABA-RESULTADO
               GO TO 3000-DISPONIBLE-EXIT.

       3200-LEER-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 3290-FIN-RETENCIONES.

           IF NOT RET-RETENIDO
               GO TO 3200-LEER-RETENCION.

           MOVE 0 TO IDX-CUENTA.

       3210-CASAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-DEU
               GO TO 3200-LEER-RETENCION.

           IF CDE-CTA-ID(IDX-CUENTA) NOT = RET-CTA-ID
               GO TO 3210-CASAR-CUENTA.

           COMPUTE CDE-DISPONIBLE-CENT(IDX-CUENTA) =
               CDE-DISPONIBLE-CENT(IDX-CUENTA)
               - (RET-IMPORTE-ENT * 100) - RET-IMPORTE-DEC.

           GO TO 3200-LEER-RETENCION.

       3290-FIN-RETENCIONES.
           CLOSE F-RETENCIONES.

       3500-TOTAL-DISPONIBLE.
           MOVE 0 TO IDX-CUENTA.

       3510-SUMAR-CUENTA.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-DEU
               GO TO 3000-DISPONIBLE-EXIT.

           IF CDE-DISPONIBLE-CENT(IDX-CUENTA) > 0
               ADD CDE-DISPONIBLE-CENT(IDX-CUENTA)
                   TO CENT-DISPONIBLE-TOTAL.

           GO TO 3510-SUMAR-CUENTA.

       3000-DISPONIBLE-EXIT.
           EXIT.

           *> El minimo solo se respeta si alguna tarjeta del deudor
           *> ha recibido nomina desde el dia 1 del mes anterior.
       4000-MINIMO-INEMBARGABLE.
           MOVE 0 TO CENT-MINIMO.
           MOVE 0 TO NOMINA-SW.

           IF MES = 1
               COMPUTE FECHA-DESDE-NOMINA =
                   ((ANO - 1) * 10000) + 1201
           ELSE
               COMPUTE FECHA-DESDE-NOMINA =
                   (ANO * 10000) + ((MES - 1) * 100) + 1.

           OPEN INPUT F-MOVIDX.
           IF FSX <> 00
               GO TO 4000-MINIMO-INEMBARGABLE-EXIT.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM <> 00
               CLOSE F-MOVIDX
               GO TO 4000-MINIMO-INEMBARGABLE-EXIT.

           MOVE 0 TO IDX-TARJETA.

       4100-TARJETA-NOMINA.
           ADD 1 TO IDX-TARJETA.
           IF IDX-TARJETA > NUM-TARJETAS-DEU OR COBRA-NOMINA
               GO TO 4900-FIN-NOMINAS.

           MOVE TDE-TARJETA(IDX-TARJETA) TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = FECHA-DESDE-NOMINA * 1000000.
           MOVE 0 TO MIX-MOV-NUM.
           START F-MOVIDX KEY IS NOT LESS THAN MIX-CLAVE
               INVALID KEY GO TO 4100-TARJETA-NOMINA.

       4200-LEER-IDX.
           READ F-MOVIDX NEXT RECORD
               AT END GO TO 4100-TARJETA-NOMINA.

           IF MIX-TARJETA NOT = TDE-TARJETA(IDX-TARJETA)
               GO TO 4100-TARJETA-NOMINA.

           MOVE MIX-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS
               INVALID KEY GO TO 4200-LEER-IDX.

           IF NOT MOV-TIPO-NOMINA
               GO TO 4200-LEER-IDX.

           MOVE 1 TO NOMINA-SW.
           GO TO 4100-TARJETA-NOMINA.

       4900-FIN-NOMINAS.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-MOVIDX.

           IF NOT COBRA-NOMINA
               GO TO 4000-MINIMO-INEMBARGABLE-EXIT.

           MOVE "INEMBARGABLE" TO CLASE-TARIFA.
           COMPUTE FECHA-TARIFA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE 0 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-BASE-TARIFA CENT-MINIMO.

           IF CENT-MINIMO <= 0
               MOVE MINIMO-INEMBARGABLE-CENT TO CENT-MINIMO.

       4000-MINIMO-INEMBARGABLE-EXIT.
           EXIT.

           *> Reparte lo trabable entre las cuentas en el orden en
           *> que se encontraron, dejando una retencion y una traba
           *> por cada cuenta tocada.
       5000-TRABAR-CUENTAS.
           MOVE CENT-TRABABLE TO CENT-POR-TRABAR.

           OPEN I-O F-RETENCIONES.
           IF FSB = 35
               OPEN OUTPUT F-RETENCIONES
               CLOSE F-RETENCIONES
               OPEN I-O F-RETENCIONES
           END-IF.
           IF FSB <> 00
               MOVE 9 TO TRABA-RESULTADO
               GO TO 5000-TRABAR-CUENTAS-EXIT.

           OPEN I-O F-TRABAS.
           IF FSJ = 35
               OPEN OUTPUT F-TRABAS
               CLOSE F-TRABAS
               OPEN I-O F-TRABAS
           END-IF.
           IF FSJ <> 00
               CLOSE F-RETENCIONES
               MOVE 9 TO TRABA-RESULTADO
               GO TO 5000-TRABAR-CUENTAS-EXIT.

           MOVE 0 TO LAST-RET-NUM.

       5100-ULTIMA-RETENCION.
           READ F-RETENCIONES NEXT RECORD
               AT END GO TO 5200-REPARTIR.
           IF LAST-RET-NUM < RET-NUM
               MOVE RET-NUM TO LAST-RET-NUM.
           GO TO 5100-ULTIMA-RETENCION.

       5200-REPARTIR.
           MOVE 0 TO IDX-CUENTA.

       5210-CUENTA-SIGUIENTE.
           ADD 1 TO IDX-CUENTA.
           IF IDX-CUENTA > NUM-CUENTAS-DEU OR CENT-POR-TRABAR <= 0
               GO TO 5900-FIN-REPARTO.

           IF CDE-DISPONIBLE-CENT(IDX-CUENTA) <= 0
               GO TO 5210-CUENTA-SIGUIENTE.

           IF CDE-DISPONIBLE-CENT(IDX-CUENTA) < CENT-POR-TRABAR
               MOVE CDE-DISPONIBLE-CENT(IDX-CUENTA) TO CENT-TRABA
           ELSE
               MOVE CENT-POR-TRABAR TO CENT-TRABA.

           ADD 1 TO LAST-RET-NUM.

           MOVE LAST-RET-NUM            TO RET-NUM.
           MOVE CDE-TARJETA(IDX-CUENTA) TO RET-TARJETA.
           MOVE CDE-CTA-ID(IDX-CUENTA)  TO RET-CTA-ID.
           COMPUTE RET-IMPORTE-ENT = CENT-TRABA / 100.
           COMPUTE RET-IMPORTE-DEC =
               CENT-TRABA - (RET-IMPORTE-ENT * 100).
           MOVE ANO                     TO RET-ANO.
           MOVE MES                     TO RET-MES.
           MOVE DIA                     TO RET-DIA.
           MOVE HORAS                   TO RET-HOR.
           MOVE MINUTOS                 TO RET-MIN.
           SET RET-RETENIDO             TO TRUE.
           MOVE 0                       TO RET-CONTADO-ENT.
           MOVE 0                       TO RET-CONTADO-DEC.
           SET RET-ORIGEN-EMBARGO       TO TRUE.

           WRITE RETENCION-REG INVALID KEY
               MOVE 9 TO TRABA-RESULTADO
               GO TO 5900-FIN-REPARTO
           END-WRITE.

           MOVE LAST-RET-NUM            TO TRB-RET-NUM.
           MOVE EMB-CLAVE               TO TRB-EMB-CLAVE.
           MOVE CDE-TARJETA(IDX-CUENTA) TO TRB-TARJETA.
           MOVE CDE-CTA-ID(IDX-CUENTA)  TO TRB-CTA-ID.
           MOVE CENT-TRABA              TO TRB-IMPORTE-CENT.
           MOVE ANO                     TO TRB-ANO.
           MOVE MES                     TO TRB-MES.
           MOVE DIA                     TO TRB-DIA.
           SET TRB-VIGENTE              TO TRUE.

           WRITE TRABA-REG INVALID KEY
               MOVE 9 TO TRABA-RESULTADO
               GO TO 5900-FIN-REPARTO
           END-WRITE.

           ADD CENT-TRABA TO CENT-TRABADO.
           SUBTRACT CENT-TRABA FROM CENT-POR-TRABAR.

           GO TO 5210-CUENTA-SIGUIENTE.

       5900-FIN-REPARTO.
           CLOSE F-TRABAS.
           CLOSE F-RETENCIONES.

       5000-TRABAR-CUENTAS-EXIT.
           EXIT.

           *> Deja un aviso pendiente para el titular; el numero se
           *> busca recorriendo el fichero, como en interbanco.ubd.
       8000-ESCRIBIR-AVISO.
           OPEN I-O F-AVISOS.
           IF FSV = 35
               OPEN OUTPUT F-AVISOS
               CLOSE F-AVISOS
               OPEN I-O F-AVISOS
           END-IF.
           IF FSV NOT = 00
               GO TO 8000-ESCRIBIR-AVISO-EXIT.

           MOVE 0 TO ULTIMO-AVI-NUM.

       8100-AVISO-BUCLE.
           READ F-AVISOS NEXT RECORD
               AT END GO TO 8200-AVISO-REG.
           IF ULTIMO-AVI-NUM < AVI-NUM
               MOVE AVI-NUM TO ULTIMO-AVI-NUM.
           GO TO 8100-AVISO-BUCLE.

       8200-AVISO-REG.
           ADD 1 TO ULTIMO-AVI-NUM.

           MOVE ULTIMO-AVI-NUM TO AVI-NUM.
           MOVE TARJETA-AVISO  TO AVI-TARJETA.
           MOVE ANO            TO AVI-ANO.
           MOVE MES            TO AVI-MES.
           MOVE DIA            TO AVI-DIA.
           MOVE TEXTO-AVISO    TO AVI-TEXTO.
           SET AVI-PENDIENTE   TO TRUE.

           WRITE AVISO-REG INVALID KEY CONTINUE.

           CLOSE F-AVISOS.

       8000-ESCRIBIR-AVISO-EXIT.
           EXIT.
