       IDENTIFICATION DIVISION.
       PROGRAM-ID. PRECONCEDE.

           *> Calificacion mensual de prestamos preconcedidos: con lo
           *> que ya tenemos de cada tarjeta activa (saldo medio y
           *> dias en descubierto de los ultimos 90 dias de
           *> posiciones.ubd, nominas recibidas en los ultimos meses y
           *> ninguna cuota de prestamo vencida sin pagar) decide si
           *> se le ofrece un prestamo y de que importe maximo, y deja
           *> la oferta en ofertaspre.ubd con su caducidad. Las
           *> tarjetas que dejan de calificar pierden la oferta viva.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TARJETAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS TNUM
           FILE STATUS IS FST.

           SELECT F-OFERTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OFE-TARJETA
           FILE STATUS IS FSO.

           SELECT F-CUENTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CTA-TARJETA
           FILE STATUS IS FSU.

           SELECT F-POSICIONES ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS POS-CLAVE
           FILE STATUS IS FSP.

           SELECT F-MOVIDX ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MIX-CLAVE
           FILE STATUS IS FSX.

           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

           SELECT F-PRESTAMOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PRE-NUM
           FILE STATUS IS FSZ.

           SELECT F-CUOTAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CUO-CLAVE
           FILE STATUS IS FSK.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-OFERTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "ofertaspre.ubd".
           COPY OFERTAPRE.

       FD F-CUENTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuentas.ubd".
       01 CUENTA-REG.
           02 CTA-TARJETA             PIC  9(16).
           02 CTA-ID                  PIC  9(16).

       FD F-POSICIONES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "posiciones.ubd".
           COPY POSICION.

       FD F-MOVIDX
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movidx.ubd".
           COPY MOVIDX.

       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD F-PRESTAMOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "prestamos.ubd".
           COPY PRESTAMO.

       FD F-CUOTAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cuotaspre.ubd".
           COPY CUOTAPRE.

       WORKING-STORAGE SECTION.
       77 FST                       PIC   X(2).
       77 FSO                       PIC   X(2).
       77 FSU                       PIC   X(2).
       77 FSP                       PIC   X(2).
       77 FSX                       PIC   X(2).
       77 FSM                       PIC   X(2).
       77 FSZ                       PIC   X(2).
       77 FSK                       PIC   X(2).

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

           *> Criterios de calificacion. La ventana de posiciones es
           *> de 90 dias y exige foto de al menos 60 de ellos; las
           *> nominas se buscan desde el dia 1 de hace tres meses y
           *> deben haber llegado en tres meses distintos.
       78 DIAS-VENTANA               VALUE 90.
       78 DIAS-POSICION-MIN          VALUE 60.
       78 DIAS-DESCUBIERTO-MAX       VALUE 3.
       78 MESES-NOMINA-MIN           VALUE 3.
       78 SALDO-MEDIO-MIN-CENT       VALUE 30000.

           *> Importe ofrecido: cuatro nominas medias, redondeado a
           *> cientos de euros hacia abajo, entre 1.000 y 15.000 EUR.
       78 VECES-NOMINA               VALUE 4.
       78 OFERTA-MIN-CENT            VALUE 100000.
       78 OFERTA-MAX-CENT            VALUE 1500000.
       78 OFERTA-MESES-MAX           VALUE 60.
       78 DIAS-VALIDEZ-OFERTA        VALUE 30.

           *> Tipo anual si tarifas.ubd no tiene la clase
           *> PRECONCEDIDO (se pide sobre 100 EUR para leer el
           *> porcentaje en centimos).
       78 CLASE-TIPO-OFERTA          VALUE "PRECONCEDIDO".
       77 TIPO-OFERTA-DEFECTO        PIC  9(2)V9(2) VALUE 08.50.

       77 FECHA-HOY-NUM              PIC   9(8).
       77 DIA-HOY-ENTERO             PIC   9(7).
       77 DIA-CONSULTA-ENTERO        PIC   9(7).
       77 FECHA-DESDE-NOMINA         PIC   9(8).
       77 TIPO-OFERTA-PCT            PIC  9(2)V9(2).

       77 POSICIONES-SW              PIC   9(1).
           88 HAY-POSICIONES         VALUE 1.
       77 CALIFICA-SW                PIC   9(1).
           88 CALIFICA               VALUE 1.
       77 OFERTA-SW                  PIC   9(1).
           88 HAY-OFERTA             VALUE 1.

       77 CTA-ID-TARJETA             PIC  9(16).
       77 DIAS-CON-POSICION          PIC   9(3).
       77 DIAS-DESCUBIERTO           PIC   9(3).
       77 CENT-POSICION              PIC S9(11).
       77 SUMA-POSICIONES-CENT       PIC S9(15).
       77 CENT-SALDO-MEDIO           PIC S9(11).

       77 MESES-CON-NOMINA           PIC   9(2).
       77 ULTIMO-MES-NOMINA          PIC   9(6).
       77 MES-MOVIMIENTO             PIC   9(6).
       77 SUMA-NOMINAS-CENT          PIC  9(13).
       77 CENT-NOMINA-MEDIA          PIC  9(11).

       77 CUOTAS-VENCIDAS            PIC   9(3).
       77 PRESTAMO-VIVO-SW           PIC   9(1).
           88 PRESTAMO-OFERTA-VIVO   VALUE 1.

       77 CENT-OFERTA                PIC  9(13).
       77 CIENTOS-OFERTA             PIC   9(9).

       77 CLASE-TARIFA               PIC  X(12).
       77 CENT-BASE-TARIFA           PIC S9(11).
       77 CENT-TARIFA                PIC S9(11).

       77 CONTADOR-TARJETAS          PIC   9(7) VALUE 0.
       77 CONTADOR-OFERTAS           PIC   9(7) VALUE 0.
       77 CONTADOR-RETIRADAS         PIC   9(7) VALUE 0.
       77 CONTADOR-CON-PRESTAMO      PIC   9(7) VALUE 0.
       77 TOTAL-OFERTADO-CENT        PIC  9(15) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - PRECONCEDE - calificacion de "
               "prestamos preconcedidos".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.

           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           COMPUTE DIA-HOY-ENTERO =
               FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

           IF MES > 3
               COMPUTE FECHA-DESDE-NOMINA =
                   (ANO * 10000) + ((MES - 3) * 100) + 1
           ELSE
               COMPUTE FECHA-DESDE-NOMINA =
                   ((ANO - 1) * 10000) + ((MES + 9) * 100) + 1.

           PERFORM 0100-LEER-TIPO THRU 0100-LEER-TIPO-EXIT.

           PERFORM 1000-CALIFICAR-TARJETAS
               THRU 1000-CALIFICAR-TARJETAS-EXIT.
           PERFORM 9000-IMPRIMIR-RESUMEN
               THRU 9000-IMPRIMIR-RESUMEN-EXIT.

           STOP RUN.

       0100-LEER-TIPO.
           MOVE CLASE-TIPO-OFERTA TO CLASE-TARIFA.
           MOVE 10000 TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-HOY-NUM
               CENT-BASE-TARIFA CENT-TARIFA.

           IF CENT-TARIFA > 0
               COMPUTE TIPO-OFERTA-PCT = CENT-TARIFA / 100
           ELSE
               MOVE TIPO-OFERTA-DEFECTO TO TIPO-OFERTA-PCT.

           DISPLAY "Tipo anual ofertado: " TIPO-OFERTA-PCT " %".
           DISPLAY " ".

       0100-LEER-TIPO-EXIT.
           EXIT.

       1000-CALIFICAR-TARJETAS.
           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               GO TO 1000-CALIFICAR-TARJETAS-EXIT.

           OPEN I-O F-OFERTAS.
           IF FSO = 35
               OPEN OUTPUT F-OFERTAS
               CLOSE F-OFERTAS
               OPEN I-O F-OFERTAS
           END-IF.
           IF FSO <> 00
               DISPLAY "Error abriendo ofertaspre.ubd"
               CLOSE TARJETAS
               GO TO 1000-CALIFICAR-TARJETAS-EXIT.

           *> Sin historico de posiciones no se puede calificar a
           *> nadie: las ofertas vivas se retiran.
           MOVE 0 TO POSICIONES-SW.
           OPEN INPUT F-POSICIONES.
           IF FSP = 00
               MOVE 1 TO POSICIONES-SW
           ELSE
               DISPLAY "Sin posiciones.ubd: no se califica ninguna "
                   "tarjeta".

           *> El resto puede no existir todavia: se crea vacio para
           *> que las lecturas den simplemente "no encontrado".
           OPEN INPUT F-CUENTAS.
           IF FSU = 35
               OPEN OUTPUT F-CUENTAS
               CLOSE F-CUENTAS
               OPEN INPUT F-CUENTAS
           END-IF.
           OPEN INPUT F-MOVIDX.
           IF FSX = 35
               OPEN OUTPUT F-MOVIDX
               CLOSE F-MOVIDX
               OPEN INPUT F-MOVIDX
           END-IF.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               OPEN OUTPUT F-MOVIMIENTOS
               CLOSE F-MOVIMIENTOS
               OPEN INPUT F-MOVIMIENTOS
           END-IF.
           OPEN INPUT F-PRESTAMOS.
           IF FSZ = 35
               OPEN OUTPUT F-PRESTAMOS
               CLOSE F-PRESTAMOS
               OPEN INPUT F-PRESTAMOS
           END-IF.
           OPEN INPUT F-CUOTAS.
           IF FSK = 35
               OPEN OUTPUT F-CUOTAS
               CLOSE F-CUOTAS
               OPEN INPUT F-CUOTAS
           END-IF.

       1100-LEER-TARJETA.
           READ TARJETAS NEXT RECORD
               AT END GO TO 1900-FIN-TARJETAS.

           ADD 1 TO CONTADOR-TARJETAS.

           MOVE 0 TO OFERTA-SW.
           MOVE TNUM TO OFE-TARJETA.
           READ F-OFERTAS
               INVALID KEY CONTINUE
               NOT INVALID KEY MOVE 1 TO OFERTA-SW
           END-READ.

           PERFORM 2000-CALIFICAR THRU 2000-CALIFICAR-EXIT.

           IF CALIFICA
               PERFORM 3000-GRABAR-OFERTA THRU 3000-GRABAR-OFERTA-EXIT
           ELSE
               PERFORM 3500-RETIRAR-OFERTA
                   THRU 3500-RETIRAR-OFERTA-EXIT.

           GO TO 1100-LEER-TARJETA.

       1900-FIN-TARJETAS.
           CLOSE TARJETAS.
           CLOSE F-OFERTAS.
           CLOSE F-POSICIONES.
           CLOSE F-CUENTAS.
           CLOSE F-MOVIDX.
           CLOSE F-MOVIMIENTOS.
           CLOSE F-PRESTAMOS.
           CLOSE F-CUOTAS.

       1000-CALIFICAR-TARJETAS-EXIT.
           EXIT.

       2000-CALIFICAR.
           MOVE 0 TO CALIFICA-SW.

           IF NOT HAY-POSICIONES
               GO TO 2000-CALIFICAR-EXIT.

           *> Bloqueos, retenciones, inactividad, defuncion, sancion o
           *> diligencia pendiente: nada que no sea una tarjeta
           *> activa recibe oferta.
           IF NOT TARJETA-ACTIVA
               GO TO 2000-CALIFICAR-EXIT.

           *> Una oferta aceptada cuyo prestamo sigue vivo no se
           *> renueva mientras no se termine de pagar.
           IF HAY-OFERTA AND OFE-ACEPTADA
               MOVE OFE-PRE-NUM TO PRE-NUM
               READ F-PRESTAMOS
                   INVALID KEY CONTINUE
                   NOT INVALID KEY
                       IF PRE-VIGENTE
                           ADD 1 TO CONTADOR-CON-PRESTAMO
                           GO TO 2000-CALIFICAR-EXIT
                       END-IF
               END-READ
           END-IF.

           MOVE TNUM TO CTA-TARJETA.
           READ F-CUENTAS
               INVALID KEY MOVE TNUM TO CTA-ID
           END-READ.
           MOVE CTA-ID TO CTA-ID-TARJETA.

           PERFORM 2100-POSICIONES THRU 2100-POSICIONES-EXIT.

           IF DIAS-CON-POSICION < DIAS-POSICION-MIN
               GO TO 2000-CALIFICAR-EXIT.
           IF CENT-SALDO-MEDIO < SALDO-MEDIO-MIN-CENT
               GO TO 2000-CALIFICAR-EXIT.
           IF DIAS-DESCUBIERTO > DIAS-DESCUBIERTO-MAX
               GO TO 2000-CALIFICAR-EXIT.

           PERFORM 2200-NOMINAS THRU 2200-NOMINAS-EXIT.

           IF MESES-CON-NOMINA < MESES-NOMINA-MIN
               GO TO 2000-CALIFICAR-EXIT.

           PERFORM 2300-CUOTAS-VENCIDAS
               THRU 2300-CUOTAS-VENCIDAS-EXIT.

           IF CUOTAS-VENCIDAS > 0
               GO TO 2000-CALIFICAR-EXIT.

           COMPUTE CENT-OFERTA = CENT-NOMINA-MEDIA * VECES-NOMINA.
           IF CENT-OFERTA > OFERTA-MAX-CENT
               MOVE OFERTA-MAX-CENT TO CENT-OFERTA.
           COMPUTE CIENTOS-OFERTA = CENT-OFERTA / 10000.
           COMPUTE CENT-OFERTA = CIENTOS-OFERTA * 10000.

           IF CENT-OFERTA < OFERTA-MIN-CENT
               GO TO 2000-CALIFICAR-EXIT.

           MOVE 1 TO CALIFICA-SW.

       2000-CALIFICAR-EXIT.
           EXIT.

           *> Saldo medio y dias en negativo de la cuenta en la
           *> ventana; los dias sin foto (cuenta aun no abierta, lote
           *> no ejecutado) no cuentan para la media.
       2100-POSICIONES.
           MOVE 0 TO DIAS-CON-POSICION.
           MOVE 0 TO DIAS-DESCUBIERTO.
           MOVE 0 TO SUMA-POSICIONES-CENT.
           MOVE 0 TO CENT-SALDO-MEDIO.
           COMPUTE DIA-CONSULTA-ENTERO = DIA-HOY-ENTERO - DIAS-VENTANA.

       2110-LEER-POSICION.
           IF DIA-CONSULTA-ENTERO NOT < DIA-HOY-ENTERO
               GO TO 2190-MEDIA-POSICIONES.

           COMPUTE POS-FECHA =
               FUNCTION DATE-OF-INTEGER(DIA-CONSULTA-ENTERO).
           MOVE CTA-ID-TARJETA TO POS-CTA-ID.
           ADD 1 TO DIA-CONSULTA-ENTERO.

           READ F-POSICIONES
               INVALID KEY GO TO 2110-LEER-POSICION.

           IF POS-SALDO-ENT < 0
               COMPUTE CENT-POSICION =
                   (POS-SALDO-ENT * 100) - POS-SALDO-DEC
           ELSE
               COMPUTE CENT-POSICION =
                   (POS-SALDO-ENT * 100) + POS-SALDO-DEC.

           ADD 1 TO DIAS-CON-POSICION.
           ADD CENT-POSICION TO SUMA-POSICIONES-CENT.
           IF CENT-POSICION < 0
               ADD 1 TO DIAS-DESCUBIERTO.

           GO TO 2110-LEER-POSICION.

       2190-MEDIA-POSICIONES.
           IF DIAS-CON-POSICION > 0
               COMPUTE CENT-SALDO-MEDIO =
                   SUMA-POSICIONES-CENT / DIAS-CON-POSICION.

       2100-POSICIONES-EXIT.
           EXIT.

           *> Nominas abonadas a la tarjeta desde el dia 1 de hace tres
           *> meses, contando los meses distintos en que llegaron;
           *> el indice devuelve los movimientos en orden de fecha.
       2200-NOMINAS.
           MOVE 0 TO MESES-CON-NOMINA.
           MOVE 0 TO ULTIMO-MES-NOMINA.
           MOVE 0 TO SUMA-NOMINAS-CENT.
           MOVE 0 TO CENT-NOMINA-MEDIA.

           MOVE TNUM TO MIX-TARJETA.
           COMPUTE MIX-FECHA-HORA = FECHA-DESDE-NOMINA * 1000000.
           MOVE 0 TO MIX-MOV-NUM.
           START F-MOVIDX KEY IS NOT LESS THAN MIX-CLAVE
               INVALID KEY GO TO 2290-MEDIA-NOMINAS.

       2210-LEER-IDX.
           READ F-MOVIDX NEXT RECORD
               AT END GO TO 2290-MEDIA-NOMINAS.

           IF MIX-TARJETA NOT = TNUM
               GO TO 2290-MEDIA-NOMINAS.

           MOVE MIX-MOV-NUM TO MOV-NUM.
           READ F-MOVIMIENTOS
               INVALID KEY GO TO 2210-LEER-IDX.

           IF NOT MOV-TIPO-NOMINA
               GO TO 2210-LEER-IDX.

           COMPUTE SUMA-NOMINAS-CENT = SUMA-NOMINAS-CENT
               + (MOV-IMPORTE-ENT * 100) + MOV-IMPORTE-DEC.

           COMPUTE MES-MOVIMIENTO = (MOV-ANO * 100) + MOV-MES.
           IF MES-MOVIMIENTO NOT = ULTIMO-MES-NOMINA
               ADD 1 TO MESES-CON-NOMINA
               MOVE MES-MOVIMIENTO TO ULTIMO-MES-NOMINA.

           GO TO 2210-LEER-IDX.

       2290-MEDIA-NOMINAS.
           IF MESES-CON-NOMINA > 0
               COMPUTE CENT-NOMINA-MEDIA =
                   SUMA-NOMINAS-CENT / MESES-CON-NOMINA.

       2200-NOMINAS-EXIT.
           EXIT.

           *> Cuotas pendientes ya vencidas de los prestamos vivos de
           *> la tarjeta (el lote de cobro las deja asi cuando la
           *> cuenta no tenia disponible).
       2300-CUOTAS-VENCIDAS.
           MOVE 0 TO CUOTAS-VENCIDAS.

           MOVE 0 TO PRE-NUM.
           START F-PRESTAMOS KEY IS NOT LESS THAN PRE-NUM
               INVALID KEY GO TO 2300-CUOTAS-VENCIDAS-EXIT.

       2310-LEER-PRESTAMO.
           IF CUOTAS-VENCIDAS > 0
               GO TO 2300-CUOTAS-VENCIDAS-EXIT.

           READ F-PRESTAMOS NEXT RECORD
               AT END GO TO 2300-CUOTAS-VENCIDAS-EXIT.

           IF PRE-TARJETA NOT = TNUM OR NOT PRE-VIGENTE
               GO TO 2310-LEER-PRESTAMO.

           MOVE PRE-NUM TO CUO-PRE-NUM.
           MOVE 0 TO CUO-NUMERO.
           START F-CUOTAS KEY IS NOT LESS THAN CUO-CLAVE
               INVALID KEY GO TO 2310-LEER-PRESTAMO.

       2320-LEER-CUOTA.
           READ F-CUOTAS NEXT RECORD
               AT END GO TO 2310-LEER-PRESTAMO.

           IF CUO-PRE-NUM NOT = PRE-NUM
               GO TO 2310-LEER-PRESTAMO.

           IF CUO-PENDIENTE AND CUO-VENCE < FECHA-HOY-NUM
               ADD 1 TO CUOTAS-VENCIDAS.

           GO TO 2320-LEER-CUOTA.

       2300-CUOTAS-VENCIDAS-EXIT.
           EXIT.

       3000-GRABAR-OFERTA.
           MOVE TNUM                TO OFE-TARJETA.
           MOVE CTA-ID-TARJETA      TO OFE-CTA-ID.
           MOVE CENT-OFERTA         TO OFE-MAXIMO-CENT.
           MOVE TIPO-OFERTA-PCT     TO OFE-TIPO-PCT.
           MOVE OFERTA-MESES-MAX    TO OFE-MESES-MAX.
           MOVE FECHA-HOY-NUM       TO OFE-CALCULO-FECHA.
           COMPUTE OFE-CADUCIDAD = FUNCTION DATE-OF-INTEGER(
               DIA-HOY-ENTERO + DIAS-VALIDEZ-OFERTA).
           SET OFE-VIGENTE          TO TRUE.
           MOVE 0                   TO OFE-PRE-NUM.
           MOVE 0                   TO OFE-ACEPTA-FECHA.
           MOVE CENT-SALDO-MEDIO    TO OFE-SALDO-MEDIO-CENT.
           MOVE DIAS-DESCUBIERTO    TO OFE-DIAS-DESCUBIERTO.
           MOVE CENT-NOMINA-MEDIA   TO OFE-NOMINA-MEDIA-CENT.

           IF HAY-OFERTA
               REWRITE OFERTAPRE-REG INVALID KEY
                   DISPLAY "Error reescribiendo ofertaspre.ubd: "
                       TNUM
                   GO TO 3000-GRABAR-OFERTA-EXIT
               END-REWRITE
           ELSE
               WRITE OFERTAPRE-REG INVALID KEY
                   DISPLAY "Error escribiendo ofertaspre.ubd: " TNUM
                   GO TO 3000-GRABAR-OFERTA-EXIT
               END-WRITE
           END-IF.

           ADD 1 TO CONTADOR-OFERTAS.
           ADD CENT-OFERTA TO TOTAL-OFERTADO-CENT.

       3000-GRABAR-OFERTA-EXIT.
           EXIT.

           *> Solo se retira la oferta viva; las aceptadas quedan como
           *> historico del prestamo que abrieron.
       3500-RETIRAR-OFERTA.
           IF NOT HAY-OFERTA
               GO TO 3500-RETIRAR-OFERTA-EXIT.
           IF NOT OFE-VIGENTE
               GO TO 3500-RETIRAR-OFERTA-EXIT.

           SET OFE-RETIRADA TO TRUE.
           REWRITE OFERTAPRE-REG INVALID KEY
               DISPLAY "Error reescribiendo ofertaspre.ubd: " TNUM
               GO TO 3500-RETIRAR-OFERTA-EXIT.

           ADD 1 TO CONTADOR-RETIRADAS.

       3500-RETIRAR-OFERTA-EXIT.
           EXIT.

       9000-IMPRIMIR-RESUMEN.
           DISPLAY " ".
           DISPLAY "Tarjetas revisadas    : " CONTADOR-TARJETAS.
           DISPLAY "Ofertas vigentes      : " CONTADOR-OFERTAS.
           DISPLAY "Ofertas retiradas     : " CONTADOR-RETIRADAS.
           DISPLAY "Con preconcedido vivo : " CONTADOR-CON-PRESTAMO.
           DISPLAY "Importe ofertado      : " TOTAL-OFERTADO-CENT
               " centimos".

       9000-IMPRIMIR-RESUMEN-EXIT.
           EXIT.
