           RECORD KEY IS BUT-CLAVE
           FILE STATUS IS FSW.

           *> Catalogo de abonos a varios espectaculos.
           SELECT F-ABONOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ABO-ID
           FILE STATUS IS FSA.

           *> Registro de entradas vendidas, una fila por entrada.
           SELECT F-ENTRADAS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           VALUE OF FILE-ID IS "butacas.ubd".
           COPY BUTACA.

       FD F-ABONOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "abonos.ubd".
           COPY ABONO.

       FD F-ENTRADAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "entradas.ubd".
       77 CENT-BASE-TARIFA         PIC  S9(11).
       77 CENT-COMISION            PIC  S9(11).

           *> Con linea de credito activa la compra puede ir a la
           *> tarjeta de credito en lugar de a la cuenta.
       77 FORMA-PAGO               PIC   9(1).
           88 PAGO-EN-CUENTA       VALUE 1.
           88 PAGO-A-CREDITO       VALUE 2.
       77 CENT-CREDITO             PIC S9(11).
       77 CONCEPTO-CREDITO         PIC  X(35).
       77 OPERACION-CREDITO        PIC   X(1).
       77 RESULTADO-CREDITO        PIC   9(1).
           88 CREDITO-ADMITIDO     VALUE 0.
           88 CREDITO-SIN-LIMITE   VALUE 3.

           *> Forma de pago que se graba en la entrada emitida ("C" =
           *> a credito; vuelve a blanco tras cada emision) y la de la
           *> entrada que se devuelve.
       77 PAGO-ENTRADA             PIC   X(1) VALUE SPACE.
       77 PAGO-DEVUELTO            PIC   X(1).
           88 DEVUELTO-A-CREDITO   VALUE "C".

           *> Eleccion de butaca en los eventos numerados.
       77 FSW                      PIC   X(2).
       77 FILA-ELEGIDA             PIC   9(3).
       77 FSY                      PIC  X(2).
       77 TERMINAL-ACTUAL          PIC  9(4) VALUE 1.

           *> Devolucion de entradas por el titular: solo de eventos
           *> que siguen a la venta y hasta DIAS-CORTE-DEVOLUCION dias
           *> antes de su fecha, descontando la comision de la tabla
           *> de tarifas. Se ofrecen las diez primeras que caben en
           *> pantalla.
       78 DIAS-CORTE-DEVOLUCION    VALUE 2.
       77 OPCION-ENTRADAS          PIC   9(1).
           88 OPCION-COMPRAR       VALUE 1.
           88 OPCION-DEVOLVER      VALUE 2.
           88 OPCION-ABONO         VALUE 3.
       77 CONCEPTO-COMISION        PIC  X(35).
       77 FECHA-EVENTO-NUM         PIC   9(8).
       77 DIAS-HASTA-EVENTO        PIC  S9(7).
       77 PLAZO-DEVOLUCION-SW      PIC   9(1).
           88 EN-PLAZO-DEVOLUCION  VALUE 1.
       77 NUM-DEVOLVIBLES          PIC   9(2).
       77 IDX-DEVOLVIBLE           PIC   9(2).
       77 DEVOLUCION-ELEGIDA       PIC   9(2).
       77 LINEA-DEVOLUCION         PIC    99.
       01 TABLA-DEVOLVIBLES.
           05 DEVOLVIBLE-ENTRY OCCURS 10 TIMES.
               10 DVL-NUMERO       PIC  9(12).
               10 DVL-NOMBRE       PIC  X(20).
               10 DVL-FECHA        PIC   9(8).
               10 DVL-FILA         PIC   9(3).
               10 DVL-ASIENTO      PIC   9(3).
               10 DVL-IMPORTE-ENT  PIC  S9(7).
               10 DVL-IMPORTE-DEC  PIC   9(2).
       77 NUMERO-DEVUELTO          PIC  9(12).
       77 HAY-ABONOS-SW            PIC   9(1).
           88 HAY-ABONOS           VALUE 1.
       77 CENT-DEVOLUCION          PIC  S9(9).
           *> Venta de abonos: una entrada por evento con su parte
           *> del precio, la misma butaca en todos los eventos
           *> numerados donde este libre y un unico cargo en cuenta.
       77 FSA                      PIC   X(2).
       77 ABO-ID-USUARIO           PIC   9(6) VALUE 0.
       77 ABONO-EN-CURSO           PIC   9(6) VALUE 0.
       77 NOMBRE-ABONO             PIC  X(30).
       77 CENT-PRECIO-ABONO        PIC  S9(9).
       77 NUM-EVENTOS-ABONO        PIC   9(2).
       77 IDX-ABONO                PIC   9(2).
       77 PRIMER-NUMERADO          PIC   9(2).
       01 TABLA-ABONO.
           05 ABT-ENTRY OCCURS 10 TIMES.
               10 ABT-ESP-ID       PIC   9(6).
               10 ABT-CENT         PIC  S9(9).
               10 ABT-NUMERADO     PIC   9(1).
               10 ABT-FILA         PIC   9(3).
               10 ABT-ASIENTO      PIC   9(3).
               10 ABT-NUMERO       PIC  9(12).

       01 RESUMEN-IMPORTES.
           05 RES-PRECIO-ENT       PIC   9(7).
           05 RES-PRECIO-DEC       PIC   9(2).
           05 RES-COMISION-ENT     PIC   9(7).
           05 RES-COMISION-DEC     PIC   9(2).
           05 RES-NETO-ENT         PIC   9(7).
           05 RES-NETO-DEC         PIC   9(2).

       COPY IBAN.

       LINKAGE SECTION.
       77 TNUM                     PIC  9(16).
       77 IDIOMA-SESION                     PIC   X(2).
           05 FILLER BLANK WHEN ZERO UNDERLINE
               LINE 21 COL 50 PIC 9(3) USING ASIENTO-ELEGIDO.

       01 ABONO-ACCEPT.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 22 COL 48 PIC 9(6) USING ABO-ID-USUARIO.

       01 FILA-ABONO.
           05 FILLER COL 9  PIC 9(6) FROM ABO-ID.
           05 FILLER COL 17 PIC X(30) FROM ABO-NOMBRE.
           05 FILLER COL 50 PIC Z9 FROM ABO-NUM-EVENTOS.
           05 FILLER COL 59 PIC ZZZZ9 FROM ABO-PRECIO-ENT.
           05 FILLER COL 64 VALUE ".".
           05 FILLER COL 65 PIC 99 FROM ABO-PRECIO-DEC.

       01 DEVOLUCION-ACCEPT.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 22 COL 52 PIC 9(2) USING DEVOLUCION-ELEGIDA.

       01 FILA-DEVOLVIBLE.
           05 FILLER COL 5  PIC Z9 FROM IDX-DEVOLVIBLE.
           05 FILLER COL 9  PIC 9(12) FROM DVL-NUMERO(IDX-DEVOLVIBLE).
           05 FILLER COL 23 PIC X(20) FROM DVL-NOMBRE(IDX-DEVOLVIBLE).
           05 FILLER COL 44 PIC 9999/99/99
               FROM DVL-FECHA(IDX-DEVOLVIBLE).
           05 FILLER COL 64 PIC ZZZZ9
               FROM DVL-IMPORTE-ENT(IDX-DEVOLVIBLE).
           05 FILLER COL 69 VALUE ".".
           05 FILLER COL 70 PIC 99
               FROM DVL-IMPORTE-DEC(IDX-DEVOLVIBLE).

       01 RESUMEN-DEVOLUCION.
           05 FILLER LINE 11 COL 20 VALUE "Entrada:".
           05 FILLER LINE 11 COL 46 PIC 9(12) FROM NUMERO-DEVUELTO.
           05 FILLER LINE 13 COL 20 VALUE "Precio pagado:".
           05 FILLER LINE 13 COL 50 PIC ZZZZZZ9 FROM RES-PRECIO-ENT.
           05 FILLER LINE 13 COL 57 VALUE ".".
           05 FILLER LINE 13 COL 58 PIC 99 FROM RES-PRECIO-DEC.
           05 FILLER LINE 14 COL 20 VALUE "Comision de devolucion:".
           05 FILLER LINE 14 COL 50 PIC ZZZZZZ9 FROM RES-COMISION-ENT.
           05 FILLER LINE 14 COL 57 VALUE ".".
           05 FILLER LINE 14 COL 58 PIC 99 FROM RES-COMISION-DEC.
           05 FILLER LINE 16 COL 20 VALUE "Importe a abonar:".
           05 FILLER LINE 16 COL 50 PIC ZZZZZZ9 FROM RES-NETO-ENT.
           05 FILLER LINE 16 COL 57 VALUE ".".
           05 FILLER LINE 16 COL 58 PIC 99 FROM RES-NETO-DEC.

       01 FILA-ESPECTACULO.
           05 FILLER COL 9  PIC 9(6) FROM ESP-ID.
           05 FILLER COL 17 PIC X(30) FROM ESP-NOMBRE.
           CONTINUE.


           *> Si la tarjeta tiene entradas que aun puede devolver, el
           *> cajero pregunta antes si quiere comprar o devolver.
       ELEGIR-OPERACION SECTION.
           MOVE 0 TO ABONO-EN-CURSO.

           PERFORM CARGAR-DEVOLVIBLES THRU CARGAR-DEVOLVIBLES-EXIT.
           PERFORM CONTAR-ABONOS THRU CONTAR-ABONOS-EXIT.
           IF NUM-DEVOLVIBLES = 0 AND NOT HAY-ABONOS
               GO TO ELEGIR-OPERACION-FIN.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Entradas de espectaculos" AT LINE 8 COL 28.
           DISPLAY "1 - Comprar entradas" AT LINE 11 COL 28.
           IF NUM-DEVOLVIBLES > 0
               DISPLAY "2 - Devolver una entrada" AT LINE 12 COL 28.
           IF HAY-ABONOS
               DISPLAY "3 - Comprar un abono" AT LINE 13 COL 28.
           DISPLAY "Esc - Salir" AT LINE 24 COL 34.
           MOVE 0 TO OPCION-ENTRADAS.

       ELEGIR-OPERACION-ACCEPT.
           ACCEPT OPCION-ENTRADAS AT LINE 15 COL 28 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-OPERACION-ACCEPT.

           IF OPCION-DEVOLVER AND NUM-DEVOLVIBLES > 0
               GO TO LISTAR-DEVOLVIBLES.

           IF OPCION-ABONO AND HAY-ABONOS
               GO TO LISTAR-ABONOS.

           IF NOT OPCION-COMPRAR
               GO TO ELEGIR-OPERACION-ACCEPT.

       ELEGIR-OPERACION-FIN.
           CONTINUE.


       LISTAR-ESPECTACULOS SECTION.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

                   > LIMITE-COMPRAS-TARJETA
               GO TO LIMITE-ERR.

           *> La butaca viaja en el concepto, asi que sale impresa
           *> en el justificante (o en el extracto de credito).
           MOVE SPACES TO CON.
           IF ESP-CON-BUTACAS
               STRING "Entrada: "     DELIMITED BY SIZE
                      ESP-NOMBRE      DELIMITED BY SPACE
                      " F"            DELIMITED BY SIZE
                      FILA-ELEGIDA    DELIMITED BY SIZE
                      " A"            DELIMITED BY SIZE
                      ASIENTO-ELEGIDO DELIMITED BY SIZE
                   INTO CON
           ELSE
               STRING "Entrada: " ESP-NOMBRE DELIMITED BY SPACE
                   INTO CON.

           PERFORM ELEGIR-FORMA-PAGO THRU ELEGIR-FORMA-PAGO-EXIT.
           IF PAGO-A-CREDITO
               GO TO COMPRAR-A-CREDITO.

           IF CENT-PRECIO-ENTRADA > CENT-SALDO-USER
               GO TO SALDO-ERR.

           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-PRECIO-ENTRADA / 100).
           MOVE ESP-PRECIO-DEC TO MOV-IMPORTE-DEC.

           MOVE CON TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).

           GO TO COMPRA-EXITO.

           *> Compra cargada a la tarjeta de credito: la entrada no
           *> mueve la cuenta y queda en los apuntes del mes de la
           *> tarjeta; la comision de venta sigue yendo a la cuenta.
       COMPRAR-A-CREDITO.
           MOVE CENT-PRECIO-ENTRADA TO CENT-CREDITO.
           MOVE CON TO CONCEPTO-CREDITO.
           MOVE "A" TO OPERACION-CREDITO.
           CALL "CREDCARGO" USING TNUM CENT-CREDITO CONCEPTO-CREDITO
               OPERACION-CREDITO RESULTADO-CREDITO.

           IF CREDITO-SIN-LIMITE
               GO TO CREDITO-ERR.
           IF NOT CREDITO-ADMITIDO
               GO TO PSYS-ERR.

           SUBTRACT 1 FROM ESP-DISPONIBLES.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-ESPECTACULOS.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           IF ESP-CON-BUTACAS
               PERFORM MARCAR-BUTACA THRU MARCAR-BUTACA-EXIT.

           MOVE "C" TO PAGO-ENTRADA.
           PERFORM EMITIR-ENTRADA THRU EMITIR-ENTRADA-EXIT.

           PERFORM COBRAR-COMISION THRU COBRAR-COMISION-EXIT.

           GO TO COMPRA-EXITO.


       ACTUALIZAR-SALDO SECTION.
           OPEN I-O F-SALDOS.
           MOVE MOV-SALDOPOS-ENT TO JUS-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO JUS-SALDOPOS-DEC.
           MOVE MOV-CTA-ID       TO JUS-CTA-ID.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE MOV-CTA-ID       TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN         TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.
           MOVE CENT-PRECIO-ENTRADA TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-BASE-TARIFA CENT-COMISION.
           MOVE "Comision venta entrada" TO CONCEPTO-COMISION.

           *> Apunte de la comision ya calculada en CENT-COMISION,
           *> con el texto de CONCEPTO-COMISION.
       APUNTAR-COMISION.
           IF CENT-COMISION <= 0
               GO TO COBRAR-COMISION-EXIT.

           COMPUTE MOV-IMPORTE-DEC =
               FUNCTION MOD(CENT-COMISION, 100).

           MOVE CONCEPTO-COMISION TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           COMPUTE MOV-SALDOPOS-DEC = FUNCTION ABS(CENT-SALDO-USER
           MOVE MES TO ETR-MES.
           MOVE DIA TO ETR-DIA.
           SET ETR-EMITIDA TO TRUE.
           MOVE ZEROS TO ETR-DEVOLUCION.
           MOVE ABONO-EN-CURSO TO ETR-ABO-ID.
           MOVE PAGO-ENTRADA TO ETR-PAGO.
           MOVE SPACE TO PAGO-ENTRADA.

           WRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.

       CALCULAR-CONTROL-EXIT.
           EXIT.

           *> Entradas vivas de la tarjeta que todavia se pueden
           *> devolver, con lo necesario para listarlas.
       CARGAR-DEVOLVIBLES.
           MOVE 0 TO NUM-DEVOLVIBLES.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.

           OPEN INPUT F-ENTRADAS.
           IF FSZ = 35
               CLOSE F-ENTRADAS
               GO TO CARGAR-DEVOLVIBLES-EXIT.
           IF FSZ <> 00
               GO TO PSYS-ERR.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               CLOSE F-ENTRADAS
               GO TO PSYS-ERR.

       CARGAR-DEVOLVIBLES-BUCLE.
           READ F-ENTRADAS NEXT RECORD
               AT END GO TO CARGAR-DEVOLVIBLES-CIERRE.

           *> Las entradas de un abono no se devuelven sueltas.
           IF ETR-TARJETA NOT = TNUM OR NOT ETR-EMITIDA
               OR ETR-ABO-ID NOT = 0
               GO TO CARGAR-DEVOLVIBLES-BUCLE.

           MOVE ETR-ESP-ID TO ESP-ID.
           READ F-ESPECTACULOS
               INVALID KEY GO TO CARGAR-DEVOLVIBLES-BUCLE.

           PERFORM COMPROBAR-PLAZO THRU COMPROBAR-PLAZO-EXIT.
           IF NOT EN-PLAZO-DEVOLUCION
               GO TO CARGAR-DEVOLVIBLES-BUCLE.

           ADD 1 TO NUM-DEVOLVIBLES.
           MOVE ETR-NUMERO       TO DVL-NUMERO(NUM-DEVOLVIBLES).
           MOVE ESP-NOMBRE       TO DVL-NOMBRE(NUM-DEVOLVIBLES).
           MOVE FECHA-EVENTO-NUM TO DVL-FECHA(NUM-DEVOLVIBLES).
           MOVE ETR-FILA         TO DVL-FILA(NUM-DEVOLVIBLES).
           MOVE ETR-ASIENTO      TO DVL-ASIENTO(NUM-DEVOLVIBLES).
           MOVE ETR-IMPORTE-ENT  TO DVL-IMPORTE-ENT(NUM-DEVOLVIBLES).
           MOVE ETR-IMPORTE-DEC  TO DVL-IMPORTE-DEC(NUM-DEVOLVIBLES).

           IF NUM-DEVOLVIBLES >= 10
               GO TO CARGAR-DEVOLVIBLES-CIERRE.

           GO TO CARGAR-DEVOLVIBLES-BUCLE.

       CARGAR-DEVOLVIBLES-CIERRE.
           CLOSE F-ESPECTACULOS.
           CLOSE F-ENTRADAS.

       CARGAR-DEVOLVIBLES-EXIT.
           EXIT.

           *> El evento leido admite devoluciones si sigue a la venta
           *> y faltan al menos DIAS-CORTE-DEVOLUCION dias para su
           *> fecha.
       COMPROBAR-PLAZO.
           MOVE 0 TO PLAZO-DEVOLUCION-SW.

           COMPUTE FECHA-EVENTO-NUM = (ESP-ANO * 10000)
                                      + (ESP-MES * 100) + ESP-DIA.

           IF NOT ESP-EN-VENTA
               GO TO COMPROBAR-PLAZO-EXIT.

           COMPUTE DIAS-HASTA-EVENTO =
               FUNCTION INTEGER-OF-DATE(FECHA-EVENTO-NUM)
               - FUNCTION INTEGER-OF-DATE(FECHA-HOY-NUM).

           IF DIAS-HASTA-EVENTO >= DIAS-CORTE-DEVOLUCION
               SET EN-PLAZO-DEVOLUCION TO TRUE.

       COMPROBAR-PLAZO-EXIT.
           EXIT.

           *> Lista las entradas devolvibles con el precio pagado y
           *> pide el orden de la que se quiere devolver.
       LISTAR-DEVOLVIBLES.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Devolver una entrada" AT LINE 6 COL 30.
           DISPLAY "N.  Entrada       Espectaculo          Fecha"
               AT LINE 7 COL 5.
           DISPLAY "Butaca   Importe" AT LINE 7 COL 55.

           MOVE 8 TO LINEA-DEVOLUCION.
           MOVE 0 TO IDX-DEVOLVIBLE.

       LISTAR-DEVOLVIBLES-BUCLE.
           ADD 1 TO IDX-DEVOLVIBLE.
           IF IDX-DEVOLVIBLE > NUM-DEVOLVIBLES
               GO TO LISTAR-DEVOLVIBLES-PIDE.

           DISPLAY FILA-DEVOLVIBLE AT LINE LINEA-DEVOLUCION.
           IF DVL-FILA(IDX-DEVOLVIBLE) > 0
               DISPLAY DVL-FILA(IDX-DEVOLVIBLE)
                   AT LINE LINEA-DEVOLUCION COL 55
               DISPLAY "/" AT LINE LINEA-DEVOLUCION COL 58
               DISPLAY DVL-ASIENTO(IDX-DEVOLVIBLE)
                   AT LINE LINEA-DEVOLUCION COL 59.

           ADD 1 TO LINEA-DEVOLUCION.
           GO TO LISTAR-DEVOLVIBLES-BUCLE.

       LISTAR-DEVOLVIBLES-PIDE.
           DISPLAY "Se descuenta la comision de devolucion vigente"
               AT LINE 20 COL 9.
           DISPLAY "Introduzca el N. de la entrada a devolver:"
               AT LINE 22 COL 9.
           DISPLAY "Enter - Devolver    Esc - Salir" AT LINE 24 COL 25.

           INITIALIZE DEVOLUCION-ELEGIDA.

       LISTAR-DEVOLVIBLES-ACCEPT.
           ACCEPT DEVOLUCION-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO LISTAR-DEVOLVIBLES-ACCEPT
           END-ACCEPT.

           IF DEVOLUCION-ELEGIDA = 0
               OR DEVOLUCION-ELEGIDA > NUM-DEVOLVIBLES
               GO TO LISTAR-DEVOLVIBLES-ACCEPT.

           MOVE DVL-NUMERO(DEVOLUCION-ELEGIDA) TO NUMERO-DEVUELTO.
           COMPUTE CENT-PRECIO-ENTRADA =
               (DVL-IMPORTE-ENT(DEVOLUCION-ELEGIDA) * 100)
               + DVL-IMPORTE-DEC(DEVOLUCION-ELEGIDA).

           *> Comision de devolucion segun la tabla de tarifas; nunca
           *> mayor que lo que se pago por la entrada.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           MOVE "DEVOL-ENTRAD" TO CLASE-TARIFA.
           COMPUTE FECHA-TARIFA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CENT-PRECIO-ENTRADA TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-BASE-TARIFA CENT-COMISION.
           IF CENT-COMISION < 0
               MOVE 0 TO CENT-COMISION.
           IF CENT-COMISION > CENT-PRECIO-ENTRADA
               MOVE CENT-PRECIO-ENTRADA TO CENT-COMISION.

           COMPUTE CENT-DEVOLUCION = CENT-PRECIO-ENTRADA
                                     - CENT-COMISION.

           COMPUTE RES-PRECIO-ENT = CENT-PRECIO-ENTRADA / 100.
           MOVE FUNCTION MOD(CENT-PRECIO-ENTRADA, 100)
               TO RES-PRECIO-DEC.
           COMPUTE RES-COMISION-ENT = CENT-COMISION / 100.
           MOVE FUNCTION MOD(CENT-COMISION, 100) TO RES-COMISION-DEC.
           COMPUTE RES-NETO-ENT = CENT-DEVOLUCION / 100.
           MOVE FUNCTION MOD(CENT-DEVOLUCION, 100) TO RES-NETO-DEC.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Devolver una entrada" AT LINE 8 COL 30.
           DISPLAY RESUMEN-DEVOLUCION.
           DISPLAY "Enter - Confirmar    Esc - Cancelar"
               AT LINE 24 COL 23.

       CONFIRMAR-DEVOLUCION.
           ACCEPT PRESSED-KEY AT LINE 24 COL 80 ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO CONFIRMAR-DEVOLUCION
           END-ACCEPT.

           IF NOT ENTER-PRESSED
               GO TO CONFIRMAR-DEVOLUCION.

           *> Se vuelve a leer la entrada y el evento: entre la lista
           *> y la confirmacion pudo usarse, cancelarse o vencer el
           *> plazo.
           OPEN I-O F-ENTRADAS.
           IF FSZ <> 00
               GO TO PSYS-ERR.

           MOVE NUMERO-DEVUELTO TO ETR-NUMERO.
           READ F-ENTRADAS INVALID KEY GO TO PSYS-ERR.

           IF NOT ETR-EMITIDA OR ETR-TARJETA NOT = TNUM
               OR ETR-ABO-ID NOT = 0
               CLOSE F-ENTRADAS
               GO TO DEVOLUCION-ERR.

           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE ETR-ESP-ID TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO PSYS-ERR.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.
           COMPUTE FECHA-HOY-NUM = (ANO * 10000) + (MES * 100) + DIA.
           PERFORM COMPROBAR-PLAZO THRU COMPROBAR-PLAZO-EXIT.
           IF NOT EN-PLAZO-DEVOLUCION
               CLOSE F-ESPECTACULOS
               CLOSE F-ENTRADAS
               GO TO DEVOLUCION-ERR.

           *> Lo que se cargo a credito se descuenta de la linea, sin
           *> tocar la cuenta, igual que se compro. Va antes que nada:
           *> si CREDCARGO no lo admite, la entrada sigue emitida y la
           *> butaca vendida.
           MOVE ETR-PAGO TO PAGO-DEVUELTO.
           IF DEVUELTO-A-CREDITO
               PERFORM DEVOLVER-A-CREDITO
                   THRU DEVOLVER-A-CREDITO-EXIT.

           *> La plaza vuelve a la venta.
           IF ESP-DISPONIBLES < ESP-AFORO
               ADD 1 TO ESP-DISPONIBLES.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-ESPECTACULOS.

           SET ETR-DEVUELTA TO TRUE.
           MOVE ANO TO ETR-DEV-ANO.
           MOVE MES TO ETR-DEV-MES.
           MOVE DIA TO ETR-DEV-DIA.
           REWRITE ENTRADA-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-ENTRADAS.

           IF ETR-FILA > 0
               PERFORM LIBERAR-BUTACA THRU LIBERAR-BUTACA-EXIT.

           IF NOT DEVUELTO-A-CREDITO
               PERFORM ABONAR-DEVOLUCION
                   THRU ABONAR-DEVOLUCION-EXIT
               PERFORM ESCRIBIR-JUSTIFICANTE
                   THRU ESCRIBIR-JUSTIFICANTE-EXIT
           END-IF.

           MOVE "Comision devolucion entrada" TO CONCEPTO-COMISION.
           PERFORM APUNTAR-COMISION THRU COBRAR-COMISION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Devolver una entrada" AT LINE 8 COL 30.
           DISPLAY "Entrada devuelta correctamente!" AT LINE 11 COL 24.
           DISPLAY RESUMEN-DEVOLUCION.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

           GO TO EXIT-ENTER.

           *> La butaca de la entrada devuelta vuelve a quedar libre
           *> para la venta.
       LIBERAR-BUTACA.
           OPEN I-O F-BUTACAS.
           IF FSW <> 00
               GO TO PSYS-ERR.

           MOVE ETR-ESP-ID  TO BUT-ESP-ID.
           MOVE ETR-FILA    TO BUT-FILA.
           MOVE ETR-ASIENTO TO BUT-ASIENTO.
           READ F-BUTACAS
               INVALID KEY
                   CLOSE F-BUTACAS
                   GO TO LIBERAR-BUTACA-EXIT
           END-READ.

           IF NOT BUT-VENDIDA OR BUT-TARJETA NOT = TNUM
               CLOSE F-BUTACAS
               GO TO LIBERAR-BUTACA-EXIT.

           SET BUT-LIBRE TO TRUE.
           MOVE 0 TO BUT-TARJETA.

           REWRITE BUTACA-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-BUTACAS.

       LIBERAR-BUTACA-EXIT.
           EXIT.

           *> Abona en la cuenta el precio integro de la entrada con
           *> su propio movimiento; la comision va aparte.
       ABONAR-DEVOLUCION.
           PERFORM CONSULTA-SALDO-USUARIO
               THRU CONSULTA-SALDO-USUARIO.

           ADD CENT-PRECIO-ENTRADA TO CENT-SALDO-USER.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TNUM           TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = CENT-PRECIO-ENTRADA / 100.
           MOVE FUNCTION MOD(CENT-PRECIO-ENTRADA, 100)
               TO MOV-IMPORTE-DEC.

           MOVE SPACES TO CON.
           STRING "Devolucion entrada " NUMERO-DEVUELTO
               DELIMITED BY SIZE INTO CON.
           MOVE CON TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           COMPUTE MOV-SALDOPOS-DEC = FUNCTION ABS(CENT-SALDO-USER
               - (MOV-SALDOPOS-ENT * 100)).

           MOVE ANO TO MOV-ALTA-ANO.
           MOVE MES TO MOV-ALTA-MES.
           MOVE DIA TO MOV-ALTA-DIA.
           MOVE HORAS TO MOV-ALTA-HOR.
           MOVE MINUTOS TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           SET MOV-TIPO-DEVOLUCION TO TRUE.

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-CLIENTE TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO.

           CLOSE F-MOVIMIENTOS.

       ABONAR-DEVOLUCION-EXIT.
           EXIT.

           *> Devuelve el precio integro a la linea de credito: un
           *> apunte negativo en el mes de la tarjeta que rebaja lo
           *> dispuesto.
       DEVOLVER-A-CREDITO.
           MOVE CENT-PRECIO-ENTRADA TO CENT-CREDITO.
           MOVE SPACES TO CONCEPTO-CREDITO.
           STRING "Devolucion entrada " NUMERO-DEVUELTO
               DELIMITED BY SIZE INTO CONCEPTO-CREDITO.
           MOVE "D" TO OPERACION-CREDITO.
           CALL "CREDCARGO" USING TNUM CENT-CREDITO CONCEPTO-CREDITO
               OPERACION-CREDITO RESULTADO-CREDITO.

           IF NOT CREDITO-ADMITIDO
               GO TO PSYS-ERR.

       DEVOLVER-A-CREDITO-EXIT.
           EXIT.

           *> Hay algun abono a la venta que ofrecer en el cajero.
       CONTAR-ABONOS.
           MOVE 0 TO HAY-ABONOS-SW.

           OPEN INPUT F-ABONOS.
           IF FSA NOT = 00
               CLOSE F-ABONOS
               GO TO CONTAR-ABONOS-EXIT.

       CONTAR-ABONOS-BUCLE.
           READ F-ABONOS NEXT RECORD
               AT END GO TO CONTAR-ABONOS-CIERRE.

           IF NOT ABO-EN-VENTA
               GO TO CONTAR-ABONOS-BUCLE.

           SET HAY-ABONOS TO TRUE.

       CONTAR-ABONOS-CIERRE.
           CLOSE F-ABONOS.

       CONTAR-ABONOS-EXIT.
           EXIT.

       LISTAR-ABONOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.

           DISPLAY "Comprar abonos de espectaculos" AT LINE 6 COL 25.
           DISPLAY "Id.   Abono                            Eventos"
               AT LINE 7 COL 9.
           DISPLAY "Precio" AT LINE 7 COL 59.

           MOVE 8 TO LINEA-ACTUAL.

           OPEN INPUT F-ABONOS.
           IF FSA <> 00
               GO TO PSYS-ERR.

       LISTAR-ABONOS-BUCLE.
           READ F-ABONOS NEXT RECORD
               AT END GO TO LISTAR-ABONOS-PIDE.

           IF NOT ABO-EN-VENTA
               GO TO LISTAR-ABONOS-BUCLE.

           DISPLAY FILA-ABONO AT LINE LINEA-ACTUAL.
           ADD 1 TO LINEA-ACTUAL.
           IF LINEA-ACTUAL > 20
               GO TO LISTAR-ABONOS-PIDE.

           GO TO LISTAR-ABONOS-BUCLE.

       LISTAR-ABONOS-PIDE.
           CLOSE F-ABONOS.

           DISPLAY "Introduzca el Id. del abono a comprar:"
               AT LINE 22 COL 9.
           DISPLAY "Enter - Comprar    Esc - Salir" AT LINE 24 COL 25.

           INITIALIZE ABO-ID-USUARIO.

       LISTAR-ABONOS-ACCEPT.
           ACCEPT ABONO-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   EXIT PROGRAM
               ELSE
                   GO TO LISTAR-ABONOS-ACCEPT
           END-ACCEPT.

           IF ABO-ID-USUARIO = 0
               GO TO LISTAR-ABONOS-ACCEPT.

           *> Compra de un abono: se comprueba que todos sus eventos
           *> tienen plaza antes de cobrar nada.
       COMPRAR-ABONO.
           OPEN INPUT F-ABONOS.
           IF FSA <> 00
               GO TO PSYS-ERR.

           MOVE ABO-ID-USUARIO TO ABO-ID.
           READ F-ABONOS
               INVALID KEY
                   CLOSE F-ABONOS
                   GO TO ABONO-BAD
           END-READ.

           IF NOT ABO-EN-VENTA
               CLOSE F-ABONOS
               GO TO ABONO-BAD.

           MOVE ABO-ID          TO ABONO-EN-CURSO.
           MOVE ABO-NOMBRE      TO NOMBRE-ABONO.
           MOVE ABO-NUM-EVENTOS TO NUM-EVENTOS-ABONO.
           COMPUTE CENT-PRECIO-ABONO = (ABO-PRECIO-ENT * 100)
                                       + ABO-PRECIO-DEC.
           MOVE 0 TO IDX-ABONO.

       COMPRAR-ABONO-CARGA.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-PLAZAS.

           MOVE ABO-ESP-ID(IDX-ABONO) TO ABT-ESP-ID(IDX-ABONO).
           COMPUTE ABT-CENT(IDX-ABONO) =
               (ABO-PARTE-ENT(IDX-ABONO) * 100)
               + ABO-PARTE-DEC(IDX-ABONO).
           MOVE 0 TO ABT-NUMERADO(IDX-ABONO).
           MOVE 0 TO ABT-FILA(IDX-ABONO).
           MOVE 0 TO ABT-ASIENTO(IDX-ABONO).
           MOVE 0 TO ABT-NUMERO(IDX-ABONO).

           GO TO COMPRAR-ABONO-CARGA.

       COMPRAR-ABONO-PLAZAS.
           CLOSE F-ABONOS.

           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-ABONO.
           MOVE 0 TO PRIMER-NUMERADO.

       COMPRAR-ABONO-PLAZA.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-BUTACAS.

           MOVE ABT-ESP-ID(IDX-ABONO) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO ABONO-AGOTADO-ERR.

           IF NOT ESP-EN-VENTA OR ESP-DISPONIBLES = 0
               GO TO ABONO-AGOTADO-ERR.

           IF ESP-CON-BUTACAS
               MOVE 1 TO ABT-NUMERADO(IDX-ABONO)
               IF PRIMER-NUMERADO = 0
                   MOVE IDX-ABONO TO PRIMER-NUMERADO.

           GO TO COMPRAR-ABONO-PLAZA.

           *> El cliente elige su butaca en el primer evento numerado
           *> del abono; en los demas se le da la misma si esta libre
           *> y, si no, la primera libre del evento.
       COMPRAR-ABONO-BUTACAS.
           IF PRIMER-NUMERADO = 0
               GO TO COMPRAR-ABONO-CIERRA.

           MOVE ABT-ESP-ID(PRIMER-NUMERADO) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO ABONO-AGOTADO-ERR.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono:" AT LINE 6 COL 9.
           DISPLAY NOMBRE-ABONO AT LINE 6 COL 16.
           DISPLAY "Se reserva la misma butaca en todos los eventos"
               AT LINE 7 COL 9.

           PERFORM ELEGIR-BUTACA THRU ELEGIR-BUTACA-EXIT.

           MOVE 0 TO IDX-ABONO.

       COMPRAR-ABONO-ASIGNA.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-CIERRA.

           IF ABT-NUMERADO(IDX-ABONO) = 0
               GO TO COMPRAR-ABONO-ASIGNA.

           PERFORM ASIGNAR-BUTACA-ABONO
               THRU ASIGNAR-BUTACA-ABONO-EXIT.

           GO TO COMPRAR-ABONO-ASIGNA.

       COMPRAR-ABONO-CIERRA.
           CLOSE F-ESPECTACULOS.

           *> Ultima comprobacion de plaza en todos los eventos y,
           *> solo si todos la tienen, se descuentan.
       COMPRAR-ABONO-COBRO.
           OPEN I-O F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           PERFORM CONSULTA-SALDO-USUARIO
               THRU CONSULTA-SALDO-USUARIO.

           MOVE CENT-PRECIO-ABONO TO CENT-PRECIO-ENTRADA.

           PERFORM LEER-LIMITES THRU LEER-LIMITES-FIN.

           IF LIMITE-OPER-TARJETA > 0
               AND CENT-PRECIO-ENTRADA > LIMITE-OPER-TARJETA
               GO TO LIMITE-ERR.

           PERFORM SUMAR-COMPRAS-HOY THRU SUMAR-COMPRAS-HOY-FIN.

           IF CENT-COMPRAS-HOY + CENT-PRECIO-ENTRADA
                   > LIMITE-COMPRAS-TARJETA
               GO TO LIMITE-ERR.

           IF CENT-PRECIO-ENTRADA > CENT-SALDO-USER
               GO TO SALDO-ERR.

           MOVE 0 TO IDX-ABONO.

       COMPRAR-ABONO-COMPRUEBA.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               MOVE 0 TO IDX-ABONO
               GO TO COMPRAR-ABONO-DESCUENTA.

           MOVE ABT-ESP-ID(IDX-ABONO) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO ABONO-AGOTADO-ERR.

           IF NOT ESP-EN-VENTA OR ESP-DISPONIBLES = 0
               GO TO ABONO-AGOTADO-ERR.

           GO TO COMPRAR-ABONO-COMPRUEBA.

       COMPRAR-ABONO-DESCUENTA.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-CARGO.

           MOVE ABT-ESP-ID(IDX-ABONO) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO PSYS-ERR.

           SUBTRACT 1 FROM ESP-DISPONIBLES.
           REWRITE ESPECTACULO-REG INVALID KEY GO TO PSYS-ERR.

           GO TO COMPRAR-ABONO-DESCUENTA.

           *> Un solo cargo en cuenta por el precio del abono.
       COMPRAR-ABONO-CARGO.
           CLOSE F-ESPECTACULOS.

           SUBTRACT CENT-PRECIO-ABONO FROM CENT-SALDO-USER.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           OPEN I-O F-MOVIMIENTOS.
           IF FSM <> 00
               GO TO PSYS-ERR.

           PERFORM SIGUIENTE-MOV-NUM THRU SIGUIENTE-MOV-NUM-EXIT.

           MOVE LAST-MOV-NUM   TO MOV-NUM.
           MOVE TNUM           TO MOV-TARJETA.
           MOVE ANO            TO MOV-ANO.
           MOVE MES            TO MOV-MES.
           MOVE DIA            TO MOV-DIA.
           MOVE HORAS          TO MOV-HOR.
           MOVE MINUTOS        TO MOV-MIN.
           MOVE SEGUNDOS       TO MOV-SEG.

           COMPUTE MOV-IMPORTE-ENT = 0 - (CENT-PRECIO-ABONO / 100).
           MOVE FUNCTION MOD(CENT-PRECIO-ABONO, 100)
               TO MOV-IMPORTE-DEC.

           MOVE SPACES TO CON.
           STRING "Abono: " NOMBRE-ABONO DELIMITED BY SIZE
               INTO CON.
           MOVE CON TO MOV-CONCEPTO.

           COMPUTE MOV-SALDOPOS-ENT = (CENT-SALDO-USER / 100).
           COMPUTE MOV-SALDOPOS-DEC = FUNCTION ABS(CENT-SALDO-USER
               - (MOV-SALDOPOS-ENT * 100)).

           MOVE ANO TO MOV-ALTA-ANO.
           MOVE MES TO MOV-ALTA-MES.
           MOVE DIA TO MOV-ALTA-DIA.
           MOVE HORAS TO MOV-ALTA-HOR.
           MOVE MINUTOS TO MOV-ALTA-MIN.
           MOVE SEGUNDOS TO MOV-ALTA-SEG.
           MOVE MOV-ALTA TO MOV-MODIF.

           SET MOV-TIPO-COMPRA-ENTRADA TO TRUE.

           MOVE TERMINAL-ACTUAL TO MOV-TERMINAL.
           MOVE CTA-ID-CLIENTE TO MOV-CTA-ID.

           WRITE MOVIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           PERFORM ESCRIBIR-MOVIDX THRU ESCRIBIR-MOVIDX-FIN.

           PERFORM ACTUALIZAR-SALDO THRU ACTUALIZAR-SALDO.

           CLOSE F-MOVIMIENTOS.

           PERFORM ESCRIBIR-JUSTIFICANTE
               THRU ESCRIBIR-JUSTIFICANTE-EXIT.

           *> Una entrada por evento, con su butaca y su parte del
           *> precio; la puerta las valida como cualquier otra.
           OPEN INPUT F-ESPECTACULOS.
           IF FSE <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO IDX-ABONO.

       COMPRAR-ABONO-EMITE.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-COMISION.

           MOVE ABT-ESP-ID(IDX-ABONO) TO ESP-ID.
           READ F-ESPECTACULOS INVALID KEY GO TO PSYS-ERR.

           MOVE ABT-ESP-ID(IDX-ABONO)  TO ESP-ID-USUARIO.
           MOVE ABT-FILA(IDX-ABONO)    TO FILA-ELEGIDA.
           MOVE ABT-ASIENTO(IDX-ABONO) TO ASIENTO-ELEGIDO.
           MOVE ABT-CENT(IDX-ABONO)    TO CENT-PRECIO-ENTRADA.

           IF ESP-CON-BUTACAS
               PERFORM MARCAR-BUTACA THRU MARCAR-BUTACA-EXIT.

           PERFORM EMITIR-ENTRADA THRU EMITIR-ENTRADA-EXIT.
           MOVE NUMERO-EMITIDO TO ABT-NUMERO(IDX-ABONO).

           GO TO COMPRAR-ABONO-EMITE.

       COMPRAR-ABONO-COMISION.
           CLOSE F-ESPECTACULOS.

           MOVE "ENTRADA-ESP" TO CLASE-TARIFA.
           COMPUTE FECHA-TARIFA = (ANO * 10000) + (MES * 100) + DIA.
           MOVE CENT-PRECIO-ABONO TO CENT-BASE-TARIFA.
           CALL "TARIFARIO" USING CLASE-TARIFA FECHA-TARIFA
               CENT-BASE-TARIFA CENT-COMISION.
           MOVE "Comision venta abono" TO CONCEPTO-COMISION.
           PERFORM APUNTAR-COMISION THRU COBRAR-COMISION-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Abono comprado correctamente!" AT LINE 7 COL 25.
           DISPLAY NOMBRE-ABONO AT LINE 8 COL 25.
           DISPLAY "Espectaculo  Entrada        Butaca"
               AT LINE 10 COL 15.

           MOVE 11 TO LINEA-ACTUAL.
           MOVE 0 TO IDX-ABONO.

       COMPRAR-ABONO-RESUMEN.
           ADD 1 TO IDX-ABONO.
           IF IDX-ABONO > NUM-EVENTOS-ABONO
               GO TO COMPRAR-ABONO-FIN.

           DISPLAY ABT-ESP-ID(IDX-ABONO) AT LINE LINEA-ACTUAL COL 15.
           DISPLAY ABT-NUMERO(IDX-ABONO) AT LINE LINEA-ACTUAL COL 28.
           IF ABT-NUMERADO(IDX-ABONO) = 1
               DISPLAY "F" AT LINE LINEA-ACTUAL COL 43
               DISPLAY ABT-FILA(IDX-ABONO) AT LINE LINEA-ACTUAL COL 44
               DISPLAY "A" AT LINE LINEA-ACTUAL COL 48
               DISPLAY ABT-ASIENTO(IDX-ABONO)
                   AT LINE LINEA-ACTUAL COL 49.

           ADD 1 TO LINEA-ACTUAL.
           GO TO COMPRAR-ABONO-RESUMEN.

       COMPRAR-ABONO-FIN.
           DISPLAY "Presente cada entrada en la puerta del recinto"
               AT LINE 22 COL 17.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.

           GO TO EXIT-ENTER.

           *> Butaca del abono en un evento numerado: la elegida si
           *> esta libre; si no, la primera libre del plano.
       ASIGNAR-BUTACA-ABONO.
           OPEN INPUT F-BUTACAS.
           IF FSW <> 00
               GO TO PSYS-ERR.

           MOVE ABT-ESP-ID(IDX-ABONO) TO BUT-ESP-ID.
           MOVE FILA-ELEGIDA          TO BUT-FILA.
           MOVE ASIENTO-ELEGIDO       TO BUT-ASIENTO.
           READ F-BUTACAS
               INVALID KEY
                   GO TO ASIGNAR-BUTACA-BUSCA
           END-READ.

           IF BUT-LIBRE
               GO TO ASIGNAR-BUTACA-ANOTA.

       ASIGNAR-BUTACA-BUSCA.
           MOVE ABT-ESP-ID(IDX-ABONO) TO BUT-ESP-ID.
           MOVE 0 TO BUT-FILA.
           MOVE 0 TO BUT-ASIENTO.
           START F-BUTACAS KEY IS NOT LESS THAN BUT-CLAVE
               INVALID KEY
                   CLOSE F-BUTACAS
                   GO TO ABONO-AGOTADO-ERR
           END-START.

       ASIGNAR-BUTACA-BUCLE.
           READ F-BUTACAS NEXT RECORD
               AT END
                   CLOSE F-BUTACAS
                   GO TO ABONO-AGOTADO-ERR
           END-READ.

           IF BUT-ESP-ID NOT = ABT-ESP-ID(IDX-ABONO)
               CLOSE F-BUTACAS
               GO TO ABONO-AGOTADO-ERR.

           IF NOT BUT-LIBRE
               GO TO ASIGNAR-BUTACA-BUCLE.

       ASIGNAR-BUTACA-ANOTA.
           MOVE BUT-FILA    TO ABT-FILA(IDX-ABONO).
           MOVE BUT-ASIENTO TO ABT-ASIENTO(IDX-ABONO).

           CLOSE F-BUTACAS.

       ASIGNAR-BUTACA-ABONO-EXIT.
           EXIT.

       SIN-ESPECTACULOS.
           DISPLAY "No hay espectaculos disponibles" AT LINE 11 COL 22.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       ABONO-BAD.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "El abono indicado no esta a la venta"
               AT LINE 11 COL 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       ABONO-AGOTADO-ERR.
           CLOSE F-ESPECTACULOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Algun espectaculo del abono ya no esta disponible"
               AT LINE 11 COL 15
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       DEVOLUCION-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Esta entrada ya no admite devolucion"
               AT LINE 11 COL 21
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       CREDITO-ERR.
           CLOSE F-ESPECTACULOS.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Supera el disponible de su tarjeta de credito"
               AT LINE 11 COL 17
               WITH FOREGROUND-COLOR IS WHITE
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

           *> Si la tarjeta tiene linea de credito que admita compras
           *> el titular elige donde cargar; si no, va a la cuenta.
       ELEGIR-FORMA-PAGO.
           SET PAGO-EN-CUENTA TO TRUE.

           MOVE 0 TO CENT-CREDITO.
           MOVE SPACES TO CONCEPTO-CREDITO.
           MOVE "C" TO OPERACION-CREDITO.
           CALL "CREDCARGO" USING TNUM CENT-CREDITO CONCEPTO-CREDITO
               OPERACION-CREDITO RESULTADO-CREDITO.
           IF NOT CREDITO-ADMITIDO
               GO TO ELEGIR-FORMA-PAGO-EXIT.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Comprar entradas de espectaculos" AT LINE 8 COL 24.
           DISPLAY "Cargar la compra en:" AT LINE 11 COL 24.
           DISPLAY "1 - Cuenta" AT LINE 13 COL 28.
           DISPLAY "2 - Tarjeta de credito" AT LINE 14 COL 28.
           DISPLAY "Esc - Cancelar" AT LINE 24 COL 33.
           MOVE 0 TO FORMA-PAGO.

       ELEGIR-FORMA-PAGO-ACCEPT.
           ACCEPT FORMA-PAGO AT LINE 16 COL 28 ON EXCEPTION
               IF ESC-PRESSED
                   CLOSE F-ESPECTACULOS
                   EXIT PROGRAM
               ELSE
                   GO TO ELEGIR-FORMA-PAGO-ACCEPT.

           IF NOT PAGO-EN-CUENTA AND NOT PAGO-A-CREDITO
               GO TO ELEGIR-FORMA-PAGO-ACCEPT.

       ELEGIR-FORMA-PAGO-EXIT.
           EXIT.

           *> Texto de pantalla en el idioma de la sesion; si el
           *> catalogo no tiene el texto, queda el castellano que el
           *> programa dejo cargado como reserva.
           CLOSE F-SECUENCIA.
           CLOSE F-CUENTAS.
           CLOSE F-JUSTIFICANTES.
           CLOSE F-ABONOS.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           MOVE 4 TO MSG-ID-BUSCADO.
