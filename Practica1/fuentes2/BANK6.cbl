           RECORD KEY IS UMB-CLAVE
           FILE STATUS IS FSH.

           *> Cola de cumplimiento normativo: las ordenes cuyo
           *> titular destino da posible coincidencia con la lista
           *> de vigilancia esperan ahi con el importe reservado.
           SELECT F-CUMPLIMIENTO ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS CMP-NUM
           FILE STATUS IS FSK.

       DATA DIVISION.
       FILE SECTION.
       FD TARJETAS
           02 BEN-CUENTA              PIC  9(16).
           02 BEN-TITULAR             PIC  X(35).

           *> IBAN del destino (en blanco si se eligio por tarjeta
           *> UnizarBank); como el resto de ampliaciones, al final
           *> del registro.
           02 BEN-IBAN                PIC  X(34).

       FD F-JUSTIFICANTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "justificantes.ubd".
           02 UMB-CLAVE               PIC   9(1).
           02 UMB-CENT                PIC  9(11).

       FD F-CUMPLIMIENTO
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "cumplimiento.ubd".
           COPY CUMPLIMIENTO.

       WORKING-STORAGE SECTION.
       77 FST                      PIC   X(2).
       77 FSM                      PIC   X(2).
       77 FECHA-IDX-NUM            PIC   9(8).
       77 CTA-ID-ORIGEN            PIC  9(16).
       77 CTA-ID-DESTINO           PIC  9(16).
       77 CTA-CERRADA-SW           PIC  9(1).
           88 CTA-CERRADA          VALUE 1.
       77 CTA-ID-ACTUAL            PIC  9(16).

       77 EURENT-USUARIO           PIC  S9(7).
       77 CUENTA-DESTINO           PIC  9(16).
       77 NOMBRE-DESTINO           PIC  X(35).
       77 BANCO-DESTINO-USUARIO    PIC   9(4).

           *> IBAN destino tecleado o tomado de la agenda: de el salen
           *> banco y cuenta de las ordenes a otros bancos. Si es de
           *> una cuenta nuestra, la orden pasa a interna hacia la
           *> tarjeta que la alcanza, abonando esa misma cuenta, y el
           *> IBAN se guarda con la orden para que quien la curse
           *> despues abone tambien esa cuenta.
       77 IBAN-DESTINO             PIC  X(34) VALUE SPACES.
       77 CTA-ID-IBAN              PIC  9(16) VALUE 0.
       COPY IBAN.
       77 LAST-ITB-NUM             PIC  9(35).

       77 MSJ-ORD-EXT              PIC  X(35)
       77 LAST-TRF-NUM             PIC  9(35).
       77 LAST-RET-NUM             PIC  9(35).

           *> Cribado del titular destino contra la lista de
           *> vigilancia de sanciones.
       77 FSK                      PIC   X(2).
       77 NOMBRE-CRIBADO           PIC  X(35).
       77 DOCUMENTO-CRIBADO        PIC  X(12).
       77 CRIBADO-RESULTADO        PIC   9(1).
           88 CRIBADO-COINCIDE     VALUE 1.
       01 COINCIDENCIA-VIG.
           05 COINC-VIG-LISTA      PIC  X(10).
           05 COINC-VIG-NOMBRE     PIC  X(35).
           05 COINC-VIG-DOCUMENTO  PIC  X(12).
           05 COINC-VIG-VERSION    PIC   9(8).
       77 LAST-CMP-NUM             PIC  9(35).

       77 MSJ-ORD                  PIC  X(35) VALUE "Transferimos".
       77 MSJ-DST                  PIC  X(35) VALUE "Nos transfieren".

           88 BENEF-YA-GUARDADO   VALUE 1.
       77 LINEA-BENEF             PIC   99.

           *> Destino de cada fila de la agenda: IBAN en grupos de
           *> cuatro o tarjeta UnizarBank.
       77 BEN-DESTINO-VISTA       PIC  X(29).

       77 FSL                     PIC   X(2).
       77 FECHA-COMPROBADA        PIC   9(8) VALUE 0.
           05 FILLER LINE 1 BLANK SCREEN BACKGROUND-COLOR BLACK.

       01 FILTRO-CUENTA.
           05 FILLER UNDERLINE
               LINE 11 COL 33 PIC X(34) USING IBAN-DESTINO.
           05 FILLER BLANK WHEN ZERO AUTO UNDERLINE
               LINE 12 COL 54 PIC 9(16) USING CUENTA-DESTINO.
           05 FILLER AUTO UNDERLINE
       01 FILA-BENEFICIARIO.
           05 FILLER COL 15 PIC 9(2)  FROM BEN-ORDEN.
           05 FILLER COL 19 PIC X(10) FROM BEN-ALIAS.
           05 FILLER COL 30 PIC X(29) FROM BEN-DESTINO-VISTA.
           05 FILLER COL 60 PIC X(20) FROM BEN-TITULAR.

       01 SALDO-DISPLAY.
           05 FILLER SIGN IS LEADING SEPARATE
           INITIALIZE CUENTA-DESTINO.
           INITIALIZE NOMBRE-DESTINO.
           INITIALIZE BANCO-DESTINO-USUARIO.
           INITIALIZE IBAN-DESTINO.
           INITIALIZE CTA-ID-IBAN.
           INITIALIZE EURENT-USUARIO.
           INITIALIZE EURDEC-USUARIO.
           INITIALIZE FRECUENCIA-USUARIO.
           *> Agenda de beneficiarios de la tarjeta: elegir uno deja
           *> banco, cuenta y titular ya rellenos en la pantalla de
           *> ordenacion, asi que repetir una transferencia son dos
           *> pulsaciones. Los destinos en otro banco se muestran y se
           *> recuperan por su IBAN.
       ELEGIR-BENEFICIARIO SECTION.
           MOVE 0 TO BENEF-MOSTRADOS.
           MOVE 0 TO BENEF-ELEGIDO.
               GO TO PSYS-ERR.

           DISPLAY "Beneficiarios guardados" AT LINE 6 COL 29.
           DISPLAY "N. Alias       IBAN o tarjeta" AT LINE 7 COL 15.

           MOVE 8 TO LINEA-BENEF.

               GO TO ELEGIR-BENEF-FIN.

           ADD 1 TO BENEF-MOSTRADOS.
           PERFORM VISTA-BENEFICIARIO THRU VISTA-BENEFICIARIO-EXIT.
           DISPLAY FILA-BENEFICIARIO AT LINE LINEA-BENEF.
           ADD 1 TO LINEA-BENEF.

           MOVE BEN-CUENTA  TO CUENTA-DESTINO.
           MOVE BEN-TITULAR TO NOMBRE-DESTINO.

           *> Los destinos con IBAN van en pantalla por el; si una
           *> fila externa aun no lo tiene se compone de banco y
           *> cuenta.
           MOVE SPACES TO IBAN-DESTINO.
           IF BEN-BANCO NOT = 0 OR BEN-IBAN NOT = SPACES
               PERFORM IBAN-BENEFICIARIO THRU IBAN-BENEFICIARIO-EXIT
               MOVE IBN-IBAN TO IBAN-DESTINO
               MOVE 0 TO CUENTA-DESTINO.

           CLOSE F-BENEFICIARIOS.

           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           CLOSE F-SALDOS.

       INDICAR-CTA-DST.
           DISPLAY "IBAN destino:" AT LINE 11 COL 19.
           DISPLAY "o tarjeta UnizarBank destino" AT LINE 12 COL 19.
           DISPLAY "y nombre del titular" AT LINE 14 COL 19.
           DISPLAY "Indique la cantidad a transferir" AT LINE 16 COL 19.
           DISPLAY "." AT LINE 16 COL 62.
               GO TO INDICAR-CTA-DST
           END-IF.

           *> Las cuentas de otros bancos no se pueden contrastar con
           *> ningun maestro, asi que al menos los digitos de control
           *> de su IBAN tienen que cuadrar antes de mover un centimo.
           PERFORM RESOLVER-IBAN-DESTINO
               THRU RESOLVER-IBAN-DESTINO-EXIT.
           IF NOT IBN-CORRECTO
               IF IBN-NO-NACIONAL
                   DISPLAY "IBAN de una cuenta no espanola"
                       AT LINE 20 COL 19
                       WITH BACKGROUND-COLOR RED
               ELSE
                   DISPLAY "IBAN erroneo: digitos de control"
                       AT LINE 20 COL 19
                       WITH BACKGROUND-COLOR RED
               END-IF
               GO TO INDICAR-CTA-DST
           END-IF.

           *> Verificacion de si es una transferencia programada;
           *> desde que las programadas admiten banco destino, las
           *> ordenes externas tambien pueden dejarse programadas.
                   GO TO INDICAR-CTA-DST
           END-IF.

           GO TO REALIZAR-TRF-VERIFICACION.

       PROGRAMAR-TRANSFERENCIA.
               + (MES-USUARIO * 100) + DIA-USUARIO.
           PERFORM COMPROBAR-DIA-HABIL THRU COMPROBAR-DIA-HABIL-EXIT.

           *> Una programada no tiene aun importe que reservar, asi
           *> que con posible coincidencia del titular destino no se
           *> admite: el cliente tiene que tramitarla en la sucursal.
           PERFORM CRIBAR-DESTINO THRU CRIBAR-DESTINO-EXIT.
           IF CRIBADO-COINCIDE
               GO TO CUMPLIMIENTO-PROG-ERR.

           *> Las transferencias programadas cuentan igual que las
           *> inmediatas para el limite diario, asi que se comprueban
           *> aqui antes de dejarlas guardadas.

       ESCRIBIR-PROG.
           *> Comprobacion de cuenta correcta: las internas contra el
           *> maestro de tarjetas; las externas ya traen su IBAN
           *> validado. La orden externa no se ejecuta aqui: el lote
           *> de programadas la dejara en interbanco.ubd a su
           *> vencimiento.
           IF BANCO-DESTINO-USUARIO = 0
               PERFORM VERIFICACION-CTA-CORRECTA
                   THRU VERIFICACION-CTA-CORRECTA.
           *> Escribimos en el fichero de programadas.
           MOVE EURENT-USUARIO   TO PROG-IMPORTE-ENT.
           MOVE EURDEC-USUARIO   TO PROG-IMPORTE-DEC.
           MOVE BANCO-DESTINO-USUARIO TO PROG-BANCO-DESTINO.
           MOVE IBAN-DESTINO     TO PROG-IBAN-DESTINO.

           MOVE FRECUENCIA-USUARIO TO PROG-FRECUENCIA.
           SET PROG-EN-VIGOR TO TRUE.

           *> El campo MENSUAL se sigue informando por los programas
           *> que aun miran solo el indicador antiguo.
           DISPLAY "00" AT LINE 10 COL 53.
           DISPLAY "EUR" AT LINE 10 COL 54.

           DISPLAY "IBAN destino:" AT LINE 11 COL 19.
           DISPLAY "o tarjeta UnizarBank destino" AT LINE 12 COL 19.
           DISPLAY "y nombre del titular" AT LINE 14 COL 19.
           DISPLAY "Indique la cantidad a transferir" AT LINE 16 COL 19.
           DISPLAY "," AT LINE 16 COL 61.

           PERFORM RESOLVER-CTA-DESTINO THRU RESOLVER-CTA-DESTINO-EXIT.

           *> Con el IBAN de una cuenta nuestra se abona esa cuenta,
           *> aunque la tarjeta alcance otras.
           IF CTA-ID-IBAN NOT = 0
               MOVE CTA-ID-IBAN TO CTA-ID-DESTINO.

           CALL "CTACERR" USING CTA-ID-DESTINO CTA-CERRADA-SW.
           IF CTA-CERRADA
               GO TO CTA-CERRADA-ERR.

       GUARDAR-TRF.
           *> Si el titular destino da posible coincidencia con la
           *> lista de vigilancia, la orden no se apunta: queda en la
           *> cola de cumplimiento con el importe reservado.
           PERFORM CRIBAR-DESTINO THRU CRIBAR-DESTINO-EXIT.
           IF CRIBADO-COINCIDE
               GO TO CAPTURAR-CUMPLIMIENTO.

           *> Por encima del umbral de doble firma la orden no se
           *> apunta: queda en la cola de autorizacion con el importe
           *> reservado.

           MOVE BEN-ORDEN TO ULTIMO-BEN-ORDEN.

           *> Una misma tarjeta puede alcanzar varias cuentas de la
           *> casa: entre destinos internos cuenta tambien el IBAN.
           IF BEN-BANCO = BANCO-DESTINO-USUARIO
               AND BEN-CUENTA = CUENTA-DESTINO
               AND (BEN-BANCO NOT = 0 OR BEN-IBAN = IBAN-DESTINO)
               MOVE 1 TO BENEF-YA-GUARDADO-SW.

           GO TO GUARDAR-BENEF-BUCLE.
           MOVE BANCO-DESTINO-USUARIO TO BEN-BANCO.
           MOVE CUENTA-DESTINO TO BEN-CUENTA.
           MOVE NOMBRE-DESTINO TO BEN-TITULAR.
           MOVE IBAN-DESTINO TO BEN-IBAN.

           WRITE BENEFICIARIO-REG INVALID KEY
               CONTINUE
       GUARDAR-BENEFICIARIO-EXIT.
           EXIT.

           *> Valida el IBAN tecleado (modulo 97) y deja banco y
           *> cuenta de la orden. Sin IBAN la orden es interna hacia
           *> la tarjeta tecleada y abona su cuenta principal. Un IBAN
           *> de UnizarBank se convierte en orden interna hacia la
           *> tarjeta que alcanza la cuenta, y se recuerda la cuenta
           *> para abonarla a ella; el IBAN queda con la orden.
       RESOLVER-IBAN-DESTINO.
           MOVE 0 TO BANCO-DESTINO-USUARIO.
           MOVE 0 TO CTA-ID-IBAN.
           MOVE 0 TO IBN-RESULTADO.

           IF IBAN-DESTINO = SPACES
               GO TO RESOLVER-IBAN-DESTINO-EXIT.

           SET IBN-VALIDAR TO TRUE.
           MOVE IBAN-DESTINO TO IBN-IBAN.
           CALL "IBANCTA" USING DATOS-IBAN.
           IF NOT IBN-CORRECTO
               GO TO RESOLVER-IBAN-DESTINO-EXIT.

           MOVE IBN-IBAN TO IBAN-DESTINO.

           IF IBN-PROPIO
               MOVE IBN-TARJETA TO CUENTA-DESTINO
               MOVE IBN-CUENTA TO CTA-ID-IBAN
               GO TO RESOLVER-IBAN-DESTINO-EXIT.

           MOVE IBN-BANCO TO BANCO-DESTINO-USUARIO.
           MOVE IBN-CUENTA TO CUENTA-DESTINO.

       RESOLVER-IBAN-DESTINO-EXIT.
           EXIT.

           *> IBAN de la fila leida de la agenda, compuesto de banco
           *> y cuenta si la fila es anterior al IBAN.
       IBAN-BENEFICIARIO.
           IF BEN-IBAN NOT = SPACES
               MOVE BEN-IBAN TO IBN-IBAN
               GO TO IBAN-BENEFICIARIO-EXIT.

           SET IBN-COMPONER TO TRUE.
           MOVE BEN-BANCO TO IBN-BANCO.
           MOVE BEN-CUENTA TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.

       IBAN-BENEFICIARIO-EXIT.
           EXIT.

       VISTA-BENEFICIARIO.
           IF BEN-BANCO = 0 AND BEN-IBAN = SPACES
               MOVE BEN-CUENTA TO BEN-DESTINO-VISTA
               GO TO VISTA-BENEFICIARIO-EXIT.

           PERFORM IBAN-BENEFICIARIO THRU IBAN-BENEFICIARIO-EXIT.
           SET IBN-VALIDAR TO TRUE.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IMPRESO TO BEN-DESTINO-VISTA.
           IF NOT IBN-CORRECTO
               MOVE BEN-IBAN TO BEN-DESTINO-VISTA.

       VISTA-BENEFICIARIO-EXIT.
           EXIT.

           *> Determina si FECHA-COMPROBADA es dia habil: ni sabado,
           GO TO EXIT-ENTER.

       GUARDAR-TRF-EXTERNA.
           *> El cribado del titular destino vale igual para las
           *> ordenes a otros bancos.
           PERFORM CRIBAR-DESTINO THRU CRIBAR-DESTINO-EXIT.
           IF CRIBADO-COINCIDE
               GO TO CAPTURAR-CUMPLIMIENTO.

           *> Tambien las ordenes externas grandes esperan la firma.
           PERFORM LEER-UMBRAL THRU LEER-UMBRAL-FIN.
           IF CENT-IMPOR-USER > UMBRAL-DOBLE-FIRMA
           MOVE TNUM                 TO ITB-TARJETA-ORIGEN.
           MOVE BANCO-DESTINO-USUARIO TO ITB-BANCO-DESTINO.
           MOVE CUENTA-DESTINO       TO ITB-CUENTA-DESTINO.
           MOVE IBAN-DESTINO         TO ITB-IBAN-DESTINO.
           MOVE ANO                  TO ITB-ANO.
           MOVE MES                  TO ITB-MES.
           MOVE DIA                  TO ITB-DIA.
           MOVE MOV-SALDOPOS-ENT TO JUS-SALDOPOS-ENT.
           MOVE MOV-SALDOPOS-DEC TO JUS-SALDOPOS-DEC.
           MOVE MOV-CTA-ID       TO JUS-CTA-ID.
           SET IBN-COMPONER-PROPIO TO TRUE.
           MOVE MOV-CTA-ID       TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN         TO JUS-IBAN.
           SET JUS-PDTE-IMPRIMIR TO TRUE.

           WRITE JUSTIFICANTE-REG INVALID KEY GO TO PSYS-ERR.
           MOVE CTA-ID-ORIGEN         TO TRF-CTA-ORIGEN.
           MOVE BANCO-DESTINO-USUARIO TO TRF-BANCO-DESTINO.
           MOVE CUENTA-DESTINO        TO TRF-CUENTA-DESTINO.
           MOVE IBAN-DESTINO          TO TRF-IBAN-DESTINO.
           MOVE NOMBRE-DESTINO        TO TRF-TITULAR-DESTINO.
           MOVE EURENT-USUARIO        TO TRF-IMPORTE-ENT.
           MOVE EURDEC-USUARIO        TO TRF-IMPORTE-DEC.
       RESERVAR-IMPORTE-EXIT.
           EXIT.

           *> Criba el titular destino tecleado o tomado de la agenda
           *> de beneficiarios; de una cuenta ajena no se conoce el
           *> documento.
       CRIBAR-DESTINO.
           MOVE NOMBRE-DESTINO TO NOMBRE-CRIBADO.
           MOVE SPACES TO DOCUMENTO-CRIBADO.
           CALL "CRIBADO" USING NOMBRE-CRIBADO DOCUMENTO-CRIBADO
               CRIBADO-RESULTADO COINCIDENCIA-VIG.

       CRIBAR-DESTINO-EXIT.
           EXIT.

           *> Deja la orden en la cola de cumplimiento con el importe
           *> reservado en retenciones.ubd, igual que la doble firma;
           *> el supervisor la liberara (y entonces se apunta) o la
           *> confirmara como coincidencia (y la reserva se libera).
           *> Al cliente no se le explica el motivo de la revision.
       CAPTURAR-CUMPLIMIENTO.
           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           PERFORM RESERVAR-IMPORTE THRU RESERVAR-IMPORTE-EXIT.

           OPEN I-O F-CUMPLIMIENTO.
           IF FSK = 35
               OPEN OUTPUT F-CUMPLIMIENTO
               CLOSE F-CUMPLIMIENTO
               OPEN I-O F-CUMPLIMIENTO
           END-IF.
           IF FSK <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO LAST-CMP-NUM.

       CAPTURAR-CUMPLIMIENTO-BUCLE.
           READ F-CUMPLIMIENTO NEXT RECORD
               AT END GO TO CAPTURAR-CUMPLIMIENTO-REG.
           IF LAST-CMP-NUM < CMP-NUM
               MOVE CMP-NUM TO LAST-CMP-NUM.
           GO TO CAPTURAR-CUMPLIMIENTO-BUCLE.

       CAPTURAR-CUMPLIMIENTO-REG.
           ADD 1 TO LAST-CMP-NUM.

           INITIALIZE CUMPLIMIENTO-REG.
           MOVE LAST-CMP-NUM          TO CMP-NUM.
           SET CMP-ORIGEN-CAJERO      TO TRUE.
           MOVE NOMBRE-DESTINO        TO CMP-NOMBRE.
           MOVE COINC-VIG-LISTA       TO CMP-VIG-LISTA.
           MOVE COINC-VIG-NOMBRE      TO CMP-VIG-NOMBRE.
           MOVE COINC-VIG-DOCUMENTO   TO CMP-VIG-DOCUMENTO.
           MOVE COINC-VIG-VERSION     TO CMP-VIG-VERSION.
           MOVE TNUM                  TO CMP-TARJETA-ORIGEN.
           MOVE CTA-ID-ORIGEN         TO CMP-CTA-ORIGEN.
           MOVE BANCO-DESTINO-USUARIO TO CMP-BANCO.
           MOVE CUENTA-DESTINO        TO CMP-CUENTA-DESTINO.
           MOVE IBAN-DESTINO          TO CMP-IBAN.
           MOVE EURENT-USUARIO        TO CMP-IMPORTE-ENT.
           MOVE EURDEC-USUARIO        TO CMP-IMPORTE-DEC.
           MOVE MEMO-USUARIO          TO CMP-REFERENCIA.
           MOVE LAST-RET-NUM          TO CMP-RET-NUM.
           MOVE ANO                   TO CMP-ANO.
           MOVE MES                   TO CMP-MES.
           MOVE DIA                   TO CMP-DIA.
           SET CMP-PENDIENTE          TO TRUE.

           WRITE CUMPLIMIENTO-REG INVALID KEY GO TO PSYS-ERR.

           CLOSE F-CUMPLIMIENTO.

           MOVE "TRFC" TO EVENTO-DIARIO.
           MOVE "Trf. en revision" TO DETALLE-DIARIO.
           CALL "DIARIO" USING TNUM EVENTO-DIARIO DETALLE-DIARIO.

           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           DISPLAY "Ordenar transferencia" AT LINE 8 COL 30.
           DISPLAY "La orden queda pendiente de revision"
               AT LINE 10 COL 22.
           DISPLAY "en su sucursal" AT LINE 11 COL 33.
           DISPLAY "El importe queda reservado mientras tanto"
               AT LINE 13 COL 19.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       PSYS-ERR.
           MOVE "ERRS" TO EVENTO-DIARIO.
           MOVE "BANK6 error interno" TO DETALLE-DIARIO.
           CLOSE F-JUSTIFICANTES.
           CLOSE F-BENEFICIARIOS.
           CLOSE F-RETENCIONES.
           CLOSE F-CUMPLIMIENTO.

           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" AT LINE 09 COL 25
           DISPLAY "Enter - Salir" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       CTA-CERRADA-ERR.
           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           DISPLAY "La cuenta destino esta cerrada"
               AT LINE 9 COL 25
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Salir" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       CUMPLIMIENTO-PROG-ERR.
           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           DISPLAY "No se puede programar una orden a ese destino"
               AT LINE 9 COL 17
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Tramitela en su sucursal" AT LINE 11 COL 28.
           DISPLAY "Enter - Salir" AT LINE 24 COL 33.
           GO TO EXIT-ENTER.

       LIMITE-TRF-ERR.
           PERFORM PINTAR-CABECERA THRU PINTAR-CABECERA.
           DISPLAY "Ha excedido el limite diario de transferencias"
