           RECORD KEY IS GLM-TIPO
           FILE STATUS IS FSG.

           *> Saldos de mayor: funcion de cada cuenta en el cuadre
           *> contra los auxiliares y su saldo inicial.
           SELECT F-SALDOSGL ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS GLS-CUENTA
           FILE STATUS IS FSL.

       DATA DIVISION.
       FILE SECTION.
           02 GLM-CUENTA-HABER        PIC   9(8).
           02 GLM-DESCRIPCION         PIC  X(30).

       FD F-SALDOSGL
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "saldosgl.ubd".
           COPY SALDOGL.


       WORKING-STORAGE SECTION.
       77 FSG                      PIC  X(2).
       77 FSL                      PIC  X(2).

       78 BLACK   VALUE 0.
       78 BLUE    VALUE 1.
       77 HABER-USUARIO            PIC  9(8).
       77 DESCRIPCION-USUARIO      PIC X(30).

       77 CUENTA-USUARIO           PIC  9(8).
       77 FUNCION-USUARIO          PIC  9(1).
       77 TERMINAL-USUARIO         PIC  9(4).
       77 SALDO-USUARIO            PIC  9(13).
       77 LADO-USUARIO             PIC  X(1).
       77 FECHA-SALDO-USUARIO      PIC  9(8).
       77 CUENTA-NUEVA             PIC  9(1).

       77 LINEA-ACTUAL             PIC  99.

       SCREEN SECTION.
           05 FILLER COL 30 PIC 9(8)  FROM GLM-CUENTA-HABER.
           05 FILLER COL 40 PIC X(30) FROM GLM-DESCRIPCION.

       01 CUENTA-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 09 COL 50
               PIC 9(8) USING CUENTA-USUARIO.

       01 DATOS-CUENTA-ACCEPT.
           05 FILLER AUTO LINE 10 COL 50
               PIC X(30) USING DESCRIPCION-USUARIO.
           05 FILLER AUTO LINE 11 COL 50
               PIC 9(1) USING FUNCION-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 12 COL 50
               PIC 9(4) USING TERMINAL-USUARIO.

       01 SALDO-INICIAL-ACCEPT.
           05 FILLER BLANK ZERO AUTO LINE 14 COL 50
               PIC 9(13) USING SALDO-USUARIO.
           05 FILLER AUTO LINE 15 COL 50
               PIC X(1) USING LADO-USUARIO.
           05 FILLER BLANK ZERO AUTO LINE 16 COL 50
               PIC 9(8) USING FECHA-SALDO-USUARIO.

       01 FILA-CUENTA.
           05 FILLER COL 3  PIC 9(8)  FROM GLS-CUENTA.
           05 FILLER COL 12 PIC X(30) FROM GLS-DESCRIPCION.
           05 FILLER COL 43 PIC 9(1)  FROM GLS-FUNCION.
           05 FILLER COL 46 PIC 9(4)  FROM GLS-TERMINAL.
           05 FILLER COL 52 PIC -(14)9 FROM GLS-SALDO-CENT.
           05 FILLER COL 69 PIC 9(8)  FROM GLS-FECHA-ULTIMA.


       PROCEDURE DIVISION.
       IMPRIMIR-CABECERA.
       PMENU.
           DISPLAY "1 - Alta o cambio de mapeo" AT LINE 8 COL 15.
           DISPLAY "2 - Listar mapa contable" AT LINE 9 COL 15.
           DISPLAY "3 - Alta o cambio de cuenta de mayor" AT LINE 10
               COL 15.
           DISPLAY "4 - Listar cuentas de mayor" AT LINE 11 COL 15.
           DISPLAY "ESC - Salir" AT LINE 24 COL 65.

       PMENU-ACCEPT.
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO LISTAR-MAPA.

           IF CHOICE = 3
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO ALTA-CUENTA.

           IF CHOICE = 4
               PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA
               GO TO LISTAR-CUENTAS.

           GO TO PMENU-ACCEPT.


           *> El mapeo describe el movimiento en su sentido natural
           *> (de cargo si el debe es la cuenta de depositos, de abono
           *> si no); los de signo contrario se asientan cruzados. Los
           *> codigos 90 y 91 son las lineas de posicion del suspenso
           *> de sobres y de los fondos retenidos, al debe la cuenta
           *> de orden y al haber su contrapartida.
       ALTA-MAPEO.
           INITIALIZE TIPO-USUARIO.
           INITIALIZE DEBE-USUARIO.
           DISPLAY "Enter - Volver" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

           *> Cuenta de mayor: la funcion dice contra que auxiliar
           *> se cuadra (1 depositos, 2 suspenso, 3 retenidos, 4
           *> efectivo de cajero, 5 puente). El saldo inicial solo se
           *> carga al dar de alta la cuenta; despues lo mueve MAYOR
           *> con los asientos del dia.
       ALTA-CUENTA.
           INITIALIZE CUENTA-USUARIO.

           DISPLAY "Cuenta de mayor:" AT LINE 9 COL 15.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 1.
           DISPLAY "ESC - Volver" AT LINE 24 COL 65.

           ACCEPT CUENTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-CUENTA.

           IF CUENTA-USUARIO = 0
               GO TO ALTA-CUENTA.

           OPEN I-O F-SALDOSGL.
           IF FSL = 35
               OPEN OUTPUT F-SALDOSGL
               CLOSE F-SALDOSGL
               OPEN I-O F-SALDOSGL
           END-IF.
           IF FSL <> 00
               GO TO PSYS-ERR.

           MOVE 0 TO CUENTA-NUEVA.
           MOVE CUENTA-USUARIO TO GLS-CUENTA.
           READ F-SALDOSGL
               INVALID KEY
                   MOVE 1 TO CUENTA-NUEVA
                   INITIALIZE SALDOGL-REG
                   MOVE CUENTA-USUARIO TO GLS-CUENTA
           END-READ.

           CLOSE F-SALDOSGL.

           MOVE GLS-DESCRIPCION TO DESCRIPCION-USUARIO.
           MOVE GLS-FUNCION     TO FUNCION-USUARIO.
           MOVE GLS-TERMINAL    TO TERMINAL-USUARIO.

       ALTA-CUENTA-DATOS.
           DISPLAY "Descripcion:" AT LINE 10 COL 15.
           DISPLAY "Funcion (0-5):" AT LINE 11 COL 15.
           DISPLAY "Terminal (solo funcion 4):" AT LINE 12 COL 15.
           DISPLAY "0 ninguna, 1 depositos, 2 suspenso, 3 retenidos,"
               AT LINE 19 COL 15.
           DISPLAY "4 efectivo de cajero, 5 puente" AT LINE 20 COL 15.

           ACCEPT DATOS-CUENTA-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-CUENTA-DATOS.

           IF FUNCION-USUARIO > 5
               GO TO PDATOS-ERR.
           IF FUNCION-USUARIO NOT = 4
               MOVE 0 TO TERMINAL-USUARIO.

           MOVE 0 TO SALDO-USUARIO.
           MOVE "D" TO LADO-USUARIO.
           MOVE 0 TO FECHA-SALDO-USUARIO.
           IF CUENTA-NUEVA = 0
               GO TO ALTA-CUENTA-GUARDAR.

       ALTA-CUENTA-SALDO.
           DISPLAY "Saldo inicial (centimos):" AT LINE 14 COL 15.
           DISPLAY "Lado del saldo (D/H):" AT LINE 15 COL 15.
           DISPLAY "Fecha del saldo (AAAAMMDD):" AT LINE 16 COL 15.

           ACCEPT SALDO-INICIAL-ACCEPT ON EXCEPTION
               IF ESC-PRESSED
                   GO TO VOLVER-MENU
               ELSE
                   GO TO ALTA-CUENTA-SALDO.

           IF LADO-USUARIO = "d"
               MOVE "D" TO LADO-USUARIO.
           IF LADO-USUARIO = "h"
               MOVE "H" TO LADO-USUARIO.
           IF LADO-USUARIO NOT = "D" AND LADO-USUARIO NOT = "H"
               GO TO PDATOS-ERR.
           IF FECHA-SALDO-USUARIO NOT = 0
               AND FUNCTION TEST-DATE-YYYYMMDD(FECHA-SALDO-USUARIO)
                   NOT = 0
               GO TO PDATOS-ERR.

       ALTA-CUENTA-GUARDAR.
           OPEN I-O F-SALDOSGL.
           IF FSL <> 00
               GO TO PSYS-ERR.

           IF CUENTA-NUEVA = 1
               INITIALIZE SALDOGL-REG
               MOVE CUENTA-USUARIO TO GLS-CUENTA
               IF LADO-USUARIO = "H"
                   COMPUTE GLS-SALDO-CENT = 0 - SALDO-USUARIO
               ELSE
                   MOVE SALDO-USUARIO TO GLS-SALDO-CENT
               END-IF
               MOVE FECHA-SALDO-USUARIO TO GLS-FECHA-ULTIMA
           ELSE
               MOVE CUENTA-USUARIO TO GLS-CUENTA
               READ F-SALDOSGL INVALID KEY GO TO PSYS-ERR
               END-READ
           END-IF.

           MOVE DESCRIPCION-USUARIO TO GLS-DESCRIPCION.
           MOVE FUNCION-USUARIO     TO GLS-FUNCION.
           MOVE TERMINAL-USUARIO    TO GLS-TERMINAL.

           WRITE SALDOGL-REG INVALID KEY
               REWRITE SALDOGL-REG INVALID KEY GO TO PSYS-ERR
           END-WRITE.

           CLOSE F-SALDOSGL.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Cuenta de mayor guardada correctamente" AT LINE 9
               COL 20 WITH FOREGROUND-COLOR IS GREEN.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.


       LISTAR-CUENTAS.
           DISPLAY "Cuenta   Descripcion                    F Term"
               AT LINE 7 COL 3.
           DISPLAY "Saldo (debe +)   Corte" AT LINE 7 COL 55.

           MOVE 8 TO LINEA-ACTUAL.

           OPEN INPUT F-SALDOSGL.
           IF FSL = 35
               CLOSE F-SALDOSGL
               GO TO SIN-CUENTAS.
           IF FSL <> 00
               GO TO PSYS-ERR.

       LISTAR-CUENTAS-BUCLE.
           READ F-SALDOSGL NEXT RECORD
               AT END GO TO LISTAR-CUENTAS-FIN.

           DISPLAY FILA-CUENTA AT LINE LINEA-ACTUAL.
           ADD 1 TO LINEA-ACTUAL.

           IF LINEA-ACTUAL > 22
               GO TO LISTAR-CUENTAS-FIN.

           GO TO LISTAR-CUENTAS-BUCLE.

       LISTAR-CUENTAS-FIN.
           CLOSE F-SALDOSGL.

           DISPLAY "Enter - Volver" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       SIN-CUENTAS.
           DISPLAY "No hay cuentas de mayor cargadas" AT LINE 11
               COL 25.
           DISPLAY "Enter - Volver" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PDATOS-ERR.
           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Funcion, lado o fecha no validos"
               AT LINE 9 COL 24
               WITH FOREGROUND-COLOR IS BLACK
                    BACKGROUND-COLOR IS RED.
           DISPLAY "Enter - Aceptar" AT LINE 24 COL 33.
           GO TO VOLVER-ENTER.

       PSYS-ERR.
           CLOSE F-CUENTASGL.
           CLOSE F-SALDOSGL.

           PERFORM IMPRIMIR-CABECERA THRU IMPRIMIR-CABECERA.
           DISPLAY "Ha ocurrido un error interno" AT LINE 9 COL 25
