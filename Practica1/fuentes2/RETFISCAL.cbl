       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETFISCAL.

           *> Resumen mensual de retenciones fiscales sobre intereses
           *> para la hacienda publica: agrega por cliente (documento
           *> de clientes.ubd) los intereses abonados y las
           *> retenciones practicadas en el mes, y escribe el fichero
           *> de ingreso de formato fijo (cabecera, detalle por
           *> cliente y cola con totales de control) mas el listado
           *> de control que firma el responsable de cumplimiento.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT F-MOVIMIENTOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MOV-NUM
           FILE STATUS IS FSM.

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

           SELECT F-REMESA ASSIGN TO DISK
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS FSD.

       DATA DIVISION.
       FILE SECTION.
       FD F-MOVIMIENTOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "movimientos.ubd".
           COPY MOVIMIENTO.

       FD TARJETAS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "tarjetas.ubd".
           COPY TAJETA.

       FD F-CLIENTES
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "clientes.ubd".
           COPY CLIENTE.

           *> Fichero de ingreso del mes, un fichero por periodo
           *> (retfiscalAAAAMM.dat): cabecera, una linea por cliente
           *> y cola con recuento y totales de control.
       FD F-REMESA
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS NOMBRE-REMESA.
       01 REMESA-REG.
           02 REM-TIPO-REG            PIC   X(1).
           02 REM-RESTO               PIC  X(79).
       01 REMESA-CABECERA REDEFINES REMESA-REG.
           02 CAB-TIPO-REG            PIC   X(1).
           02 CAB-PERIODO             PIC   9(6).
           02 CAB-FECHA               PIC   9(8).
           02 FILLER                  PIC  X(65).
       01 REMESA-DETALLE REDEFINES REMESA-REG.
           02 DET-TIPO-REG            PIC   X(1).
           02 DET-DOCUMENTO           PIC  X(12).
           02 DET-NOMBRE              PIC  X(35).
           02 DET-INTERES-CENT        PIC  9(13).
           02 DET-RETENCION-CENT      PIC  9(13).
           02 FILLER                  PIC   X(6).
       01 REMESA-COLA REDEFINES REMESA-REG.
           02 COL-TIPO-REG            PIC   X(1).
           02 COL-CLIENTES            PIC   9(7).
           02 COL-TOTAL-INTERES       PIC  9(15).
           02 COL-TOTAL-RETENCION     PIC  9(15).
           02 FILLER                  PIC  X(42).

       WORKING-STORAGE SECTION.
       77 FSM                       PIC   X(2).
       77 FST                       PIC   X(2).
       77 FSL                       PIC   X(2).
       77 FSD                       PIC   X(2).

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

       77 ANO-DECLARADO             PIC   9(4).
       77 MES-DECLARADO             PIC   9(2).
       77 PERIODO-DECLARADO         PIC   9(6).
       77 NOMBRE-REMESA             PIC  X(24).

       77 CENT-MOV                  PIC  S9(11).
       77 DOCUMENTO-BUSCADO         PIC  X(12).
       77 NOMBRE-BUSCADO            PIC  X(35).

           *> Acumulados del mes por documento del cliente.
       77 NUM-DOCUMENTOS            PIC   9(6) VALUE 0.
       01 TABLA-DOCUMENTOS.
           05 DOCUMENTO-ENTRY OCCURS 1 TO 100000 TIMES
               DEPENDING ON NUM-DOCUMENTOS.
               10 DOC-DOCUMENTO     PIC  X(12).
               10 DOC-NOMBRE        PIC  X(35).
               10 DOC-INTERES-CENT  PIC  S9(13).
               10 DOC-RETENCION-CENT PIC S9(13).

       77 IDX-DOCUMENTO             PIC   9(6).

           *> Apuntes cuya tarjeta no lleva a un cliente con
           *> documento: no pueden declararse y se listan aparte para
           *> que se regularice la ficha antes del ingreso.
       77 CONTADOR-SIN-DOCUMENTO    PIC   9(5) VALUE 0.
       77 SIN-DOC-INTERES-CENT      PIC  S9(13) VALUE 0.
       77 SIN-DOC-RETENCION-CENT    PIC  S9(13) VALUE 0.

       77 CONTADOR-DECLARADOS       PIC   9(7) VALUE 0.
       77 TOTAL-INTERES-CENT        PIC  S9(15) VALUE 0.
       77 TOTAL-RETENCION-CENT      PIC  S9(15) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           MOVE 0 TO NUM-DOCUMENTOS.
           MOVE 0 TO CONTADOR-SIN-DOCUMENTO.
           MOVE 0 TO SIN-DOC-INTERES-CENT.
           MOVE 0 TO SIN-DOC-RETENCION-CENT.
           MOVE 0 TO CONTADOR-DECLARADOS.
           MOVE 0 TO TOTAL-INTERES-CENT.
           MOVE 0 TO TOTAL-RETENCION-CENT.

           MOVE FUNCTION CURRENT-DATE TO CAMPOS-FECHA.

           DISPLAY " ".
           DISPLAY "UnizarBank - RETFISCAL - retenciones fiscales "
               "del mes".
           DISPLAY "Fecha: " DIA "-" MES "-" ANO.
           DISPLAY " ".
           DISPLAY "Ano a declarar (AAAA): " WITH NO ADVANCING.
           ACCEPT ANO-DECLARADO.
           DISPLAY "Mes a declarar (MM): " WITH NO ADVANCING.
           ACCEPT MES-DECLARADO.
           DISPLAY " ".

           COMPUTE PERIODO-DECLARADO = (ANO-DECLARADO * 100)
               + MES-DECLARADO.

           PERFORM 1000-ACUMULAR-MES THRU 1000-ACUMULAR-MES-EXIT.
           PERFORM 2000-ESCRIBIR-REMESA
               THRU 2000-ESCRIBIR-REMESA-EXIT.

           GOBACK.

       1000-ACUMULAR-MES.
           OPEN INPUT F-MOVIMIENTOS.
           IF FSM = 35
               CLOSE F-MOVIMIENTOS
               GO TO 1000-ACUMULAR-MES-EXIT.
           IF FSM <> 00
               DISPLAY "Error abriendo movimientos.ubd"
               GO TO 1000-ACUMULAR-MES-EXIT.

           OPEN INPUT TARJETAS.
           IF FST <> 00
               DISPLAY "Error abriendo tarjetas.ubd"
               CLOSE F-MOVIMIENTOS
               GO TO 1000-ACUMULAR-MES-EXIT.

           OPEN INPUT F-CLIENTES.
           IF FSL <> 00
               DISPLAY "Error abriendo clientes.ubd"
               CLOSE TARJETAS
               CLOSE F-MOVIMIENTOS
               GO TO 1000-ACUMULAR-MES-EXIT.

       1100-LEER-MOVIMIENTO.
           READ F-MOVIMIENTOS NEXT RECORD
               AT END GO TO 1900-FIN-MOVIMIENTOS.

           IF MOV-ANO NOT = ANO-DECLARADO
               OR MOV-MES NOT = MES-DECLARADO
               GO TO 1100-LEER-MOVIMIENTO.

           IF NOT MOV-TIPO-INTERES AND NOT MOV-TIPO-INTERES-PLAZO
               AND NOT MOV-TIPO-RETENCION-FISCAL
               GO TO 1100-LEER-MOVIMIENTO.

           *> Los intereses deudores llevan el mismo codigo de tipo
           *> pero en negativo: no son rendimiento del cliente. Por
           *> debajo del euro MOV-IMPORTE-ENT es cero y no lleva el
           *> signo, asi que se reconocen por su concepto, como en
           *> INFCOMIS.
           IF MOV-TIPO-INTERES
               AND (MOV-IMPORTE-ENT < 0
                   OR MOV-CONCEPTO(1:24) = "Intereses de descubierto")
               GO TO 1100-LEER-MOVIMIENTO.

           *> MOV-IMPORTE-DEC lleva siempre la magnitud (positiva) de
           *> los centimos; el signo del importe lo lleva por completo
           *> MOV-IMPORTE-ENT.
           IF MOV-IMPORTE-ENT < 0
               COMPUTE CENT-MOV =
                   FUNCTION ABS((MOV-IMPORTE-ENT * 100)
                       - MOV-IMPORTE-DEC)
           ELSE
               COMPUTE CENT-MOV = (MOV-IMPORTE-ENT * 100)
                                  + MOV-IMPORTE-DEC.

           IF CENT-MOV = 0
               GO TO 1100-LEER-MOVIMIENTO.

           PERFORM 1200-BUSCAR-DOCUMENTO
               THRU 1200-BUSCAR-DOCUMENTO-EXIT.

           IF DOCUMENTO-BUSCADO = SPACES
               ADD 1 TO CONTADOR-SIN-DOCUMENTO
               IF NOT MOV-TIPO-RETENCION-FISCAL
                   ADD CENT-MOV TO SIN-DOC-INTERES-CENT
               ELSE
                   ADD CENT-MOV TO SIN-DOC-RETENCION-CENT
               END-IF
               DISPLAY "AVISO: tarjeta " MOV-TARJETA
                   " sin cliente con documento; apunte "
                   MOV-NUM(19:17) " no declarado"
               GO TO 1100-LEER-MOVIMIENTO.

           PERFORM 1300-LOCALIZAR-DOCUMENTO
               THRU 1300-LOCALIZAR-DOCUMENTO-EXIT.

           IF NOT MOV-TIPO-RETENCION-FISCAL
               ADD CENT-MOV TO DOC-INTERES-CENT(IDX-DOCUMENTO)
           ELSE
               ADD CENT-MOV TO DOC-RETENCION-CENT(IDX-DOCUMENTO).

           GO TO 1100-LEER-MOVIMIENTO.

       1900-FIN-MOVIMIENTOS.
           CLOSE F-CLIENTES.
           CLOSE TARJETAS.
           CLOSE F-MOVIMIENTOS.

       1000-ACUMULAR-MES-EXIT.
           EXIT.

           *> Documento y nombre del cliente de la tarjeta del
           *> apunte; se deja el documento en blanco si la tarjeta no
           *> tiene cliente asignado o su ficha no tiene documento.
       1200-BUSCAR-DOCUMENTO.
           MOVE SPACES TO DOCUMENTO-BUSCADO.
           MOVE SPACES TO NOMBRE-BUSCADO.

           MOVE MOV-TARJETA TO TNUM.
           READ TARJETAS
               INVALID KEY
                   GO TO 1200-BUSCAR-DOCUMENTO-EXIT
           END-READ.

           IF TARJETA-CLIENTE = 0
               GO TO 1200-BUSCAR-DOCUMENTO-EXIT.

           MOVE TARJETA-CLIENTE TO CLI-ID.
           READ F-CLIENTES
               INVALID KEY
                   GO TO 1200-BUSCAR-DOCUMENTO-EXIT
           END-READ.

           MOVE CLI-DOCUMENTO TO DOCUMENTO-BUSCADO.
           MOVE CLI-NOMBRE    TO NOMBRE-BUSCADO.

       1200-BUSCAR-DOCUMENTO-EXIT.
           EXIT.

           *> Localiza (o estrena) la fila del documento y deja
           *> IDX-DOCUMENTO apuntandola.
       1300-LOCALIZAR-DOCUMENTO.
           MOVE 0 TO IDX-DOCUMENTO.

       1310-BUSCAR-DOCUMENTO.
           ADD 1 TO IDX-DOCUMENTO.
           IF IDX-DOCUMENTO > NUM-DOCUMENTOS
               ADD 1 TO NUM-DOCUMENTOS
               MOVE NUM-DOCUMENTOS TO IDX-DOCUMENTO
               MOVE DOCUMENTO-BUSCADO TO DOC-DOCUMENTO(IDX-DOCUMENTO)
               MOVE NOMBRE-BUSCADO TO DOC-NOMBRE(IDX-DOCUMENTO)
               MOVE 0 TO DOC-INTERES-CENT(IDX-DOCUMENTO)
               MOVE 0 TO DOC-RETENCION-CENT(IDX-DOCUMENTO)
               GO TO 1300-LOCALIZAR-DOCUMENTO-EXIT.

           IF DOC-DOCUMENTO(IDX-DOCUMENTO) NOT = DOCUMENTO-BUSCADO
               GO TO 1310-BUSCAR-DOCUMENTO.

       1300-LOCALIZAR-DOCUMENTO-EXIT.
           EXIT.

       2000-ESCRIBIR-REMESA.
           MOVE SPACES TO NOMBRE-REMESA.
           STRING "retfiscal"        DELIMITED BY SIZE
                  PERIODO-DECLARADO  DELIMITED BY SIZE
                  ".dat"             DELIMITED BY SIZE
               INTO NOMBRE-REMESA.

           OPEN OUTPUT F-REMESA.
           IF FSD <> 00
               DISPLAY "Error abriendo " NOMBRE-REMESA
               GO TO 2000-ESCRIBIR-REMESA-EXIT.

           MOVE SPACES TO REMESA-REG.
           MOVE "H" TO CAB-TIPO-REG.
           MOVE PERIODO-DECLARADO TO CAB-PERIODO.
           COMPUTE CAB-FECHA = (ANO * 10000) + (MES * 100) + DIA.
           WRITE REMESA-REG.

           DISPLAY "Listado de control - periodo " PERIODO-DECLARADO.
           DISPLAY " ".

           MOVE 0 TO IDX-DOCUMENTO.

       2100-DECLARAR-DOCUMENTO.
           ADD 1 TO IDX-DOCUMENTO.
           IF IDX-DOCUMENTO > NUM-DOCUMENTOS
               GO TO 2800-ESCRIBIR-COLA.

           MOVE SPACES TO REMESA-REG.
           MOVE "D" TO DET-TIPO-REG.
           MOVE DOC-DOCUMENTO(IDX-DOCUMENTO) TO DET-DOCUMENTO.
           MOVE DOC-NOMBRE(IDX-DOCUMENTO) TO DET-NOMBRE.
           MOVE DOC-INTERES-CENT(IDX-DOCUMENTO) TO DET-INTERES-CENT.
           MOVE DOC-RETENCION-CENT(IDX-DOCUMENTO)
               TO DET-RETENCION-CENT.
           WRITE REMESA-REG.

           ADD 1 TO CONTADOR-DECLARADOS.
           ADD DOC-INTERES-CENT(IDX-DOCUMENTO) TO TOTAL-INTERES-CENT.
           ADD DOC-RETENCION-CENT(IDX-DOCUMENTO)
               TO TOTAL-RETENCION-CENT.

           DISPLAY "   Documento " DET-DOCUMENTO " " DET-NOMBRE.
           DISPLAY "      Intereses " DET-INTERES-CENT
               "  Retenido " DET-RETENCION-CENT " centimos".

           GO TO 2100-DECLARAR-DOCUMENTO.

       2800-ESCRIBIR-COLA.
           MOVE SPACES TO REMESA-REG.
           MOVE "T" TO COL-TIPO-REG.
           MOVE CONTADOR-DECLARADOS  TO COL-CLIENTES.
           MOVE TOTAL-INTERES-CENT   TO COL-TOTAL-INTERES.
           MOVE TOTAL-RETENCION-CENT TO COL-TOTAL-RETENCION.
           WRITE REMESA-REG.

           CLOSE F-REMESA.

           DISPLAY " ".
           DISPLAY "Clientes declarados  : " CONTADOR-DECLARADOS.
           DISPLAY "Total intereses      : " TOTAL-INTERES-CENT
               " centimos".
           DISPLAY "Total retenido       : " TOTAL-RETENCION-CENT
               " centimos".
           IF CONTADOR-SIN-DOCUMENTO > 0
               DISPLAY " "
               DISPLAY "Apuntes sin documento: " CONTADOR-SIN-DOCUMENTO
               DISPLAY "   Intereses         : " SIN-DOC-INTERES-CENT
                   " centimos"
               DISPLAY "   Retenido          : "
                   SIN-DOC-RETENCION-CENT " centimos".
           DISPLAY "Fichero de ingreso escrito en " NOMBRE-REMESA.
           DISPLAY " ".
           DISPLAY "Conforme (responsable de cumplimiento):".
           DISPLAY " ".
           DISPLAY "   Firma: ______________________  Fecha: "
               DIA "-" MES "-" ANO.

       2000-ESCRIBIR-REMESA-EXIT.
           EXIT.
