       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVIBAN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           *> Ordenes interbancarias con el trazado antiguo, sin el
           *> IBAN destino al final del registro.
           SELECT F-ITB-ANTIGUOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-ITB-NUM
           FILE STATUS IS FSA.

           *> Ordenes convertidas con el trazado nuevo; una vez
           *> comprobado, el operador lo renombra a interbanco.ubd.
           SELECT F-ITB-NUEVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ITB-NUM
           FILE STATUS IS FSN.

           *> Agenda de beneficiarios con el trazado antiguo, sin el
           *> IBAN al final del registro.
           SELECT F-BEN-ANTIGUOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS ANT-BEN-CLAVE
           FILE STATUS IS FSB.

           *> Agenda convertida; se renombra a beneficiarios.ubd.
           SELECT F-BEN-NUEVOS ASSIGN TO DISK
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS BEN-CLAVE
           FILE STATUS IS FSC.

       DATA DIVISION.
       FILE SECTION.
       FD F-ITB-ANTIGUOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "interbanco.ubd".
       01 ANTIGUO-ITB-REG.
           02 ANT-ITB-NUM             PIC  9(35).
           02 ANT-ITB-TARJETA-ORIGEN  PIC  9(16).
           02 ANT-ITB-BANCO-DESTINO   PIC   9(4).
           02 ANT-ITB-CUENTA-DESTINO  PIC  9(16).
           02 ANT-ITB-ANO             PIC   9(4).
           02 ANT-ITB-MES             PIC   9(2).
           02 ANT-ITB-DIA             PIC   9(2).
           02 ANT-ITB-IMPORTE-ENT     PIC  S9(7).
           02 ANT-ITB-IMPORTE-DEC     PIC   9(2).
           02 ANT-ITB-REFERENCIA      PIC  X(15).
           02 ANT-ITB-ESTADO          PIC   9(1).
           02 ANT-ITB-LIQ             PIC   9(8).
           02 ANT-ITB-TRANSMISION     PIC   9(8).

       FD F-ITB-NUEVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "itbconv.ubd".
           COPY INTERBANCO.

       FD F-BEN-ANTIGUOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "beneficiarios.ubd".
       01 ANTIGUO-BEN-REG.
           02 ANT-BEN-CLAVE.
               03 ANT-BEN-TARJETA     PIC  9(16).
               03 ANT-BEN-ORDEN       PIC   9(2).
           02 ANT-BEN-ALIAS           PIC  X(10).
           02 ANT-BEN-BANCO           PIC   9(4).
           02 ANT-BEN-CUENTA          PIC  9(16).
           02 ANT-BEN-TITULAR         PIC  X(35).

       FD F-BEN-NUEVOS
           LABEL RECORD STANDARD
           VALUE OF FILE-ID IS "benconv.ubd".
       01 BENEFICIARIO-REG.
           02 BEN-CLAVE.
               03 BEN-TARJETA         PIC  9(16).
               03 BEN-ORDEN           PIC   9(2).
           02 BEN-ALIAS               PIC  X(10).
           02 BEN-BANCO               PIC   9(4).
           02 BEN-CUENTA              PIC  9(16).
           02 BEN-TITULAR             PIC  X(35).
           02 BEN-IBAN                PIC  X(34).

       WORKING-STORAGE SECTION.
       77 FSA                       PIC   X(2).
       77 FSN                       PIC   X(2).
       77 FSB                       PIC   X(2).
       77 FSC                       PIC   X(2).

       77 CONTADOR-ORDENES          PIC   9(7) VALUE 0.
       77 CONTADOR-BENEFICIARIOS    PIC   9(7) VALUE 0.
       77 CONTADOR-BEN-INTERNOS     PIC   9(7) VALUE 0.
       77 ORDENES-CONVERTIDAS-SW    PIC   9(1) VALUE 0.
           88 ORDENES-CONVERTIDAS   VALUE 1.
       77 AGENDAS-CONVERTIDAS-SW    PIC   9(1) VALUE 0.
           88 AGENDAS-CONVERTIDAS   VALUE 1.

       COPY IBAN.

       PROCEDURE DIVISION.
       0000-MAINLINE.
           DISPLAY " ".
           DISPLAY "UnizarBank - CONVIBAN - alta del IBAN en ordenes "
               "interbancarias y beneficiarios".
           DISPLAY " ".

           PERFORM 1000-CONVERTIR-ORDENES
               THRU 1000-CONVERTIR-ORDENES-EXIT.
           PERFORM 2000-CONVERTIR-AGENDAS
               THRU 2000-CONVERTIR-AGENDAS-EXIT.
           PERFORM 9000-CIERRE THRU 9000-CIERRE-EXIT.

           STOP RUN.

           *> Cada orden conserva todos sus datos y gana el IBAN
           *> compuesto de su banco y cuenta destino, que es el mismo
           *> que la red recibiria del cliente.
       1000-CONVERTIR-ORDENES.
           OPEN INPUT F-ITB-ANTIGUOS.
           IF FSA <> 00
               DISPLAY "Error abriendo interbanco.ubd"
               GO TO 1000-CONVERTIR-ORDENES-EXIT.

           OPEN OUTPUT F-ITB-NUEVOS.
           IF FSN <> 00
               DISPLAY "Error abriendo itbconv.ubd"
               CLOSE F-ITB-ANTIGUOS
               GO TO 1000-CONVERTIR-ORDENES-EXIT.

       1100-LEER-ORDEN.
           READ F-ITB-ANTIGUOS NEXT RECORD
               AT END GO TO 1900-FIN-ORDENES.

           ADD 1 TO CONTADOR-ORDENES.

           MOVE ANT-ITB-NUM            TO ITB-NUM.
           MOVE ANT-ITB-TARJETA-ORIGEN TO ITB-TARJETA-ORIGEN.
           MOVE ANT-ITB-BANCO-DESTINO  TO ITB-BANCO-DESTINO.
           MOVE ANT-ITB-CUENTA-DESTINO TO ITB-CUENTA-DESTINO.
           MOVE ANT-ITB-ANO            TO ITB-ANO.
           MOVE ANT-ITB-MES            TO ITB-MES.
           MOVE ANT-ITB-DIA            TO ITB-DIA.
           MOVE ANT-ITB-IMPORTE-ENT    TO ITB-IMPORTE-ENT.
           MOVE ANT-ITB-IMPORTE-DEC    TO ITB-IMPORTE-DEC.
           MOVE ANT-ITB-REFERENCIA     TO ITB-REFERENCIA.
           MOVE ANT-ITB-ESTADO         TO ITB-ESTADO.
           MOVE ANT-ITB-LIQ            TO ITB-LIQ.
           MOVE ANT-ITB-TRANSMISION    TO ITB-TRANSMISION.

           SET IBN-COMPONER            TO TRUE.
           MOVE ANT-ITB-BANCO-DESTINO  TO IBN-BANCO.
           MOVE ANT-ITB-CUENTA-DESTINO TO IBN-CUENTA.
           CALL "IBANCTA" USING DATOS-IBAN.
           MOVE IBN-IBAN               TO ITB-IBAN-DESTINO.

           WRITE INTERBANCO-REG INVALID KEY
               DISPLAY "Error escribiendo itbconv.ubd".

           GO TO 1100-LEER-ORDEN.

       1900-FIN-ORDENES.
           CLOSE F-ITB-ANTIGUOS.
           CLOSE F-ITB-NUEVOS.
           MOVE 1 TO ORDENES-CONVERTIDAS-SW.

       1000-CONVERTIR-ORDENES-EXIT.
           EXIT.

           *> Los beneficiarios de otros bancos ganan el IBAN de su
           *> banco y cuenta; los de UnizarBank (banco a cero, cuenta
           *> = tarjeta) se siguen eligiendo por la tarjeta y quedan
           *> sin IBAN.
       2000-CONVERTIR-AGENDAS.
           OPEN INPUT F-BEN-ANTIGUOS.
           IF FSB <> 00
               DISPLAY "Error abriendo beneficiarios.ubd"
               GO TO 2000-CONVERTIR-AGENDAS-EXIT.

           OPEN OUTPUT F-BEN-NUEVOS.
           IF FSC <> 00
               DISPLAY "Error abriendo benconv.ubd"
               CLOSE F-BEN-ANTIGUOS
               GO TO 2000-CONVERTIR-AGENDAS-EXIT.

       2100-LEER-BENEFICIARIO.
           READ F-BEN-ANTIGUOS NEXT RECORD
               AT END GO TO 2900-FIN-BENEFICIARIOS.

           ADD 1 TO CONTADOR-BENEFICIARIOS.

           MOVE ANT-BEN-CLAVE   TO BEN-CLAVE.
           MOVE ANT-BEN-ALIAS   TO BEN-ALIAS.
           MOVE ANT-BEN-BANCO   TO BEN-BANCO.
           MOVE ANT-BEN-CUENTA  TO BEN-CUENTA.
           MOVE ANT-BEN-TITULAR TO BEN-TITULAR.
           MOVE SPACES          TO BEN-IBAN.

           IF ANT-BEN-BANCO = 0
               ADD 1 TO CONTADOR-BEN-INTERNOS
           ELSE
               SET IBN-COMPONER TO TRUE
               MOVE ANT-BEN-BANCO TO IBN-BANCO
               MOVE ANT-BEN-CUENTA TO IBN-CUENTA
               CALL "IBANCTA" USING DATOS-IBAN
               MOVE IBN-IBAN TO BEN-IBAN.

           WRITE BENEFICIARIO-REG INVALID KEY
               DISPLAY "Error escribiendo benconv.ubd".

           GO TO 2100-LEER-BENEFICIARIO.

       2900-FIN-BENEFICIARIOS.
           CLOSE F-BEN-ANTIGUOS.
           CLOSE F-BEN-NUEVOS.
           MOVE 1 TO AGENDAS-CONVERTIDAS-SW.

       2000-CONVERTIR-AGENDAS-EXIT.
           EXIT.

       9000-CIERRE.
           DISPLAY "Ordenes convertidas       : " CONTADOR-ORDENES.
           DISPLAY "Beneficiarios convertidos : "
               CONTADOR-BENEFICIARIOS.
           DISPLAY "  de ellos de UnizarBank  : "
               CONTADOR-BEN-INTERNOS.
           DISPLAY " ".
           IF ORDENES-CONVERTIDAS
               DISPLAY "Revisado el resultado, sustituya "
                   "interbanco.ubd por itbconv.ubd".
           IF AGENDAS-CONVERTIDAS
               DISPLAY "Revisado el resultado, sustituya "
                   "beneficiarios.ubd por benconv.ubd".

       9000-CIERRE-EXIT.
           EXIT.
