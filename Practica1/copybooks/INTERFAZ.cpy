           *> Copybook comun de la tabla de ficheros de entrada que
           *> controla la recepcion: por interfaz (el programa que lo
           *> procesa), el nombre del fichero, su formato de registro
           *> (1 = remesa de 44 posiciones, 2 = abono interbancario de
           *> 113, con el IBAN abonado, 3 = respuesta de 36, 4 =
           *> respuesta a retiradas de 38, con el motivo del rechazo,
           *> 5 = respuesta interbancaria de 70, con el IBAN que
           *> devuelve la orden), el emisor que debe figurar en
           *> su cabecera y si sus registros llevan importe. Todos se
           *> esperan cada dia habil.
       78 NUMERO-INTERFACES         VALUE 7.
       01 TABLA-INTERFACES.
           05 FILLER                PIC X(12) VALUE "RECIBOS".
           05 FILLER                PIC X(20) VALUE "recibosemisor.dat".
           05 FILLER                PIC 9(1)  VALUE 1.
           05 FILLER                PIC 9(4)  VALUE 9001.
           05 FILLER                PIC 9(1)  VALUE 1.
           05 FILLER                PIC X(12) VALUE "NOMINAS".
           05 FILLER                PIC X(20) VALUE "nominasemisor.dat".
           05 FILLER                PIC 9(1)  VALUE 1.
           05 FILLER                PIC 9(4)  VALUE 9002.
           05 FILLER                PIC 9(1)  VALUE 1.
           05 FILLER                PIC X(12) VALUE "ITBABONO".
           05 FILLER                PIC X(20) VALUE "itbentrada.dat".
           05 FILLER                PIC 9(1)  VALUE 2.
           05 FILLER                PIC 9(4)  VALUE 9003.
           05 FILLER                PIC 9(1)  VALUE 1.
           05 FILLER                PIC X(12) VALUE "ITBLIQ".
           05 FILLER                PIC X(20) VALUE "itbrespuesta.dat".
           05 FILLER                PIC 9(1)  VALUE 5.
           05 FILLER                PIC 9(4)  VALUE 9003.
           05 FILLER                PIC 9(1)  VALUE 0.
           05 FILLER                PIC X(12) VALUE "ITBRETLIQ".
           05 FILLER                PIC X(20) VALUE "itbretirada.dat".
           05 FILLER                PIC 9(1)  VALUE 4.
           05 FILLER                PIC 9(4)  VALUE 9003.
           05 FILLER                PIC 9(1)  VALUE 0.
           05 FILLER                PIC X(12) VALUE "CHQLIQ".
           05 FILLER                PIC X(20) VALUE "chqrespuesta.dat".
           05 FILLER                PIC 9(1)  VALUE 3.
           05 FILLER                PIC 9(4)  VALUE 9004.
           05 FILLER                PIC 9(1)  VALUE 0.
           05 FILLER                PIC X(12) VALUE "ADQLIQ".
           05 FILLER                PIC X(20) VALUE "adqrespuesta.dat".
           05 FILLER                PIC 9(1)  VALUE 3.
           05 FILLER                PIC 9(4)  VALUE 9005.
           05 FILLER                PIC 9(1)  VALUE 0.
       01 FILLER REDEFINES TABLA-INTERFACES.
           05 INTERFAZ-ENTRY OCCURS 7 TIMES.
               10 IFZ-NOMBRE        PIC X(12).
               10 IFZ-FICHERO       PIC X(20).
               10 IFZ-FORMATO       PIC 9(1).
               10 IFZ-EMISOR        PIC 9(4).
               10 IFZ-CON-IMPORTE   PIC 9(1).
