           *> Copybook comun de los cheques librados por nuestros
           *> clientes con historia (chqlibrados.ubd): una fila por
           *> cheque pagado a la camara o con orden de no pago. Un
           *> numero de talonario sin fila aqui esta pendiente de
           *> presentar y se paga si hay disponible.
       01 CHQLIBRADO-REG.
           02 CHL-NUMERO-CHEQUE        PIC  9(10).
           02 CHL-CTA-ID               PIC  9(16).
           02 CHL-ESTADO               PIC  9(1).
               88 CHL-PAGADO           VALUE 1.
               88 CHL-NO-PAGAR         VALUE 2.

               *> Orden de no pago levantada por un supervisor: el
               *> cheque vuelve a pagarse si se presenta.
               88 CHL-ORDEN-LEVANTADA  VALUE 3.

           *> Orden de no pago: fecha, operador que la registro y
           *> motivo declarado por el titular.
           02 CHL-ORDEN-FECHA          PIC  9(8).
           02 CHL-ORDEN-OPERADOR       PIC  9(4).
           02 CHL-ORDEN-MOTIVO         PIC  9(1).
               88 CHL-MOTIVO-EXTRAVIO  VALUE 1.
               88 CHL-MOTIVO-ROBO      VALUE 2.
               88 CHL-MOTIVO-DISPUTA   VALUE 3.
           02 CHL-LEVANTA-FECHA        PIC  9(8).
           02 CHL-LEVANTA-OPERADOR     PIC  9(4).

           *> Pago a la camara: banco que lo presento, su referencia
           *> de presentacion, importe y movimiento de cargo.
           02 CHL-PAGO-FECHA           PIC  9(8).
           02 CHL-BANCO-PRESENTADOR    PIC  9(4).
           02 CHL-REFERENCIA           PIC  9(35).
           02 CHL-IMPORTE-ENT          PIC S9(7).
           02 CHL-IMPORTE-DEC          PIC  9(2).
           02 CHL-MOV-NUM              PIC  9(35).
