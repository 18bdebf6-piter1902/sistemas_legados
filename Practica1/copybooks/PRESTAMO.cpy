               88 PRE-VIGENTE        VALUE 0.
               88 PRE-LIQUIDADO      VALUE 1.
               88 PRE-CANCELADO      VALUE 2.

           *> Seguimiento de la morosidad, mantenido por el lote
           *> nocturno de impagados (a cero en los registros escritos
           *> antes de existir): dias desde la cuota vencida mas
           *> antigua sin cobrar, importe vencido, ultimo tramo de
           *> aviso enviado (1 = 30, 2 = 60, 3 = 90 dias) y
           *> clasificacion de riesgo. Un prestamo dudoso bloquea
           *> nuevos productos de credito para su titular.
           02 PRE-DIAS-IMPAGO        PIC   9(4).
           02 PRE-VENCIDO-CENT       PIC  9(11).
           02 PRE-TRAMO-AVISO        PIC   9(1).
           02 PRE-CLASIFICACION      PIC   9(1).
               88 PRE-NORMAL         VALUE 0.
               88 PRE-DUDOSO         VALUE 1.
           02 PRE-DUDOSO-FECHA       PIC   9(8).

           *> Intereses de demora devengados y aun no cargados, y
           *> fecha hasta la que estan calculados.
           02 PRE-DEMORA-ACUM-CENT   PIC  9(11).
           02 PRE-DEMORA-HASTA       PIC   9(8).
