           *> Copybook comun de las remesas de adeudos emitidos
           *> (remesasade.ubd): una por acreedor y fichero recibido,
           *> con lo admitido y la fecha del ultimo cambio de sus
           *> adeudos, que decide que remesas salen en el informe de
           *> resultado del dia.
       01 REMESAADE-REG.
           02 RMA-NUM                 PIC   9(8).
           02 RMA-ACREEDOR            PIC   9(4).
           02 RMA-FECHA-ENTRADA       PIC   9(8).
           02 RMA-LINEAS              PIC   9(5).
           02 RMA-NO-ADMITIDAS        PIC   9(5).
           02 RMA-TOTAL-CENT          PIC  S9(11).
           02 RMA-FECHA-ACTIVIDAD     PIC   9(8).
