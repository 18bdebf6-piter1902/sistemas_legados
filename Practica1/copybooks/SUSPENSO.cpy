           *> Copybook comun de la cuenta de suspenso (suspensos.ubd):
           *> los fondos recibidos que no se pueden aplicar a ninguna
           *> cuenta (tarjeta inexistente o no operativa, cuenta
           *> cerrada) quedan aqui en vez de devolverse en el acto.
           *> La oficina los investiga y los aplica a la cuenta
           *> correcta o los devuelve al remitente; los que siguen
           *> pendientes pasado el plazo los devuelve SUSPVENCE.
       01 SUSPENSO-REG.
           02 SPS-NUM                PIC  9(35).

           *> Reembolso: lo que debemos a un antiguo cliente cuya
           *> cuenta ya estaba cerrada al devolverle algo (orden
           *> devuelta o anulada, pedido, cobro, ...). No hay banco
           *> remitente al que devolverlo: solo se aplica a otra
           *> tarjeta.
           02 SPS-ORIGEN             PIC   9(1).
               88 SPS-ORIGEN-TRANSFERENCIA VALUE 1.
               88 SPS-ORIGEN-NOMINA        VALUE 2.
               88 SPS-ORIGEN-REEMBOLSO     VALUE 3.

           *> Remitente: banco ordenante de la transferencia recibida,
           *> o empleador de la nomina junto con la tarjeta a la que
           *> se cargo la remesa (cero en las transferencias). En los
           *> reembolsos es solo informativo.
           02 SPS-REMITENTE          PIC   9(4).
           02 SPS-TARJETA-REMITENTE  PIC  9(16).
           02 SPS-ORDENANTE          PIC  X(35).

           *> Datos tal como llegaron en el fichero de entrada, y
           *> motivo con el que se devolveria.
           02 SPS-TARJETA-DESTINO    PIC  9(16).
           02 SPS-IMPORTE-ENT        PIC  S9(7).
           02 SPS-IMPORTE-DEC        PIC   9(2).
           02 SPS-REFERENCIA         PIC  X(15).
           02 SPS-MOTIVO             PIC   X(2).

           02 SPS-ANO                PIC   9(4).
           02 SPS-MES                PIC   9(2).
           02 SPS-DIA                PIC   9(2).

           *> Nota libre de la investigacion en la oficina.
           02 SPS-NOTA               PIC  X(30).

           02 SPS-ESTADO             PIC   9(1).
               88 SPS-PENDIENTE      VALUE 0.
               88 SPS-APLICADO       VALUE 1.
               88 SPS-DEVUELTO       VALUE 2.
               88 SPS-VENCIDO        VALUE 3.
           02 SPS-RESOLUCION.
               03 SPS-RES-ANO        PIC   9(4).
               03 SPS-RES-MES        PIC   9(2).
               03 SPS-RES-DIA        PIC   9(2).
           *> Operador que lo resolvio (cero si vencio) y tarjeta a
           *> la que se aplico.
           02 SPS-OPERADOR           PIC   9(4).
           02 SPS-TARJETA-APLICADA   PIC  9(16).
