           *> Copybook comun de las trabas de embargo (embtrabas.ubd):
           *> una fila por cada reserva de retenciones.ubd hecha para
           *> una orden de embargo, con la cuenta y la tarjeta por la
           *> que se alcanzo. Permite remitir o levantar la orden
           *> liberando exactamente sus reservas.
       01 TRABA-REG.
           02 TRB-RET-NUM            PIC  9(35).
           02 TRB-EMB-CLAVE.
               03 TRB-NUM-ORDEN      PIC  X(20).
               03 TRB-DOCUMENTO      PIC  X(12).
           02 TRB-TARJETA            PIC  9(16).
           02 TRB-CTA-ID             PIC  9(16).
           02 TRB-IMPORTE-CENT       PIC  9(11).
           02 TRB-ANO                PIC   9(4).
           02 TRB-MES                PIC   9(2).
           02 TRB-DIA                PIC   9(2).

           02 TRB-ESTADO             PIC   9(1).
               88 TRB-VIGENTE        VALUE 0.
               88 TRB-REMITIDA       VALUE 1.
               88 TRB-LEVANTADA      VALUE 2.
