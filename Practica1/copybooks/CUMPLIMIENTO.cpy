           *> Copybook comun de la cola de cumplimiento normativo
           *> (cumplimiento.ubd): cada posible coincidencia con la
           *> lista de vigilancia deja aqui su fila en vez de
           *> apuntarse. Las transferencias esperan con su importe
           *> reservado (o sin abonar, si son entrantes) y los
           *> clientes quedan en revision, hasta que un supervisor
           *> libera la fila o la confirma como coincidencia real.
       01 CUMPLIMIENTO-REG.
           02 CMP-NUM                PIC  9(35).

           02 CMP-ORIGEN             PIC   9(1).
               88 CMP-ORIGEN-ALTA-CLIENTE  VALUE 1.
               88 CMP-ORIGEN-MODIF-CLIENTE VALUE 2.
               88 CMP-ORIGEN-CAJERO        VALUE 3.
               88 CMP-ORIGEN-DOBLE-FIRMA   VALUE 4.
               88 CMP-ORIGEN-ENTRANTE      VALUE 5.
               88 CMP-ORIGEN-RECRIBADO     VALUE 6.

           *> Nombre y documento cribados y entrada de la lista con
           *> la que coinciden.
           02 CMP-NOMBRE             PIC  X(35).
           02 CMP-DOCUMENTO          PIC  X(12).
           02 CMP-VIG-LISTA          PIC  X(10).
           02 CMP-VIG-NOMBRE         PIC  X(35).
           02 CMP-VIG-DOCUMENTO      PIC  X(12).
           02 CMP-VIG-VERSION        PIC   9(8).

           *> Cliente afectado (alta, modificacion o recribado); cero
           *> en las transferencias.
           02 CMP-CLIENTE            PIC   9(8).

           *> Transferencia retenida. En las entrantes el banco es el
           *> ordenante y la cuenta, la tarjeta destino de la casa;
           *> no hay tarjeta origen ni reserva.
           02 CMP-TARJETA-ORIGEN     PIC  9(16).
           02 CMP-CTA-ORIGEN         PIC  9(16).
           02 CMP-BANCO              PIC   9(4).
           02 CMP-CUENTA-DESTINO     PIC  9(16).
           02 CMP-IMPORTE-ENT        PIC  S9(7).
           02 CMP-IMPORTE-DEC        PIC   9(2).
           02 CMP-REFERENCIA         PIC  X(15).
           02 CMP-RET-NUM            PIC  9(35).

           *> Orden de la cola de doble firma de la que procede, si
           *> el cribado salto al ir a firmarla.
           02 CMP-TRF-NUM            PIC  9(35).

           02 CMP-ANO                PIC   9(4).
           02 CMP-MES                PIC   9(2).
           02 CMP-DIA                PIC   9(2).

           02 CMP-ESTADO             PIC   9(1).
               88 CMP-PENDIENTE      VALUE 0.
               88 CMP-LIBERADA       VALUE 1.
               88 CMP-CONFIRMADA     VALUE 2.
           02 CMP-RESOLUCION.
               03 CMP-RES-ANO        PIC   9(4).
               03 CMP-RES-MES        PIC   9(2).
               03 CMP-RES-DIA        PIC   9(2).
           02 CMP-OPERADOR           PIC   9(4).

           *> IBAN destino de la transferencia retenida (en las
           *> entrantes, el de la cuenta de la casa que se abona). Si
           *> es de una cuenta de UnizarBank, al liberarla se abona la
           *> cuenta que nombra. Espacios en las filas de clientes, en
           *> las ordenes a una tarjeta y en las filas anteriores a
           *> este campo.
           02 CMP-IBAN               PIC  X(34).
