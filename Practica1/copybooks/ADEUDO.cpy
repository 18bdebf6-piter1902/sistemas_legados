           *> Copybook comun de los adeudos emitidos por nuestros
           *> acreedores contra cuentas de otros bancos (adeudos.ubd),
           *> una fila por linea de remesa. La clave remesa + linea
           *> viaja a la red como referencia del adeudo.
       01 ADEUDO-REG.
           02 ADE-CLAVE.
               03 ADE-REMESA          PIC   9(8).
               03 ADE-LINEA           PIC   9(5).
           02 ADE-ACREEDOR            PIC   9(4).
           02 ADE-BANCO-DEUDOR        PIC   9(4).
           02 ADE-CUENTA-DEUDOR       PIC  9(16).
           02 ADE-IMPORTE-ENT         PIC  S9(7).
           02 ADE-IMPORTE-DEC         PIC   9(2).
           02 ADE-MANDATO             PIC  X(15).
           02 ADE-REFERENCIA          PIC  X(15).
           02 ADE-FECHA-COBRO         PIC   9(8).

           *> Pendiente hasta que la red responde. Rechazado: el banco
           *> del deudor no lo atendio y no hubo abono. Devuelto: se
           *> cobro y el deudor lo devolvio dentro de plazo, con cargo
           *> al acreedor. No admitido: la linea no paso la validacion
           *> de entrada y nunca se envio.
           02 ADE-ESTADO              PIC   9(1).
               88 ADE-PENDIENTE       VALUE 0.
               88 ADE-COBRADO         VALUE 1.
               88 ADE-RECHAZADO       VALUE 2.
               88 ADE-DEVUELTO        VALUE 3.
               88 ADE-NO-ADMITIDO     VALUE 4.
           02 ADE-MOTIVO              PIC   X(2).

           *> Fechas de transmision a la red (cero = sin enviar), de
           *> cobro y de devolucion o rechazo.
           02 ADE-TRANS-FECHA         PIC   9(8).
           02 ADE-LIQ-FECHA           PIC   9(8).
           02 ADE-DEVOL-FECHA         PIC   9(8).
