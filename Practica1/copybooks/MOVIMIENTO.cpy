               88 MOV-TIPO-INGRESO-CHEQUE VALUE 16.
               88 MOV-TIPO-DEV-CHEQUE     VALUE 17.

               *> Entrega del saldo final al cerrar la cuenta, en
               *> efectivo o por transferencia.
               88 MOV-TIPO-CIERRE         VALUE 18.

               *> Retencion fiscal practicada sobre un abono de
               *> intereses; se anota siempre justo despues del abono
               *> para que el extracto muestre bruto, retencion y neto.
               88 MOV-TIPO-RETENCION-FISCAL VALUE 19.

               *> Intereses de un deposito a plazo a su vencimiento,
               *> separados de los de la cuenta a la vista para la
               *> informacion fiscal anual.
               88 MOV-TIPO-INTERES-PLAZO  VALUE 20.

               *> Abono de nomina de una remesa de empresa: cuenta
               *> como transferencia recibida en los resumenes, pero
               *> se distingue para respetar el minimo inembargable.
               88 MOV-TIPO-NOMINA         VALUE 21.

               *> Cargo de los fondos embargados al remitirlos a la
               *> autoridad que ordeno el embargo.
               88 MOV-TIPO-EMBARGO        VALUE 22.

               *> Cargo del saldo de un titular fallecido al pagar a
               *> cada heredero su parte de la herencia.
               88 MOV-TIPO-HERENCIA       VALUE 23.

               *> Contravalor en euros de un pedido de billetes
               *> extranjeros (cargo al pedir en el cajero y abono si
               *> no se recoge a tiempo).
               88 MOV-TIPO-DIVISA         VALUE 24.

               *> Cargo de un cheque librado por el titular contra su
               *> cuenta y presentado al cobro por otro banco.
               88 MOV-TIPO-CHEQUE-LIBRADO VALUE 25.

               *> Abono al acreedor de los adeudos que emitio y cobro
               *> en otros bancos, y cargo al acreedor de los que el
               *> deudor devuelve dentro de plazo.
               88 MOV-TIPO-ADEUDO-COBRO   VALUE 26.
               88 MOV-TIPO-ADEUDO-DEVOL   VALUE 27.

               *> Cobro en la cuenta asociada del recibo mensual de
               *> una tarjeta de credito (total o cuota elegida).
               88 MOV-TIPO-CREDITO-PAGO   VALUE 28.

               *> Cargo de los intereses de demora devengados por las
               *> cuotas de prestamo vencidas y no cobradas.
               88 MOV-TIPO-INTERES-DEMORA VALUE 29.

               *> Efectivo que entra en el cajon de un cajero sin
               *> pasar por una cuenta de cliente (tarjeta y cuenta a
               *> cero, terminal de la maquina): la reposicion de
               *> billetes y el descuadre entre el recuento del casete
               *> y el libro, para que el mayor siga a cajon.ubd.
               88 MOV-TIPO-REPOSICION-CAJON VALUE 30.
               88 MOV-TIPO-DESCUADRE-CAJON  VALUE 31.

           *> Terminal que produjo el movimiento (TRM-ID de la maquina
           *> para los cajeros; 0 para los lotes y las herramientas
           *> centrales de oficina).
