           *> Copybook comun del registro de cuentas cerradas
           *> (cierres.ubd). Las filas de cuentas.ubd y saldos.ubd no
           *> se borran nunca (la verificacion nocturna cuenta las
           *> cuentas), asi que el cierre se deja constancia aqui:
           *> una fila por cuenta cerrada con la liquidacion final que
           *> se le hizo. Cajeros y lotes que abonan o cargan en una
           *> cuenta la consultan con el modulo comun CTACERR.
       01 CIERRE-REG.
           02 CIE-CTA-ID             PIC  9(16).

           *> Tarjeta por la que se identifico la cuenta al cerrarla
           *> y operador de oficina que firmo el cierre.
           02 CIE-TARJETA            PIC  9(16).
           02 CIE-OPERADOR           PIC   9(4).

           02 CIE-ANO                PIC   9(4).
           02 CIE-MES                PIC   9(2).
           02 CIE-DIA                PIC   9(2).

           *> Liquidacion del mes en curso hasta la fecha de cierre,
           *> en centimos: comision de mantenimiento cobrada e
           *> intereses (abonados en positivo, deudores en negativo).
           02 CIE-COMISION-CENT      PIC  9(11).
           02 CIE-INTERES-CENT       PIC S9(11).

           *> Saldo final entregado al titular y forma de pago; en
           *> las transferencias, banco destino cero = cuenta de la
           *> casa, identificada por su tarjeta.
           02 CIE-SALDO-CENT         PIC S9(11).
           02 CIE-FORMA-PAGO         PIC   9(1).
               88 CIE-PAGO-EFECTIVO      VALUE 1.
               88 CIE-PAGO-TRANSFERENCIA VALUE 2.

               *> Saldo de un fallecido repartido entre sus herederos
               *> (el detalle queda en herederos.ubd).
               88 CIE-PAGO-HERENCIA      VALUE 3.
           02 CIE-BANCO-DESTINO      PIC   9(4).
           02 CIE-CUENTA-DESTINO     PIC  9(16).

           *> Retencion fiscal practicada sobre el abono de intereses
           *> del cierre, en centimos.
           02 CIE-RETENCION-CENT     PIC  9(11).
