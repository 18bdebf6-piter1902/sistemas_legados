           *> Copybook comun del maestro de lineas de credito
           *> (creditos.ubd): una fila por tarjeta que, ademas de
           *> cargar en cuenta, puede llevar compras a credito. Lo
           *> dispuesto se liquida a fin de mes contra la cuenta de la
           *> tarjeta, por el total o por la cuota que elija el
           *> titular.
       01 CREDITO-REG.
           02 CRD-TARJETA             PIC  9(16).
           02 CRD-LIMITE-CENT         PIC  9(11).

           *> Deuda viva de la tarjeta: compras, intereses y
           *> recargos menos lo cobrado en cuenta.
           02 CRD-DISPUESTO-CENT      PIC S9(11).

           *> Reembolso mensual: el total de lo dispuesto o una cuota
           *> fija (sin pasar nunca de lo dispuesto).
           02 CRD-MODO                PIC  9(1).
               88 CRD-PAGO-TOTAL      VALUE 0.
               88 CRD-PAGO-CUOTA      VALUE 1.
           02 CRD-CUOTA-CENT          PIC  9(11).

           *> Clase de tarifas.ubd cuyo porcentaje es el interes
           *> mensual sobre el saldo aplazado.
           02 CRD-CLASE-TARIFA        PIC  X(12).

           *> En mora desde que un cobro mensual no se pudo cargar
           *> hasta el siguiente cobro atendido; en mora el cajero no
           *> admite compras nuevas a credito.
           02 CRD-ESTADO              PIC  9(1).
               88 CRD-ACTIVA          VALUE 0.
               88 CRD-MORA            VALUE 1.
               88 CRD-BAJA            VALUE 2.

           *> Ultimo ciclo (AAAAMM) liquidado, lo que quedo aplazado
           *> tras su cobro (base del interes del ciclo siguiente) y
           *> lo que no se pudo cobrar.
           02 CRD-ULTIMO-CICLO        PIC  9(6).
           02 CRD-APLAZADO-CENT       PIC S9(11).
           02 CRD-IMPAGADO-CENT       PIC S9(11).

           02 CRD-ALTA-FECHA          PIC  9(8).
           02 CRD-MODIF-FECHA         PIC  9(8).
           02 CRD-OPERADOR            PIC  9(4).
