           *> Copybook comun de las reglas de barrido de saldo entre
           *> las cuentas de una tarjeta (barridos.ubd). Las da de
           *> alta la oficina con ALTABAR y las aplica cada noche el
           *> lote BARRIDO: la cuenta corriente (la objetivo) se
           *> mantiene entre el suelo y el techo moviendo el sobrante
           *> a la de ahorro y cubriendo desde ella (la de origen de
           *> los fondos) lo que falte hasta el suelo, antes de que la
           *> corriente entre en descubierto. Las dos cuentas tienen
           *> que estar al alcance de la tarjeta (cuentas.ubd o
           *> cuentasad.ubd).
       01 REGLABAR-REG.
           02 BAR-CLAVE.
               03 BAR-TARJETA        PIC  9(16).
               03 BAR-ORDEN          PIC   9(2).
           02 BAR-CTA-CORRIENTE      PIC  9(16).
           02 BAR-CTA-AHORRO         PIC  9(16).

           *> Con techo cero no se barre el sobrante; con suelo cero
           *> solo se evita el descubierto.
           02 BAR-TECHO-ENT          PIC   9(7).
           02 BAR-TECHO-DEC          PIC   9(2).
           02 BAR-SUELO-ENT          PIC   9(7).
           02 BAR-SUELO-DEC          PIC   9(2).
           02 BAR-ESTADO             PIC   9(1).
               88 BAR-ACTIVA         VALUE 0.
               88 BAR-BAJA           VALUE 1.
           02 BAR-ANO                PIC   9(4).
           02 BAR-MES                PIC   9(2).
           02 BAR-DIA                PIC   9(2).
