           *> Copybook comun del maestro de saldos de mayor
           *> (saldosgl.ubd): una fila por cuenta de mayor de las que
           *> usa el mapa contable de cuentasgl.ubd, con su saldo al
           *> cierre del ultimo fichero de asientos aplicado.
       01 SALDOGL-REG.
           02 GLS-CUENTA              PIC   9(8).
           02 GLS-DESCRIPCION         PIC  X(30).

           *> Papel de la cuenta en el cuadre contra los auxiliares:
           *> depositos de clientes contra saldos.ubd, suspenso y
           *> fondos retenidos contra retenciones.ubd, efectivo de
           *> cajero contra cajon.ubd (la cuenta con terminal cero es
           *> la generica del mapa y cada terminal puede tener la
           *> suya), y puente de los movimientos sin cuenta de cliente
           *> (tarjetas ajenas, liquidaciones a emisores, cajones).
           02 GLS-FUNCION             PIC   9(1).
               88 GLS-SIN-FUNCION         VALUE 0.
               88 GLS-DEPOSITOS           VALUE 1.
               88 GLS-SUSPENSO            VALUE 2.
               88 GLS-RETENIDOS           VALUE 3.
               88 GLS-CAJA-CAJERO         VALUE 4.
               88 GLS-PUENTE              VALUE 5.
           02 GLS-TERMINAL            PIC   9(4).

           *> Saldo con signo de debe: positivo deudor, negativo
           *> acreedor. Debe y haber del dia son los del ultimo
           *> fichero aplicado, para el balance de sumas y saldos.
           02 GLS-SALDO-CENT          PIC  S9(15).
           02 GLS-DEBE-DIA            PIC  S9(15).
           02 GLS-HABER-DIA           PIC  S9(15).

           *> Fecha (AAAAMMDD) del ultimo fichero de asientos aplicado
           *> o del saldo inicial cargado a mano: el corte del mayor.
           02 GLS-FECHA-ULTIMA        PIC   9(8).
