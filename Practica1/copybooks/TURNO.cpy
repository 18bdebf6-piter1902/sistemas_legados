           *> Copybook comun de los turnos de ventanilla (turnos.ubd):
           *> una fila por apertura de caja de un operador, con los
           *> importes que movio durante el turno y el arqueo ciego
           *> del cierre. El cierre del dia suma los descuadres por
           *> sucursal.
       01 TURNO-REG.
           02 TUR-CLAVE.
               03 TUR-OPERADOR         PIC  9(4).
               03 TUR-FECHA            PIC  9(8).
               03 TUR-HORA-APERTURA    PIC  9(6).

           *> Puesto de ventanilla (su terminal en terminal.ubd) y
           *> sucursal a la que pertenece segun termsuc.ubd.
           02 TUR-TERMINAL             PIC  9(4).
           02 TUR-SUCURSAL             PIC  9(4).

           *> Importes del turno en centimos: caja al abrir, efectivo
           *> recibido de la boveda y devuelto a ella, ingresos y
           *> pagos a clientes.
           02 TUR-APERTURA-CENT        PIC S9(11).
           02 TUR-DOTACION-CENT        PIC S9(11).
           02 TUR-ENTREGA-CENT         PIC S9(11).
           02 TUR-INGRESOS-CENT        PIC S9(11).
           02 TUR-PAGOS-CENT           PIC S9(11).
           02 TUR-OPERACIONES          PIC  9(5).

           *> Arqueo del cierre: lo que dice el libro de la caja, lo
           *> contado sin verlo y la diferencia (positiva = sobrante,
           *> negativa = faltante).
           02 TUR-FECHA-CIERRE         PIC  9(8).
           02 TUR-HORA-CIERRE          PIC  9(6).
           02 TUR-LIBRO-CENT           PIC S9(11).
           02 TUR-CONTADO-CENT         PIC S9(11).
           02 TUR-DIFERENCIA-CENT      PIC S9(11).
           02 TUR-ESTADO               PIC  9(1).
               88 TUR-ABIERTO          VALUE 0.
               88 TUR-CERRADO          VALUE 1.
