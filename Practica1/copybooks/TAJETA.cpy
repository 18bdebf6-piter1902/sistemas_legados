               *> cuentas durmientes la aparta y solo la sucursal
               *> puede reactivarla tras identificar al titular.
               88 TARJETA-INACTIVA  VALUE 4.

               *> Bloqueada por fallecimiento del titular: el cajero la
               *> retiene y la oficina no la reactiva; sus cuentas
               *> quedan para el reparto a los herederos.
               88 TARJETA-DEFUNCION VALUE 5.

               *> Bloqueada por coincidencia confirmada del titular con
               *> la lista de vigilancia de sanciones; solo
               *> cumplimiento normativo puede levantarla.
               88 TARJETA-SANCION   VALUE 6.

               *> Restringida por diligencia debida: documento del
               *> titular caducado o revision vencida de un cliente de
               *> riesgo alto. Se levanta al registrar en el maestro
               *> de clientes el documento nuevo o la revision hecha.
               88 TARJETA-DILIGENCIA VALUE 7.
           02 TITULAR      PIC X(35).

           *> Fecha de alta de la tarjeta y de su ultima modificacion
