               88 MAN-VIGENTE        VALUE 0.
               88 MAN-REVOCADO       VALUE 1.
               88 MAN-BLOQUEADO      VALUE 2.

               *> Suspendido por fallecimiento del titular: los recibos
               *> se devuelven como sin mandato hasta que el reparto de
               *> la herencia lo revoque.
               88 MAN-SUSPENDIDO     VALUE 3.
