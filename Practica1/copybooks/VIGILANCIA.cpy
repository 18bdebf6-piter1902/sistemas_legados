           *> Copybook comun de la lista de vigilancia de sanciones
           *> (vigilancia.ubd): nombres y documentos de personas y
           *> entidades sancionadas tal como los entrega cumplimiento
           *> normativo. Cada version nueva de la lista sustituye el
           *> fichero entero; el modulo de cribado lo recorre en cada
           *> consulta.
       01 VIGILANCIA-REG.
           02 VIG-NUM                PIC   9(7).

           *> Lista de procedencia (ONU, UE, nacional, ...).
           02 VIG-LISTA              PIC  X(10).
           02 VIG-DOCUMENTO          PIC  X(12).
           02 VIG-NOMBRE             PIC  X(35).

           *> Version de la lista con la que se cargo la entrada.
           02 VIG-VERSION            PIC   9(8).
