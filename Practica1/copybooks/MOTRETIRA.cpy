           *> Copybook comun de los motivos de las retiradas de ordenes
           *> interbancarias: los que da la oficina al pedirla y los
           *> que devuelve la red cuando el otro banco la rechaza, con
           *> los codigos del formato de la red. Un codigo fuera de la
           *> tabla se muestra como "Otros motivos".
       78 NUM-MOTIVOS-RETIRADA      VALUE 5.
       01 TABLA-MOTIVOS-RETIRADA.
           05 FILLER            PIC X(20) VALUE "Orden duplicada".
           05 FILLER            PIC X(20) VALUE "Beneficiario erroneo".
           05 FILLER            PIC X(20) VALUE "Importe erroneo".
           05 FILLER            PIC X(20) VALUE "Error tecnico".
           05 FILLER            PIC X(20) VALUE "Sospecha de fraude".
       01 FILLER REDEFINES TABLA-MOTIVOS-RETIRADA.
           05 MOTIVO-RETIRADA-TXT   PIC X(20) OCCURS 5 TIMES.

       78 NUM-MOTIVOS-RECHAZO       VALUE 6.
       01 TABLA-MOTIVOS-RECHAZO.
           05 FILLER            PIC X(15) VALUE "No lo autoriza".
           05 FILLER            PIC X(15) VALUE "Cuenta cerrada".
           05 FILLER            PIC X(15) VALUE "Sin fondos".
           05 FILLER            PIC X(15) VALUE "Sin respuesta".
           05 FILLER            PIC X(15) VALUE "Ya devuelta".
           05 FILLER            PIC X(15) VALUE "Motivo legal".
       01 FILLER REDEFINES TABLA-MOTIVOS-RECHAZO.
           05 MOTIVO-RECHAZO-TXT    PIC X(15) OCCURS 6 TIMES.
