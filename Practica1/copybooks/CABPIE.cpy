           *> Copybook comun de los registros de control de los
           *> ficheros que llegan de fuera (remesas de recibos y de
           *> nominas, abonos y respuestas interbancarias, respuestas
           *> de cheques y de adquirencia): el primer registro es una
           *> cabecera con el emisor y la fecha del fichero y el
           *> ultimo un pie con el numero de registros de detalle y
           *> la suma de sus importes en centimos (cero en los
           *> ficheros de respuestas, que no llevan importes). Ocupa
           *> lo que el registro mas corto de esos ficheros; los
           *> programas que los leen saltan estos dos registros.
       01 CONTROL-FICHERO-REG.
           02 CFI-MARCA              PIC   X(3).
               88 CFI-CABECERA       VALUE "CAB".
               88 CFI-PIE            VALUE "TOT".
               88 CFI-CONTROL        VALUE "CAB" "TOT".
           02 CFI-DATOS              PIC  X(33).
           02 CFI-DATOS-CABECERA REDEFINES CFI-DATOS.
               03 CFI-EMISOR         PIC   9(4).
               03 CFI-FECHA          PIC   9(8).
               03 FILLER             PIC  X(21).
           02 CFI-DATOS-PIE REDEFINES CFI-DATOS.
               03 CFI-REGISTROS      PIC   9(9).
               03 CFI-TOTAL-CENT     PIC  S9(13).
               03 FILLER             PIC  X(11).
