           *> Copybook comun del resultado de leer un fichero de
           *> entrada con LEEFICHENT: se informa FEN-INTERFAZ y el
           *> modulo devuelve si el fichero esta en disco, si su
           *> estructura de cabecera, detalle y pie es correcta (y si
           *> no, por que), lo que dicen cabecera y pie, lo que suman
           *> de verdad los detalles y la huella del contenido.
       01 DATOS-FICHERO-ENT.
           02 FEN-INTERFAZ           PIC  X(12).
           02 FEN-FICHERO            PIC  X(20).
           02 FEN-EMISOR-ESPERADO    PIC   9(4).
           02 FEN-CON-IMPORTE        PIC   9(1).
           02 FEN-LLEGADO-SW         PIC   9(1).
               88 FEN-LLEGADO        VALUE 1.
           02 FEN-ESTRUCTURA-SW      PIC   9(1).
               88 FEN-ESTRUCTURA-OK  VALUE 0.
           02 FEN-MOTIVO             PIC  X(30).
           02 FEN-EMISOR             PIC   9(4).
           02 FEN-FECHA              PIC   9(8).
           02 FEN-PIE-REGISTROS      PIC   9(9).
           02 FEN-PIE-TOTAL-CENT     PIC  S9(13).
           02 FEN-DETALLES           PIC   9(9).
           02 FEN-TOTAL-CENT         PIC  S9(13).
           02 FEN-REGISTROS-FISICOS  PIC   9(9).
           02 FEN-HUELLA             PIC   9(9).
