           *> Copybook comun del catalogo de abonos (abonos.ubd): un
           *> precio unico por una serie de espectaculos del catalogo.
           *> El precio se reparte entre los eventos del abono; cada
           *> entrada que emite el cajero lleva la parte de su evento,
           *> que es lo que liquida el promotor y lo que se devuelve
           *> si ese evento se cancela.
       01 ABONO-REG.
           02 ABO-ID                 PIC   9(6).
           02 ABO-NOMBRE             PIC  X(30).
           02 ABO-PRECIO-ENT         PIC   9(5).
           02 ABO-PRECIO-DEC         PIC   9(2).

           02 ABO-ESTADO             PIC   9(1).
               88 ABO-EN-VENTA       VALUE 0.
               88 ABO-RETIRADO       VALUE 1.

           *> Eventos del abono, en orden, con su parte del precio;
           *> las partes suman siempre el precio del abono.
           02 ABO-NUM-EVENTOS        PIC   9(2).
           02 ABO-EVENTO OCCURS 10 TIMES.
               03 ABO-ESP-ID         PIC   9(6).
               03 ABO-PARTE-ENT      PIC   9(5).
               03 ABO-PARTE-DEC      PIC   9(2).
