           *> Copybook comun de las ofertas de prestamo preconcedido
           *> (ofertaspre.ubd): una fila por tarjeta, que el lote
           *> mensual de calificacion escribe con el importe maximo,
           *> el tipo y el plazo maximo que se le ofrecen y que el
           *> cajero deja aceptar hasta la caducidad, abriendo el
           *> prestamo igual que la herramienta de sucursal.
       01 OFERTAPRE-REG.
           02 OFE-TARJETA            PIC  9(16).
           02 OFE-CTA-ID             PIC  9(16).
           02 OFE-MAXIMO-CENT        PIC  9(11).

           *> Tipo nominal anual en porcentaje, como PRE-TIPO-PCT.
           02 OFE-TIPO-PCT           PIC  9(2)V9(2).
           02 OFE-MESES-MAX          PIC   9(3).

           02 OFE-CALCULO-FECHA      PIC   9(8).
           02 OFE-CADUCIDAD          PIC   9(8).

           02 OFE-ESTADO             PIC   9(1).
               88 OFE-VIGENTE        VALUE 0.
               88 OFE-ACEPTADA       VALUE 1.
               88 OFE-RETIRADA       VALUE 2.

           *> Prestamo abierto al aceptar la oferta y fecha en que se
           *> acepto; a cero mientras no se acepte.
           02 OFE-PRE-NUM            PIC  9(35).
           02 OFE-ACEPTA-FECHA       PIC   9(8).

           *> Datos con los que se califico la tarjeta, para poder
           *> explicar la oferta: saldo medio y dias en descubierto
           *> de la ventana de posiciones y nomina media mensual.
           02 OFE-SALDO-MEDIO-CENT   PIC S9(11).
           02 OFE-DIAS-DESCUBIERTO   PIC   9(3).
           02 OFE-NOMINA-MEDIA-CENT  PIC  9(11).
