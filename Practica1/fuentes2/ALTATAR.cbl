
           *> Clases de operacion en uso: TRF-EXTERNA (ordenes
           *> interbancarias de BANK6), ENTRADA-ESP (ventas de
           *> entradas de BANK7), ADQ-RETIRADA (recargo adquirente
           *> de BANK15), RET-INTERES (retencion fiscal sobre los
           *> abonos de intereses, solo porcentaje), PEDIDO-DIV
           *> (pedidos de divisa de BANK20, sobre el contravalor),
           *> CREDITO-INT y CREDITO-DEM (interes mensual del saldo
           *> aplazado y recargo por impago de las tarjetas de
           *> credito), PRECONCEDIDO (tipo anual de los prestamos
           *> preconcedidos, solo porcentaje) y PRESTAMO-DEM (tipo
           *> anual de demora de las cuotas de prestamo impagadas,
           *> solo porcentaje), MANTEN-CTA (comision mensual de
           *> mantenimiento de LIQUIDACION, solo importe fijo) e
           *> INT-ACREEDOR e INT-DEUDOR (tipos mensuales de abono y de
           *> descubierto de LIQUIDACION, solo porcentaje).
       77 CLASE-USUARIO            PIC X(12).
       77 VIGENCIA-USUARIO         PIC  9(8).
       77 IMPORTE-USUARIO          PIC  9(9).
