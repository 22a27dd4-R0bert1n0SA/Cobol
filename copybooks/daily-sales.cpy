*>           queda en cada ticket, para que Cierre-Caja pueda abrir el
*>           efectivo esperado y la diferencia por operador cuando el
*>           mostrador se comparte en el dia.
*>2026-10-15 se agrega DS-DESCUENTO: el total de descuentos por
*>           promociones del ticket (DS-PRECIO ya es neto de ellos);
*>           el detalle por promocion vive en VENTAS-DETALLE.
*>2026-10-15 se agregan DS-VALE y DS-VALE-IMPORTE: en un ticket
*>           pagado con vale de regalo (DS-PAGO "V") el numero del
*>           vale y lo que el vale cubrio; si el saldo no alcanzaba,
*>           DS-PRECIO menos DS-VALE-IMPORTE se cobro en efectivo y
*>           entra al cajon. En los demas medios van en cero.
*>2026-10-15 se agrega DS-PUNTO: el punto de venta (maestro
*>           PUNTOS-VENTA) que emitio el ticket. Cada punto numera sus
*>           tickets por separado, asi que un ticket se identifica por
*>           punto y numero; espacios = punto 01.
01 DS-REGISTRO.
    05 DS-TICKET PIC 9(6).
    05 DS-SEP1   PIC X(1).
    05 DS-REF    PIC 9(6).
    05 DS-SEP7   PIC X(1).
    05 DS-OPERADOR PIC X(4).
    05 DS-SEP8   PIC X(1).
    05 DS-DESCUENTO PIC 9(7)V9(2).
    05 DS-SEP9   PIC X(1).
    05 DS-VALE   PIC 9(6).
    05 DS-SEP10  PIC X(1).
    05 DS-VALE-IMPORTE PIC 9(7)V9(2).
    05 DS-SEP11  PIC X(1).
    05 DS-PUNTO  PIC X(2).
