*>Layout compartido del libro VALES: los vales de regalo del kiosko
*>como movimientos, igual que la cuenta de fiado en FIADO-MOVS; nada
*>se edita, el saldo de un vale es la suma de sus lineas. Clases:
*>  E = emision: el modo G de Kiosko vende el vale numerado por
*>      VL-IMPORTE con vencimiento VL-VENCIMIENTO, cobrado en efectivo
*>      o tarjeta (VL-PAGO);
*>  C = canje: un ticket pagado con vale (DS-PAGO "V") consume
*>      VL-IMPORTE del saldo; VL-TICKET es el ticket;
*>  R = reintegro: la anulacion de un ticket pagado con vale devuelve
*>      al vale lo canjeado; VL-TICKET es el registro de anulacion.
*>El vale vale hasta VL-VENCIMIENTO inclusive. Reporte-Vales arma el
*>pasivo vigente y los saldos vencidos del mes; Asentar-Diario asienta
*>emisiones, canjes y saldos vencidos del dia.
*>2026-10-15 se agrega VL-PUNTO: el punto de venta donde se emitio,
*>           canjeo o reintegro; la emision en efectivo entra al cajon
*>           de ese punto. El vale es uno solo para todo el kiosko y se
*>           canjea en cualquier punto. Espacios = punto 01.
01 VL-REGISTRO.
    05 VL-NUMERO      PIC 9(6).
    05 VL-SEP1        PIC X(1).
    05 VL-CLASE       PIC X(1).
    05 VL-SEP2        PIC X(1).
    05 VL-FECHA       PIC X(8).
    05 VL-SEP3        PIC X(1).
    05 VL-HORA        PIC X(6).
    05 VL-SEP4        PIC X(1).
    05 VL-IMPORTE     PIC 9(7)V9(2).
    05 VL-SEP5        PIC X(1).
    05 VL-VENCIMIENTO PIC X(8).
    05 VL-SEP6        PIC X(1).
    05 VL-TICKET      PIC 9(6).
    05 VL-SEP7        PIC X(1).
    05 VL-PAGO        PIC X(1).
    05 VL-SEP8        PIC X(1).
    05 VL-OPERADOR    PIC X(4).
    05 VL-SEP9        PIC X(1).
    05 VL-PUNTO       PIC X(2).
