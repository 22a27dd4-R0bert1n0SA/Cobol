*>Layout compartido del archivo PAGOS-CUOTAS: una linea por pago de
*>arancel recibido (fecha, legajo, importe y detalle: medio de pago o
*>comprobante). Lo graba Cobrar-Cuotas; el pago no se imputa a una
*>cuota en particular sino que cancela las cuotas de la mas vieja a
*>la mas nueva.
01 PC-REGISTRO.
    05 PC-FECHA   PIC X(8).
    05 PC-SEP1    PIC X(1).
    05 PC-LEGAJO  PIC 9(8).
    05 PC-SEP2    PIC X(1).
    05 PC-IMPORTE PIC 9(7)V9(2).
    05 PC-SEP3    PIC X(1).
    05 PC-DETALLE PIC X(20).
