*>con el se iban la discusion de un ticket con el cliente, el analisis
*>de venta por producto y cualquier calculo de margen. Kiosko lo graba
*>junto con la linea de DAILY-SALES.
*>2026-10-15 se agregan VD-CLASE y VD-PROMO: el descuento de una
*>           promocion (archivo PROMOCIONES) se graba como renglon
*>           propio de clase "D" con el codigo de la promocion en
*>           VD-PROMO, cantidad y precio en cero y el descuento en
*>           VD-IMPORTE, que resta. Espacios en VD-CLASE es un item
*>           vendido comun, como en los registros anteriores al campo.
*>2026-10-15 se agrega VD-LOTE: el lote de LOTES-STOCK del que salieron
*>           las unidades. Un item que consumio de dos lotes se graba
*>           en dos renglones, uno por lote, con su parte de cantidad
*>           e importe; las unidades vendidas sin lote llevan
*>           espacios. Es lo que permite a Retirar-Lote decir que
*>           tickets se llevaron un lote retirado.
*>2026-10-15 se agregan VD-ALICUOTA, VD-NETO y VD-IVA: la alicuota de
*>           IVA del tipo (ALICUOTAS-IVA) y el importe del renglon, que
*>           es precio final, abierto en neto gravado e impuesto
*>           (VD-NETO + VD-IVA = VD-IMPORTE). En un renglon de
*>           descuento restan como el importe. Libro-IVA-Ventas los
*>           suma por dia y alicuota.
*>2026-10-15 se agrega VD-PUNTO: el punto de venta del ticket (con el
*>           numero, la clave del ticket); espacios = punto 01.
01 VD-REGISTRO.
    05 VD-TICKET   PIC 9(6).
    05 VD-SEP1     PIC X(1).
    05 VD-PRECIO   PIC 9(5)V9(2).
    05 VD-SEP5     PIC X(1).
    05 VD-IMPORTE  PIC 9(7)V9(2).
    05 VD-SEP6     PIC X(1).
    05 VD-CLASE    PIC X(1).
    05 VD-SEP7     PIC X(1).
    05 VD-PROMO    PIC X(6).
    05 VD-SEP8     PIC X(1).
    05 VD-LOTE     PIC X(10).
    05 VD-SEP9     PIC X(1).
    05 VD-ALICUOTA PIC 9(2)V9(2).
    05 VD-SEP10    PIC X(1).
    05 VD-NETO     PIC 9(7)V9(2).
    05 VD-SEP11    PIC X(1).
    05 VD-IVA      PIC 9(7)V9(2).
    05 VD-SEP12    PIC X(1).
    05 VD-PUNTO    PIC X(2).
