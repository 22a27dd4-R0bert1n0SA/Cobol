*>2026-09-03 se agregan RC-LOTE y RC-VENCIMIENTO: cada entrega entra
*>           identificada por lote y con su fecha de vencimiento, que
*>           es lo que alimenta el stock por lote de LOTES-STOCK.
*>2026-10-15 se agrega RC-PUNTO: el punto de venta que recibio la
*>           entrega y a cuyo stock entro; espacios = punto 01.
01 RC-REGISTRO.
    05 RC-FECHA       PIC X(8).
    05 RC-SEP1        PIC X(1).
    05 RC-LOTE        PIC X(10).
    05 RC-SEP7        PIC X(1).
    05 RC-VENCIMIENTO PIC X(8).
    05 RC-SEP8        PIC X(1).
    05 RC-PUNTO       PIC X(2).
