*>consume en la venta del lote que vence primero y lo ajusta en el
*>inventario por lote; el reporte de vencimientos lista lo vencido y
*>lo por vencer antes de que lo traiga de vuelta un cliente.
*>2026-10-15 se agrega LS-ESTADO: "R" = lote retirado por el
*>           proveedor (Retirar-Lote). Un lote retirado no se vende,
*>           no recibe entregas ni reposiciones y se conserva en el
*>           archivo aunque quede en cero, para que el bloqueo no se
*>           pierda. Espacios = lote habilitado.
*>2026-10-15 se agrega LS-PUNTO: el punto de venta dueño del lote;
*>           cada punto lleva su LOTES-STOCK (LOTES-STOCK-PVnn fuera
*>           del 01).
01 LS-REGISTRO.
    05 LS-TIPO        PIC X(10).
    05 LS-SEP1        PIC X(1).
    05 LS-VENCIMIENTO PIC X(8).
    05 LS-SEP3        PIC X(1).
    05 LS-CANTIDAD    PIC 9(6).
    05 LS-SEP4        PIC X(1).
    05 LS-ESTADO      PIC X(1).
    05 LS-SEP5        PIC X(1).
    05 LS-PUNTO       PIC X(2).
