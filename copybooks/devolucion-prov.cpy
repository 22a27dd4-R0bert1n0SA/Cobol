*>Layout compartido del archivo DEVOLUCIONES-PROVEEDOR: una linea por
*>mercaderia devuelta al proveedor que carga el modo devolucion (D) de
*>Kiosko (vencida, dañada u otro motivo). Cada devolucion sale de un
*>lote puntual de LOTES-STOCK, baja EXISTENCIAS y el lote, y queda
*>valorizada al costo unitario de la recepcion original de ese lote
*>(RC-COSTO): es la nota de credito que el proveedor nos debe.
*>Pagos-Proveedores la resta de la deuda del proveedor y el kardex la
*>muestra como movimiento propio (clase "D"). Motivos:
*>  V = vencido, D = dañado, O = otro.
*>2026-10-15 se agrega DV-PUNTO: el punto de venta de cuyo stock salio
*>           la mercaderia devuelta; espacios = punto 01.
01 DV-REGISTRO.
    05 DV-FECHA     PIC X(8).
    05 DV-SEP1      PIC X(1).
    05 DV-HORA      PIC X(6).
    05 DV-SEP2      PIC X(1).
    05 DV-PROVEEDOR PIC X(20).
    05 DV-SEP3      PIC X(1).
    05 DV-TIPO      PIC X(10).
    05 DV-SEP4      PIC X(1).
    05 DV-LOTE      PIC X(10).
    05 DV-SEP5      PIC X(1).
    05 DV-CANTIDAD  PIC 9(6).
    05 DV-SEP6      PIC X(1).
    05 DV-COSTO     PIC 9(5)V9(2).
    05 DV-SEP7      PIC X(1).
    05 DV-IMPORTE   PIC 9(8)V9(2).
    05 DV-SEP8      PIC X(1).
    05 DV-MOTIVO    PIC X(1).
    05 DV-SEP9      PIC X(1).
    05 DV-NOTA      PIC X(12).
    05 DV-SEP10     PIC X(1).
    05 DV-OPERADOR  PIC X(4).
    05 DV-SEP11     PIC X(1).
    05 DV-PUNTO     PIC X(2).
