*>Layout compartido del archivo GASTOS-CAJA: una linea por gasto
*>pagado con plata del cajon que registra el modo gasto de caja (X)
*>de Kiosko (dia de negocio, hora, categoria de CATEGORIAS-GASTO,
*>importe, descripcion y operador). Cierre-Caja lo resta del efectivo
*>esperado del operador y lo lista en el arqueo; Asentar-Diario lo
*>asienta por categoria.
*>2026-10-15 se agrega GC-PUNTO: el punto de venta de cuyo cajon
*>           salio el gasto; espacios = punto 01.
01 GC-REGISTRO.
    05 GC-FECHA     PIC X(8).
    05 GC-SEP1      PIC X(1).
    05 GC-HORA      PIC X(6).
    05 GC-SEP2      PIC X(1).
    05 GC-CATEGORIA PIC X(4).
    05 GC-SEP3      PIC X(1).
    05 GC-IMPORTE   PIC 9(7)V9(2).
    05 GC-SEP4      PIC X(1).
    05 GC-DESCRIP   PIC X(30).
    05 GC-SEP5      PIC X(1).
    05 GC-OPERADOR  PIC X(4).
    05 GC-SEP6      PIC X(1).
    05 GC-PUNTO     PIC X(2).
