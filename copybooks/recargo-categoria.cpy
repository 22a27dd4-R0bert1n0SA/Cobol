*>Layout compartido de RECARGOS-CATEGORIA: recargo de venta al publico
*>del kiosko por categoria de MAESTRO-PRODUCTOS, en porcentaje sobre el
*>costo. Se carga con Mantener-Precios-Kiosko; rige la ultima linea de
*>la categoria. Aplicar-Precios calcula con el el precio de mostrador
*>que graba en CARAMELO-PRECIO.
01 RC-REGISTRO.
    05 RC-CATEGORIA PIC X(10).
    05 RC-SEP1      PIC X(1).
    05 RC-RECARGO   PIC 9(3)V9(2).
    05 RC-SEP2      PIC X(1).
    05 RC-FECHA     PIC X(8).
