*>fecha y valor): Variables la consulta para liquidar, Cargar-Tasas la
*>alimenta desde el archivo diario del banco validando cada tasa
*>contra la del dia anterior.
*>2026-10-15 se agregan TC-COMPRA y TC-VENTA: la punta a la que la
*>           mesa compra la divisa al cliente y la punta a la que se la
*>           vende. TC-VALOR queda como tasa de referencia (la del
*>           banco, contra la que se mide el spread y se revalua). En
*>           las lineas anteriores a los campos (o en cero) las dos
*>           puntas valen TC-VALOR.
01 TC-REGISTRO.
    05 TC-MONEDA     PIC X(3).
    05 TC-SEP0       PIC X(1).
    05 TC-FECHA      PIC X(8).
    05 TC-SEP        PIC X(1).
    05 TC-VALOR      PIC 9(5)V9(2).
    05 TC-SEP2       PIC X(1).
    05 TC-COMPRA     PIC 9(5)V9(2).
    05 TC-SEP3       PIC X(1).
    05 TC-VENTA      PIC 9(5)V9(2).
