*>Layout compartido del maestro PUNTOS-VENTA: un registro por
*>mostrador del kiosko (codigo, nombre y marca de activo). Kiosko
*>valida contra el el punto de venta de la terminal al arrancar y lo
*>graba en cada ticket, renglon, gasto, vale, cierre y linea de stock;
*>Consolidar-Kioskos lo recorre para abrir las cifras por punto. El
*>mostrador original es el 01 y conserva los nombres de archivo de
*>siempre (EXISTENCIAS, LOTES-STOCK, TICKET-CONTROL); cada punto
*>nuevo lleva su stock y su numeracion en EXISTENCIAS-PVnn,
*>LOTES-STOCK-PVnn y TICKET-CONTROL-PVnn. Los registros grabados
*>antes del campo traen espacios y valen como del punto 01.
01 PT-REGISTRO.
    05 PT-CODIGO PIC X(2).
    05 PT-SEP1   PIC X(1).
    05 PT-NOMBRE PIC X(20).
    05 PT-SEP2   PIC X(1).
    05 PT-ACTIVO PIC X(1).
