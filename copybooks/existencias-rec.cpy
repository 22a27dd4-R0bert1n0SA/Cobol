*>Layout compartido del archivo EXISTENCIAS: una linea por tipo de
*>caramelo con el stock de libro, el punto de reposicion y la cantidad
*>a pedir cuando el stock cae por debajo de ese punto. Lo mantiene
*>Kiosko (venta, recepcion, inventario, anulacion) y lo leen el
*>kardex y el mantenimiento de promociones. El layout vivia repetido
*>en los programas y paso a copybook al agregarse EX-PEDIDO.
*>2026-10-15 se agrega EX-PEDIDO: la cantidad a pedir que calcula
*>           Puntos-Reposicion junto con el punto de reposicion, a
*>           partir de la venta diaria y la demora del proveedor. Las
*>           lineas grabadas antes del campo lo traen en blanco, que
*>           vale cero (se sugiere el pedido de siempre).
*>2026-10-15 se agrega EX-PUNTO: el punto de venta dueño del stock.
*>           Cada punto tiene su propio archivo (EXISTENCIAS para el
*>           01, EXISTENCIAS-PVnn para los demas); el campo deja la
*>           linea identificada cuando Consolidar-Kioskos las junta.
01 EX-REGISTRO.
    05 EX-TIPO    PIC X(10).
    05 EX-SEP     PIC X(1).
    05 EX-CANT    PIC 9(6).
    05 EX-SEP2    PIC X(1).
    05 EX-REORDEN PIC 9(6).
    05 EX-SEP3    PIC X(1).
    05 EX-PEDIDO  PIC 9(6).
    05 EX-SEP4    PIC X(1).
    05 EX-PUNTO   PIC X(2).
