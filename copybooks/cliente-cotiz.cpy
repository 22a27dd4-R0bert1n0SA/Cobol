*>Layout compartido del maestro CLIENTES-COTIZ: los clientes del taller
*>a los que se cotiza y factura (Formula-matematica). Lo mantiene
*>Mantener-Clientes-Cotiz; Estado-Cobranzas arma con el el resumen y
*>la antiguedad de la cuenta de cada cliente. CQ-ACTIVO "N" = dado de
*>baja: conserva su historia pero no se le factura.
01 CQ-REGISTRO.
    05 CQ-CODIGO PIC 9(5).
    05 CQ-SEP1   PIC X(1).
    05 CQ-NOMBRE PIC X(30).
    05 CQ-SEP2   PIC X(1).
    05 CQ-CUIT   PIC X(11).
    05 CQ-SEP3   PIC X(1).
    05 CQ-ACTIVO PIC X(1).
