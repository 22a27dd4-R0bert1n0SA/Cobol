*>efectivo contado, diferencia y operador del arqueo). Cierre-Caja lo
*>graba; Kiosko lo consulta al arrancar para que una venta posterior
*>al cierre caiga en el dia de negocio siguiente.
*>2026-10-15 se agrega CX-GASTOS: los gastos pagados del cajon en el
*>           dia (GASTOS-CAJA). CX-ESPERADO ya viene neto de ellos; el
*>           efectivo cobrado en el dia es CX-ESPERADO mas CX-GASTOS.
*>2026-10-15 se agrega CX-PUNTO: cada punto de venta cierra su propio
*>           cajon; Kiosko solo da por cerrado el dia cuando cerro su
*>           punto. Espacios = punto 01.
01 CX-REGISTRO.
    05 CX-FECHA      PIC X(8).
    05 CX-SEP1       PIC X(1).
    05 CX-DIFERENCIA PIC S9(8)V9(2) SIGN IS TRAILING SEPARATE.
    05 CX-SEP4       PIC X(1).
    05 CX-OPERADOR   PIC X(4).
    05 CX-SEP5       PIC X(1).
    05 CX-GASTOS     PIC 9(8)V9(2).
    05 CX-SEP6       PIC X(1).
    05 CX-PUNTO      PIC X(2).
