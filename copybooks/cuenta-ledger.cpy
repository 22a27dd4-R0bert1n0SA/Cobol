*>Layout compartido de CUENTAS-LEDGER, las cuentas del libro TRAN-LOG
*>(se mantiene a mano, como CATEGORIAS-GASTO): codigo y nombre de
*>cada tallo que se lleva aparte, por ejemplo el fondo de caja, el
*>frasco de propinas o los insumos menores. La cuenta GRAL es el libro
*>unico de antes y existe aunque no figure en el archivo.
01 CL-REGISTRO.
    05 CL-CODIGO PIC X(4).
    05 CL-SEP1   PIC X(1).
    05 CL-NOMBRE PIC X(30).
