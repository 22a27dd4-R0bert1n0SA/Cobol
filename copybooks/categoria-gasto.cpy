*>Layout compartido de la tabla CATEGORIAS-GASTO: los codigos de gasto
*>de caja del kiosko (limpieza, bolsas, propinas de reparto...), con
*>descripcion y marca de activo. Kiosko valida contra ella el gasto
*>que se paga del cajon y Asentar-Diario busca la regla GASTO-<codigo>
*>de REGLAS-ASIENTO para mandar cada categoria a su cuenta de gasto.
01 CG-REGISTRO.
    05 CG-CODIGO  PIC X(4).
    05 CG-SEP1    PIC X(1).
    05 CG-DESCRIP PIC X(20).
    05 CG-SEP2    PIC X(1).
    05 CG-ACTIVO  PIC X(1).
