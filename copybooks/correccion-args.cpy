*>Area de argumentos del subprograma Corregir-Resultado: de entrada
*>el acta, legajo y modulo de un registro de EPA-RESULTADOS con su
*>nota y estado tal como estan grabados; de salida la nota y el
*>estado efectivos (los de la ultima rectificacion aprobada en
*>EPA-CORRECCIONES, o los mismos si no hay ninguna), la marca de
*>corregido ("S" = se aplico una rectificacion) y su numero.
01 COR-ARGUMENTOS.
    05 COR-ACTA          PIC 9(6).
    05 COR-LEGAJO        PIC 9(8).
    05 COR-MODULO        PIC X(6).
    05 COR-NOTA          PIC 9(2).
    05 COR-ESTADO        PIC X(10).
    05 COR-CORREGIDO     PIC X(1).
    05 COR-RECTIFICACION PIC 9(6).
