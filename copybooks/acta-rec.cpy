*>con el conteo; cada registro de EPA-RESULTADOS lleva en ER-ACTA el
*>numero del acta que lo respalda. Reimprimir-Acta reproduce cualquier
*>acta con sus alumnos y notas para la firma.
*>2026-10-15 se agrega AT-PERIODO (periodo de la mesa AAAAPP, espacios
*>           en las actas anteriores al campo) para el informe de
*>           carga docente por periodo; AT-DOCENTE pasa a ser un codigo
*>           validado del maestro DOCENTES.
*>2026-10-15 se agrega AT-MESA: el numero de la mesa del calendario
*>           MESAS sobre la que se abrio el acta (cero o espacios =
*>           acta sin mesa programada). Una mesa admite una sola acta.
01 AT-REGISTRO.
    05 AT-NUMERO  PIC 9(6).
    05 AT-SEP1    PIC X(1).
    05 AT-DOCENTE PIC X(4).
    05 AT-SEP4    PIC X(1).
    05 AT-NOTAS   PIC 9(4).
    05 AT-SEP5    PIC X(1).
    05 AT-PERIODO PIC X(6).
    05 AT-SEP6    PIC X(1).
    05 AT-MESA    PIC 9(6).
