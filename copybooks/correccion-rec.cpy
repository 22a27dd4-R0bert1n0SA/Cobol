*>Layout compartido del archivo EPA-CORRECCIONES: una linea por
*>rectificacion aprobada de una nota de EPA-RESULTADOS. El registro
*>original del extracto no se toca (el acta firmada es la que es); la
*>correccion se aparea por acta, legajo y modulo y reemplaza la nota
*>y el estado del registro al leerlo. CN-ESTADO se recalcula con el
*>umbral de MODULOS con la misma regla que Ejercicio12 (APROBADO,
*>NOTA 7, REPROBADO). Si una misma nota se rectifica dos veces vale
*>la ultima correccion grabada. La graba Aprobar-Rectificaciones y la
*>aplica el subprograma Corregir-Resultado.
01 CN-REGISTRO.
    05 CN-ACTA          PIC 9(6).
    05 CN-SEP1          PIC X(1).
    05 CN-LEGAJO        PIC 9(8).
    05 CN-SEP2          PIC X(1).
    05 CN-MODULO        PIC X(6).
    05 CN-SEP3          PIC X(1).
    05 CN-NOTA-ANTERIOR PIC 9(2).
    05 CN-SEP4          PIC X(1).
    05 CN-NOTA          PIC 9(2).
    05 CN-SEP5          PIC X(1).
    05 CN-ESTADO        PIC X(10).
    05 CN-SEP6          PIC X(1).
    05 CN-RECTIFICACION PIC 9(6).
    05 CN-SEP7          PIC X(1).
    05 CN-FECHA         PIC X(8).
    05 CN-SEP8          PIC X(1).
    05 CN-SUPERVISOR    PIC X(4).
