*>Layout compartido de PRECIOS-COMPETENCIA: una linea por precio
*>relevado en la recorrida mensual de Compras por la competencia
*>(codigo de MAESTRO-PRODUCTOS, competidor, fecha del relevamiento y
*>precio al publico). Lo carga Cargar-Competencia y lo compara contra
*>nuestro precio Reporte-Competencia.
01 PC-REGISTRO.
    05 PC-COD         PIC 9(5).
    05 PC-SEP1        PIC X(1).
    05 PC-COMPETIDOR  PIC X(20).
    05 PC-SEP2        PIC X(1).
    05 PC-FECHA       PIC X(8).
    05 PC-SEP3        PIC X(1).
    05 PC-PRECIO      PIC 9(8)V9(2).
