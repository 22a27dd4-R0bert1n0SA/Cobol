*>Layout compartido de TIPOS-KIOSKO: vinculo de cada tipo de caramelo
*>que vende el kiosko con el codigo de MAESTRO-PRODUCTOS que le da el
*>costo. Se carga con Mantener-Precios-Kiosko; un tipo se puede
*>revincular, y rige la ultima linea del tipo (las anteriores quedan
*>como historia). Aplicar-Precios lo usa para llevar los cambios de
*>costo aprobados a CARAMELO-PRECIO.
01 TK-REGISTRO.
    05 TK-TIPO   PIC X(10).
    05 TK-SEP1   PIC X(1).
    05 TK-COD    PIC 9(5).
    05 TK-SEP2   PIC X(1).
    05 TK-FECHA  PIC X(8).
