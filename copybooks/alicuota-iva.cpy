*>Layout compartido de la tabla ALICUOTAS-IVA: la alicuota de IVA de
*>cada tipo de caramelo con fecha de vigencia, igual que los precios
*>de CARAMELO-PRECIO: se carga por adelantado con
*>Mantener-Precios-Kiosko y Kiosko toma la de vigencia mas reciente
*>que no supere el dia de negocio. Un tipo sin alicuota cargada va a
*>la alicuota general (21%). Los precios del kiosko son finales, con
*>IVA incluido: Kiosko abre cada renglon de VENTAS-DETALLE en neto e
*>impuesto con esta alicuota y Libro-IVA-Ventas arma el libro del mes.
01 AI-REGISTRO.
    05 AI-TIPO     PIC X(10).
    05 AI-SEP1     PIC X(1).
    05 AI-VIGENCIA PIC X(8).
    05 AI-SEP2     PIC X(1).
    05 AI-ALICUOTA PIC 9(2)V9(2).
