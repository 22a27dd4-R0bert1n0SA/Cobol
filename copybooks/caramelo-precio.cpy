*>adelantado con Mantener-Precios-Kiosko y Kiosko toma el precio cuya
*>vigencia mas reciente no supere el dia de negocio; las lineas
*>superadas quedan en el archivo como historia, que es lo que se
*>necesita cuando un cliente discute un ticket. Las lineas que genera
*>Aplicar-Precios a partir de un cambio de costo llevan el codigo de
*>MAESTRO-PRODUCTOS vinculado al tipo (TIPOS-KIOSKO) y la referencia
*>de la aprobacion (fecha, hora y supervisor de la decision en
*>PRECIOS-DECISIONES, o "SIN APROBACION" para un cambio que no la
*>requeria); las cargadas a mano dejan ambos campos en blanco/cero.
01 CP-REGISTRO.
    05 CP-TIPO     PIC X(10).
    05 CP-SEP1     PIC X(1).
    05 CP-VIGENCIA PIC X(8).
    05 CP-SEP2     PIC X(1).
    05 CP-PRECIO   PIC 9(5)V9(2).
    05 CP-SEP3     PIC X(1).
    05 CP-COD-PRODUCTO PIC 9(5).
    05 CP-SEP4     PIC X(1).
    05 CP-APROBACION   PIC X(20).
