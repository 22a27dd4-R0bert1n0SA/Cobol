*>Layout compartido de la cuenta corriente de clientes del taller
*>(archivo CUENTAS-COBRAR): una linea por factura emitida (tipo F,
*>con el neto cotizado, el IVA y su alicuota) o cobranza recibida
*>(tipo C, imputada a una factura; neto e IVA en cero). CR-COTIZACION
*>es la cotizacion aceptada que origino la factura. La graba
*>Formula-matematica; la leen Estado-Cobranzas (resumen y
*>antiguedad) y Asentar-Diario (FACT-VENTAS, FACT-IVA, FACT-COBRO).
01 CR-REGISTRO.
    05 CR-FECHA      PIC X(8).
    05 CR-SEP1       PIC X(1).
    05 CR-CLIENTE    PIC 9(5).
    05 CR-SEP2       PIC X(1).
    05 CR-TIPO       PIC X(1).
    05 CR-SEP3       PIC X(1).
    05 CR-FACTURA    PIC 9(6).
    05 CR-SEP4       PIC X(1).
    05 CR-COTIZACION PIC 9(6).
    05 CR-SEP5       PIC X(1).
    05 CR-NETO       PIC 9(9)V9(2).
    05 CR-SEP6       PIC X(1).
    05 CR-ALICUOTA   PIC 9(2)V9(2).
    05 CR-SEP7       PIC X(1).
    05 CR-IMPUESTO   PIC 9(9)V9(2).
    05 CR-SEP8       PIC X(1).
    05 CR-TOTAL      PIC 9(9)V9(2).
    05 CR-SEP9       PIC X(1).
    05 CR-OPERADOR   PIC X(4).
