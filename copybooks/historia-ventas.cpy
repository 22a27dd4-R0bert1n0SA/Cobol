*>Layout compartido del archivo HISTORIA-VENTAS: el resumen permanente
*>de las ventas del kiosko que graba Cierre-Mes-Ventas al cerrar cada
*>mes, para comparar periodos sin releer VENTAS-DETALLE ni DAILY-SALES
*>(que la retencion va depurando). Por mes hay una linea clase "T" por
*>tipo de caramelo (unidades, venta, costo al promedio ponderado del
*>cierre y margen, netos de anulaciones y promociones) y una linea
*>clase "M" con el total del mes, la cantidad de tickets netos y el
*>ticket promedio (HV-TIPO en espacios). Todos los puntos de venta van
*>juntos. Comparar-Ventas lo lee; el archivo no lleva politica de
*>retencion.
01 HV-REGISTRO.
    05 HV-MES         PIC X(6).
    05 HV-SEP1        PIC X(1).
    05 HV-CLASE       PIC X(1).
    05 HV-SEP2        PIC X(1).
    05 HV-TIPO        PIC X(10).
    05 HV-SEP3        PIC X(1).
    05 HV-UNIDADES    PIC S9(8) SIGN IS TRAILING SEPARATE.
    05 HV-SEP4        PIC X(1).
    05 HV-IMPORTE     PIC S9(9)V9(2) SIGN IS TRAILING SEPARATE.
    05 HV-SEP5        PIC X(1).
    05 HV-COSTO       PIC S9(9)V9(2) SIGN IS TRAILING SEPARATE.
    05 HV-SEP6        PIC X(1).
    05 HV-MARGEN      PIC S9(9)V9(2) SIGN IS TRAILING SEPARATE.
    05 HV-SEP7        PIC X(1).
    05 HV-TICKETS     PIC 9(6).
    05 HV-SEP8        PIC X(1).
    05 HV-TICKET-PROM PIC 9(7)V9(2).
    05 HV-SEP9        PIC X(1).
    05 HV-CERRADO     PIC X(8).
