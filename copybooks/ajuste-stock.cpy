*>Layout compartido del archivo AJUSTES-STOCK: una linea por ajuste
*>de stock del kiosko (fecha y hora, tipo de caramelo, cantidad del
*>libro, cantidad contada, diferencia en unidades y su valor al precio
*>vigente). Lo graban el inventario de Kiosko y Retirar-Lote, lo lee
*>Kardex-Kiosko para el saldo corrido y lo asienta Asentar-Diario.
*>AJ-PUNTO es el punto de venta del ajuste; espacios = punto 01.
01 AJ-REGISTRO.
    05 AJ-FECHA      PIC X(8).
    05 AJ-SEP1       PIC X(1).
    05 AJ-HORA       PIC X(6).
    05 AJ-SEP2       PIC X(1).
    05 AJ-TIPO       PIC X(10).
    05 AJ-SEP3       PIC X(1).
    05 AJ-LIBRO      PIC 9(6).
    05 AJ-SEP4       PIC X(1).
    05 AJ-CONTADO    PIC 9(6).
    05 AJ-SEP5       PIC X(1).
    05 AJ-DIFERENCIA PIC S9(6) SIGN IS TRAILING SEPARATE.
    05 AJ-SEP6       PIC X(1).
    05 AJ-VALOR      PIC S9(8)V9(2) SIGN IS TRAILING SEPARATE.
    05 AJ-SEP7       PIC X(1).
    05 AJ-PUNTO      PIC X(2).
