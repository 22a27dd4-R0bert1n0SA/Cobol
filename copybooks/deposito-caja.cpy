*>Layout compartido del archivo DEPOSITOS: una linea por cada cierre
*>de caja (fecha y punto de venta de CIERRES-CAJA) que cubre una
*>boleta de deposito bancario del efectivo del kiosko. La fecha del
*>deposito, el importe depositado y el operador se repiten en cada
*>linea de la misma boleta. Depositos-Caja lo graba y lo concilia.
01 DP-REGISTRO.
    05 DP-BOLETA       PIC X(12).
    05 DP-SEP1         PIC X(1).
    05 DP-FECHA        PIC X(8).
    05 DP-SEP2         PIC X(1).
    05 DP-IMPORTE      PIC 9(8)V9(2).
    05 DP-SEP3         PIC X(1).
    05 DP-FECHA-CIERRE PIC X(8).
    05 DP-SEP4         PIC X(1).
    05 DP-PUNTO        PIC X(2).
    05 DP-SEP5         PIC X(1).
    05 DP-OPERADOR     PIC X(4).
