*>           (fecha+hora) a la operacion revertida; el archivo solo se
*>           agrega. Espacios en TX-CLASE vale como liquidacion comun.
*>           Los consumidores saltean las reversas y sus originales.
*>2026-10-15 se agregan TX-LADO y TX-VALOR-REF: el lado de la
*>           operacion (C = la mesa compra la divisa al cliente y le
*>           paga los pesos netos de comision, V = la mesa le vende la
*>           divisa y cobra los pesos mas comision; espacios = V, el
*>           unico lado que existia) y la tasa de referencia del dia,
*>           contra la que TX-VALOR (la punta aplicada) da el spread
*>           de la operacion. En registros anteriores TX-VALOR-REF no
*>           es numerico y vale TX-VALOR (spread cero).
*>2026-10-15 se agrega TX-RECIBO: el numero del recibo que Variables
*>           imprime al cliente por cada liquidacion y cada reversa,
*>           tomado del numerador RECIBOS-CONTROL; Reimprimir-Recibo-FX
*>           lo busca por este campo. En registros anteriores no es
*>           numerico (operacion sin recibo).
01 TX-REGISTRO.
    05 TX-FECHA      PIC X(8).
    05 TX-SEP1       PIC X(1).
    05 TX-CLASE      PIC X(1).
    05 TX-SEP11      PIC X(1).
    05 TX-REF        PIC X(14).
    05 TX-SEP12      PIC X(1).
    05 TX-LADO       PIC X(1).
    05 TX-SEP13      PIC X(1).
    05 TX-VALOR-REF  PIC 9(5)V9(2).
    05 TX-SEP14      PIC X(1).
    05 TX-RECIBO     PIC 9(8).
