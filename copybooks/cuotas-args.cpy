*>Area de argumentos del subprograma Deuda-Cuotas: legajo y fecha de
*>corte de entrada; de salida las cuotas emitidas, las vencidas a la
*>fecha de corte que siguen impagas despues de aplicar los pagos de
*>la mas vieja a la mas nueva, la deuda total (vencida o no), el tope
*>de cuotas impagas que tolera la casa, la marca de bloqueo ("S" =
*>mas cuotas impagas que el tope) y la marca de disponibilidad ("N" =
*>no hay archivo CUOTAS, no se bloquea a nadie).
01 CQ-ARGUMENTOS.
    05 CQ-LEGAJO     PIC 9(8).
    05 CQ-FECHA      PIC X(8).
    05 CQ-EMITIDAS   PIC 9(3).
    05 CQ-IMPAGAS    PIC 9(3).
    05 CQ-DEUDA      PIC S9(9)V9(2).
    05 CQ-TOLERADAS  PIC 9(2).
    05 CQ-BLOQUEADO  PIC X(1).
    05 CQ-DISPONIBLE PIC X(1).
