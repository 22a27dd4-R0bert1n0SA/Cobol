*>Layout compartido del archivo PLANES-FIADO: los planes de pago
*>(refinanciacion) de cuentas de fiado atrasadas, una linea por cuota.
*>El modo F de Kiosko parte el saldo acordado del cliente en cuotas
*>mensuales fechadas al dia pactado, con el supervisor que lo
*>autorizo; la cobranza (modo C) imputa cada pago a las cuotas
*>adeudadas del plan vigente, de la que vence primero a la ultima, y
*>regraba el archivo. Estados: A = adeudada (toda o en parte),
*>P = pagada. Un cliente tiene a lo sumo un plan con cuotas adeudadas.
*>El plan no mueve la cuenta: la deuda sigue en FIADO-MOVS y el plan
*>solo la calendariza. Antiguedad-Fiado envejece lo que queda del plan
*>por vencimiento de cuota y Reporte-Planes-Fiado lista los planes con
*>cuotas vencidas impagas.
01 PF-REGISTRO.
    05 PF-PLAN        PIC 9(6).
    05 PF-SEP1        PIC X(1).
    05 PF-CLIENTE     PIC 9(4).
    05 PF-SEP2        PIC X(1).
    05 PF-CUOTA       PIC 9(2).
    05 PF-SEP3        PIC X(1).
    05 PF-CUOTAS      PIC 9(2).
    05 PF-SEP4        PIC X(1).
    05 PF-FECHA-PLAN  PIC X(8).
    05 PF-SEP5        PIC X(1).
    05 PF-VENCIMIENTO PIC X(8).
    05 PF-SEP6        PIC X(1).
    05 PF-IMPORTE     PIC 9(7)V9(2).
    05 PF-SEP7        PIC X(1).
    05 PF-PAGADO      PIC 9(7)V9(2).
    05 PF-SEP8        PIC X(1).
    05 PF-ESTADO      PIC X(1).
    05 PF-SEP9        PIC X(1).
    05 PF-AUTORIZO    PIC X(4).
