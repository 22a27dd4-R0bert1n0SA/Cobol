*>Layout compartido del archivo PRESUPUESTO: el importe presupuestado
*>por cuenta del PLAN-CUENTAS (ingresos y egresos) y mes. Lo mantiene
*>Mantener-Presupuesto (una linea por cuenta y mes) y lo compara
*>contra lo real del diario ASIENTOS Reporte-Presupuesto.
01 PU-REGISTRO.
    05 PU-CUENTA  PIC X(6).
    05 PU-SEP1    PIC X(1).
    05 PU-MES     PIC X(6).
    05 PU-SEP2    PIC X(1).
    05 PU-IMPORTE PIC 9(12)V9(2).
