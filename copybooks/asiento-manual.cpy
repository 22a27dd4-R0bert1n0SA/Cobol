*>Layout compartido del registro ASIENTOS-MANUALES: los asientos que
*>contaduria tipea a mano (devengamientos, correcciones, gastos
*>bancarios), una linea por cada lado de la partida. Los carga
*>Cargar-Asiento-Manual como pendientes y Aprobar-Asientos los decide:
*>lo aprobado pasa al diario ASIENTOS con origen MANUAL. El registro
*>conserva todo lo cargado, con su estado, como constancia.
*>AM-ESTADO: P pendiente, A aprobado, R rechazado.
*>AM-OPERADOR / AM-FECHA-CARGA: quien lo tipeo y cuando.
*>AM-APROBADOR / AM-FECHA-DECISION / AM-MOTIVO: el supervisor que lo
*>         decidio, cuando y (en el rechazo) por que.
01 AM-REGISTRO.
    05 AM-NUMERO         PIC 9(6).
    05 AM-SEP1           PIC X(1).
    05 AM-LINEA          PIC 9(2).
    05 AM-SEP2           PIC X(1).
    05 AM-FECHA          PIC X(8).
    05 AM-SEP3           PIC X(1).
    05 AM-CUENTA         PIC X(6).
    05 AM-SEP4           PIC X(1).
    05 AM-DH             PIC X(1).
    05 AM-SEP5           PIC X(1).
    05 AM-IMPORTE        PIC 9(12)V9(2).
    05 AM-SEP6           PIC X(1).
    05 AM-CONCEPTO       PIC X(30).
    05 AM-SEP7           PIC X(1).
    05 AM-ESTADO         PIC X(1).
    05 AM-SEP8           PIC X(1).
    05 AM-OPERADOR       PIC X(4).
    05 AM-SEP9           PIC X(1).
    05 AM-FECHA-CARGA    PIC X(8).
    05 AM-SEP10          PIC X(1).
    05 AM-APROBADOR      PIC X(4).
    05 AM-SEP11          PIC X(1).
    05 AM-FECHA-DECISION PIC X(8).
    05 AM-SEP12          PIC X(1).
    05 AM-MOTIVO         PIC X(24).
