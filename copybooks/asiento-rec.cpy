*>Layout compartido del diario ASIENTOS: una linea por lado (debe o
*>haber) de cada partida. Lo graban Asentar-Diario (los asientos
*>automaticos de cada origen, con numero en cero y aprobador en
*>blanco) y Aprobar-Asientos (los asientos manuales, con origen
*>MANUAL, el numero del asiento en ASIENTOS-MANUALES, el supervisor
*>que lo aprobo y el concepto); lo leen Balance-Comprobacion,
*>Estados-Contables y Reporte-Presupuesto. Las lineas grabadas antes
*>de AS-NUMERO terminan en el importe: los campos siguientes se leen
*>en blanco.
01 AS-REGISTRO.
    05 AS-FECHA     PIC X(8).
    05 AS-SEP1      PIC X(1).
    05 AS-ORIGEN    PIC X(12).
    05 AS-SEP2      PIC X(1).
    05 AS-CUENTA    PIC X(6).
    05 AS-SEP3      PIC X(1).
    05 AS-DH        PIC X(1).
    05 AS-SEP4      PIC X(1).
    05 AS-IMPORTE   PIC 9(12)V9(2).
    05 AS-SEP5      PIC X(1).
    05 AS-NUMERO    PIC 9(6).
    05 AS-SEP6      PIC X(1).
    05 AS-APROBADOR PIC X(4).
    05 AS-SEP7      PIC X(1).
    05 AS-CONCEPTO  PIC X(30).
