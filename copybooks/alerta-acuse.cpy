*>Acuse de una alerta de ALERTAS, grabado por Consola-Alertas: numero
*>de la alerta, fecha y hora del acuse, operador que la tomo y su
*>comentario. Se anexa y no se regraba, asi queda quien vio que.
01 ACU-REGISTRO.
    05 ACU-NUMERO     PIC 9(6).
    05 ACU-SEP1       PIC X(1).
    05 ACU-FECHA      PIC X(8).
    05 ACU-SEP2       PIC X(1).
    05 ACU-HORA       PIC X(6).
    05 ACU-SEP3       PIC X(1).
    05 ACU-OPERADOR   PIC X(4).
    05 ACU-SEP4       PIC X(1).
    05 ACU-COMENTARIO PIC X(50).
