*>Layout compartido de la bitacora BITACORA-PIN: cada intento de
*>ingreso con PIN que falla (PIN INCORRECTO, SIN PIN ASIGNADO,
*>INTENTO BLOQUEADO), cada BLOQUEO por intentos fallidos, cada CAMBIO
*>DE PIN y cada accion de supervisor en Mantener-Pines (PIN ASIGNADO,
*>DESBLOQUEO), con el programa en el que ocurrio, el operador
*>afectado, los fallos seguidos que llevaba y, en las acciones de
*>supervisor, quien las hizo.
01 BP-REGISTRO.
    05 BP-FECHA       PIC X(8).
    05 BP-SEP1        PIC X(1).
    05 BP-HORA        PIC X(6).
    05 BP-SEP2        PIC X(1).
    05 BP-PROGRAMA    PIC X(20).
    05 BP-SEP3        PIC X(1).
    05 BP-OPERADOR    PIC X(4).
    05 BP-SEP4        PIC X(1).
    05 BP-EVENTO      PIC X(20).
    05 BP-SEP5        PIC X(1).
    05 BP-FALLOS      PIC 9(1).
    05 BP-SEP6        PIC X(1).
    05 BP-SUPERVISOR  PIC X(4).
