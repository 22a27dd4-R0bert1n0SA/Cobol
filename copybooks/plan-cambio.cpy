*>Layout compartido de la bitacora PLAN-CAMBIOS: Mantener-Plan anexa
*>una linea por imagen de cada paso de RUN-PLAN que cambia. PC-ACCION
*>es la accion (A alta, M modificacion, B baja) y PC-IMAGEN la imagen
*>del paso: A anterior al cambio, D despues del cambio. La baja deja
*>solo la imagen anterior, el alta solo la posterior y la
*>modificacion las dos, la anterior primero. Revisar-Accesos la lee
*>como rastro de uso de supervisor, un cambio por accion.
01 PC-REGISTRO.
    05 PC-FECHA      PIC X(8).
    05 PC-SEP1       PIC X(1).
    05 PC-HORA       PIC X(6).
    05 PC-SEP2       PIC X(1).
    05 PC-OPERADOR   PIC X(4).
    05 PC-SEP3       PIC X(1).
    05 PC-ACCION     PIC X(1).
    05 PC-SEP4       PIC X(1).
    05 PC-IMAGEN     PIC X(1).
    05 PC-SEP5       PIC X(1).
    05 PC-PASO       PIC 9(2).
    05 PC-SEP6       PIC X(1).
    05 PC-PROGRAMA   PIC X(20).
    05 PC-SEP7       PIC X(1).
    05 PC-ARCHIVO    PIC X(20).
    05 PC-SEP8       PIC X(1).
    05 PC-PREVIOS    PIC X(8).
    05 PC-SEP9       PIC X(1).
    05 PC-SEVERIDAD  PIC X(1).
    05 PC-SEP10      PIC X(1).
    05 PC-FRECUENCIA PIC X(1).
    05 PC-SEP11      PIC X(1).
    05 PC-DIA        PIC 9(1).
