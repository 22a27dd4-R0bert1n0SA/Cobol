*>Layout compartido de PERIODOS-CERRADOS, la bitacora de cierre de
*>meses contables: cada cierre y cada reapertura es una linea que no
*>se borra, con el supervisor, la fecha, la hora y el motivo. El
*>estado de un mes lo da su ultima linea (C cerrado, R reabierto); un
*>mes sin lineas esta abierto. La graba Cerrar-Periodo y la consulta
*>el subprograma Controlar-Periodo.
01 PE-REGISTRO.
    05 PE-MES      PIC X(6).
    05 PE-SEP1     PIC X(1).
    05 PE-ACCION   PIC X(1).
    05 PE-SEP2     PIC X(1).
    05 PE-FECHA    PIC X(8).
    05 PE-SEP3     PIC X(1).
    05 PE-HORA     PIC X(6).
    05 PE-SEP4     PIC X(1).
    05 PE-OPERADOR PIC X(4).
    05 PE-SEP5     PIC X(1).
    05 PE-MOTIVO   PIC X(40).
