*>Registro de la bitacora TRANSMISIONES: cada vez que Chequeo-Previo
*>revisa el NUMEROS-SUCn de una sucursal anota la fecha de proceso, la
*>sucursal, la fecha y hora en que encontro el archivo, los registros
*>de datos leidos y el resultado (A aceptado, R rechazado con su
*>motivo, F falta: el archivo no estaba). La primera anotacion A de
*>una fecha es la llegada de la sucursal; Puntualidad-Sucursal la
*>compara con la hora pactada de SUCURSALES. El archivo no se regraba.
01 KT-REGISTRO.
    05 KT-FECHA-PROCESO PIC X(8).
    05 KT-SEP1          PIC X(1).
    05 KT-SUCURSAL      PIC 9(2).
    05 KT-SEP2          PIC X(1).
    05 KT-FECHA         PIC X(8).
    05 KT-SEP3          PIC X(1).
    05 KT-HORA          PIC X(6).
    05 KT-SEP4          PIC X(1).
    05 KT-REGISTROS     PIC 9(6).
    05 KT-SEP5          PIC X(1).
    05 KT-RESULTADO     PIC X(1).
    05 KT-SEP6          PIC X(1).
    05 KT-MOTIVO        PIC X(50).
