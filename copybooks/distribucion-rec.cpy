*>Layout de la tabla DISTRIBUCION que recorre Distribuir-Listados al
*>cierre de la ventana: una linea por listado y destinatario (un
*>listado con tres destinatarios lleva tres lineas). DI-DIAS marca los
*>dias en que el listado se espera, una posicion por dia de la semana
*>(1 lunes a 7 domingo) con "S" donde corresponde; en blanco se espera
*>todos los dias. DI-PROGRAMA, optativo, es el paso del RUN-PLAN que
*>produce el listado: si esta cargado, el listado solo cuenta como de
*>la noche cuando ese paso figura OK en RUN-CONTROL para la fecha de
*>proceso. El destinatario es un codigo sin espacios (SECRETARIA,
*>TESORERIA, DECANATO) porque forma parte del nombre de la copia.
01 DI-REGISTRO.
    05 DI-REPORTE      PIC X(20).
    05 DI-SEP1         PIC X(1).
    05 DI-DESTINATARIO PIC X(20).
    05 DI-SEP2         PIC X(1).
    05 DI-DIAS         PIC X(7).
    05 DI-SEP3         PIC X(1).
    05 DI-PROGRAMA     PIC X(20).
