*>Layout compartido del archivo BECAS-OTORGADAS: una linea por beca
*>que el comite otorgo sobre el ranking de Becas (legajo, porcentaje
*>de descuento sobre la cuota, periodos AAAAMM desde y hasta
*>inclusive, numero de resolucion, fecha de carga y supervisor que la
*>cargo). La graba Otorgar-Becas; Emitir-Cuotas descuenta el
*>porcentaje de la cuota de cada periodo vigente y Renovar-Becas
*>controla el promedio de retencion de los becados.
01 BO-REGISTRO.
    05 BO-LEGAJO     PIC 9(8).
    05 BO-SEP1       PIC X(1).
    05 BO-PORCENTAJE PIC 9(3).
    05 BO-SEP2       PIC X(1).
    05 BO-DESDE      PIC X(6).
    05 BO-SEP3       PIC X(1).
    05 BO-HASTA      PIC X(6).
    05 BO-SEP4       PIC X(1).
    05 BO-RESOLUCION PIC X(12).
    05 BO-SEP5       PIC X(1).
    05 BO-FECHA      PIC X(8).
    05 BO-SEP6       PIC X(1).
    05 BO-SUPERVISOR PIC X(4).
