*>Layout compartido del archivo CUOTAS: una linea por cuota mensual
*>de arancel emitida a un alumno (legajo, periodo AAAAMM, cohorte con
*>que se la valorizo, importe, vencimiento y fecha de emision). La
*>graba Emitir-Cuotas una vez por alumno activo y periodo; los pagos
*>de PAGOS-CUOTAS se aplican a las cuotas de la mas vieja a la mas
*>nueva. CU-BECA es el porcentaje de beca de BECAS-OTORGADAS que se
*>desconto del arancel de la cohorte (cero = sin beca); CU-IMPORTE ya
*>es el importe neto a cobrar.
01 CU-REGISTRO.
    05 CU-LEGAJO      PIC 9(8).
    05 CU-SEP1        PIC X(1).
    05 CU-PERIODO     PIC X(6).
    05 CU-SEP2        PIC X(1).
    05 CU-INGRESO     PIC 9(4).
    05 CU-SEP3        PIC X(1).
    05 CU-IMPORTE     PIC 9(7)V9(2).
    05 CU-SEP4        PIC X(1).
    05 CU-VENCIMIENTO PIC X(8).
    05 CU-SEP5        PIC X(1).
    05 CU-EMISION     PIC X(8).
    05 CU-SEP6        PIC X(1).
    05 CU-BECA        PIC 9(3).
