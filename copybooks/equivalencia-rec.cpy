*>Layout compartido del archivo EQUIVALENCIAS: una linea por modulo
*>reconocido por resolucion a un alumno que lo aprobo en otra
*>institucion (pase de carrera). La graba Registrar-Equivalencias; es
*>una clase de registro aparte del extracto EPA-RESULTADOS porque no
*>hay acta ni nota de mesa detras. Cuentan como modulo APROBADO para
*>Egresados, para la correlativa de Ejercicio12 (5700) y para la
*>exportacion ALUMNOS-COMBINADO de Cruce-Alumnos; Certificados y las
*>estadisticas de rendimiento no las leen. EQ-NOMBRE y EQ-INGRESO se
*>copian del padron al registrar, asi el alumno que solo tiene
*>equivalencias en un modulo no pierde nombre ni cohorte. EQ-FECHA es
*>la fecha de carga y EQ-OBSERVACION una nota libre opcional.
01 EQ-REGISTRO.
    05 EQ-LEGAJO           PIC 9(8).
    05 EQ-SEP1             PIC X(1).
    05 EQ-MODULO           PIC X(6).
    05 EQ-SEP2             PIC X(1).
    05 EQ-NOMBRE           PIC X(30).
    05 EQ-SEP3             PIC X(1).
    05 EQ-INGRESO          PIC 9(4).
    05 EQ-SEP4             PIC X(1).
    05 EQ-INSTITUCION      PIC X(30).
    05 EQ-SEP5             PIC X(1).
    05 EQ-RESOLUCION       PIC X(12).
    05 EQ-SEP6             PIC X(1).
    05 EQ-FECHA-RESOLUCION PIC X(8).
    05 EQ-SEP7             PIC X(1).
    05 EQ-FECHA            PIC X(8).
    05 EQ-SEP8             PIC X(1).
    05 EQ-OBSERVACION      PIC X(40).
