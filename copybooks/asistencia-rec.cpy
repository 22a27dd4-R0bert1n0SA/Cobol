*>Layout compartido del archivo ASISTENCIAS: una linea por alumno y
*>clase dictada (legajo, modulo, periodo de cursada con el mismo
*>codigo que INSCRIPCIONES, fecha de la clase, presente P o ausente A
*>y docente que tomo la lista). Lo graba Tomar-Asistencia; Ejercicio12
*>calcula con el el porcentaje de asistencia contra el minimo del
*>modulo y Reporte-Asistencia lista a los que estan por quedar abajo.
01 AS-REGISTRO.
    05 AS-LEGAJO   PIC 9(8).
    05 AS-SEP1     PIC X(1).
    05 AS-MODULO   PIC X(6).
    05 AS-SEP2     PIC X(1).
    05 AS-PERIODO  PIC X(6).
    05 AS-SEP3     PIC X(1).
    05 AS-FECHA    PIC X(8).
    05 AS-SEP4     PIC X(1).
    05 AS-PRESENTE PIC X(1).
    05 AS-SEP5     PIC X(1).
    05 AS-DOCENTE  PIC X(4).
