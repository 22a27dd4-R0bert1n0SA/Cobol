*>Layout compartido de la tabla MODULOS: codigo, nombre, umbral de
*>aprobacion, correlativa (MD-PREVIO, espacios = sin correlativa) y
*>porcentaje minimo de asistencia a clase exigido para rendir
*>(MD-ASISTENCIA, cero o espacios = sin exigencia). Ejercicio12 exige
*>el minimo al cargar la nota; Tomar-Asistencia y Reporte-Asistencia
*>trabajan sobre el archivo ASISTENCIAS.
01 MD-REGISTRO.
    05 MD-COD        PIC X(6).
    05 MD-SEP1       PIC X(1).
    05 MD-NOMBRE     PIC X(20).
    05 MD-SEP2       PIC X(1).
    05 MD-UMBRAL     PIC 9(2).
    05 MD-SEP3       PIC X(1).
    05 MD-PREVIO     PIC X(6).
    05 MD-SEP4       PIC X(1).
    05 MD-ASISTENCIA PIC 9(3).
