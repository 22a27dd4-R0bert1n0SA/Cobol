*>Layout compartido del maestro DOCENTES: una linea por docente
*>(codigo de cuatro posiciones que va en AT-DOCENTE de las actas y en
*>AS-DOCENTE de las listas, nombre, marca de activo y hasta diez
*>modulos de la tabla MODULOS en los que esta habilitado para tomar
*>examen). Lo mantiene Mantener-Docentes; Ejercicio12 no abre un acta
*>a nombre de un docente inexistente, inactivo o no habilitado en el
*>modulo, y Carga-Docentes arma con el el informe de carga por periodo.
01 DO-REGISTRO.
    05 DO-CODIGO  PIC X(4).
    05 DO-SEP1    PIC X(1).
    05 DO-NOMBRE  PIC X(30).
    05 DO-SEP2    PIC X(1).
    05 DO-ACTIVO  PIC X(1).
    05 DO-HABILITACIONES OCCURS 10 TIMES.
        10 DO-SEPH    PIC X(1).
        10 DO-MODULO  PIC X(6).
