*>Layout compartido del archivo INSCRIPCIONES-MESA: una linea por
*>alumno inscripto a una mesa del calendario MESAS, con el nombre y
*>la cohorte tomados del padron al inscribir (Ejercicio12 los
*>precarga al abrir el acta de la mesa) y la fecha de la inscripcion.
*>La graba Inscribir-Mesa despues de controlar cierre, cupo,
*>correlativa, cuotas impagas y superposicion de mesas el mismo dia.
01 IM-REGISTRO.
    05 IM-MESA    PIC 9(6).
    05 IM-SEP1    PIC X(1).
    05 IM-LEGAJO  PIC 9(8).
    05 IM-SEP2    PIC X(1).
    05 IM-NOMBRE  PIC X(30).
    05 IM-SEP3    PIC X(1).
    05 IM-INGRESO PIC 9(4).
    05 IM-SEP4    PIC X(1).
    05 IM-FECHA   PIC X(8).
