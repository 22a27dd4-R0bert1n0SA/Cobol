*>Layout compartido del archivo PROPUESTA-BAJAS: una linea por alumno
*>activo del padron sin actividad en los ultimos periodos (sin
*>HISTORIA-ALUMNOS, sin nota en EPA-RESULTADOS y sin INSCRIPCIONES),
*>propuesto para pasar a inactivo. La graba Detectar-Abandono con
*>PB-CONFIRMADA "N"; el registro academico revisa la propuesta y pone
*>"S" en las lineas que confirma, y Mantener-Alumnos (accion P) da de
*>baja solo las confirmadas, con una linea en CAMBIOS-ALUMNOS por
*>cada una. PB-ULTIMA-ACTIVIDAD es la fecha mas reciente que se
*>encontro del alumno en HISTORIA-ALUMNOS o EPA-RESULTADOS (espacios
*>= nunca tuvo actividad registrada) y PB-DESDE-PERIODO el periodo
*>mas viejo de la ventana revisada.
01 PB-REGISTRO.
    05 PB-LEGAJO           PIC 9(8).
    05 PB-SEP1             PIC X(1).
    05 PB-NOMBRE           PIC X(30).
    05 PB-SEP2             PIC X(1).
    05 PB-INGRESO          PIC 9(4).
    05 PB-SEP3             PIC X(1).
    05 PB-ULTIMA-ACTIVIDAD PIC X(8).
    05 PB-SEP4             PIC X(1).
    05 PB-FECHA            PIC X(8).
    05 PB-SEP5             PIC X(1).
    05 PB-DESDE-PERIODO    PIC X(6).
    05 PB-SEP6             PIC X(1).
    05 PB-CONFIRMADA       PIC X(1).
