*>Layout compartido del calendario MESAS: una linea por mesa de
*>examen anunciada (numero correlativo, modulo, periodo de cursada que
*>se rinde, fecha de la mesa, docente a cargo, aula con su cupo y
*>fecha de cierre de inscripcion, inclusive). La graba
*>Programar-Mesas; Inscribir-Mesa toma las inscripciones de los
*>alumnos en INSCRIPCIONES-MESA contra el cupo y el cierre, y
*>Ejercicio12 abre el acta sobre la mesa (AT-MESA) con sus inscriptos
*>precargados.
01 MS-REGISTRO.
    05 MS-NUMERO  PIC 9(6).
    05 MS-SEP1    PIC X(1).
    05 MS-MODULO  PIC X(6).
    05 MS-SEP2    PIC X(1).
    05 MS-PERIODO PIC X(6).
    05 MS-SEP3    PIC X(1).
    05 MS-FECHA   PIC X(8).
    05 MS-SEP4    PIC X(1).
    05 MS-DOCENTE PIC X(4).
    05 MS-SEP5    PIC X(1).
    05 MS-AULA    PIC X(10).
    05 MS-SEP6    PIC X(1).
    05 MS-CUPO    PIC 9(3).
    05 MS-SEP7    PIC X(1).
    05 MS-CIERRE  PIC X(8).
