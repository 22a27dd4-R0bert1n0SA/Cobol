*>Toma de lista de una clase: el docente indica modulo (validado
*>contra la tabla MODULOS), periodo de cursada, fecha de la clase y su
*>codigo, y el programa recorre los inscriptos del modulo en el
*>periodo segun INSCRIPCIONES pidiendo presente (P) o ausente (A) de
*>cada uno. Sin inscriptos cargados se tipean los legajos presentes
*>uno por uno (el que no se tipea cuenta como ausente, porque el
*>porcentaje se mide contra las clases dictadas). La lista queda en
*>ASISTENCIAS, una linea por alumno; una clase ya tomada no se vuelve
*>a tomar. Con ese archivo Ejercicio12 exige la asistencia minima del
*>modulo antes de aceptar la nota y Reporte-Asistencia avisa a los que
*>estan por quedar debajo del minimo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Tomar-Asistencia.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IN-STATUS.
        SELECT ASISTENCIAS ASSIGN TO "ASISTENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  MODULOS.
        COPY "modulo-rec".
    FD  INSCRIPCIONES.
        01 IN-REGISTRO.
            05 IN-LEGAJO  PIC 9(8).
            05 IN-SEP1    PIC X(1).
            05 IN-MODULO  PIC X(6).
            05 IN-SEP2    PIC X(1).
            05 IN-PERIODO PIC X(6).
    FD  ASISTENCIAS.
        COPY "asistencia-rec".
    WORKING-STORAGE SECTION.
        01 MD-STATUS PIC X(2).
        01 IN-STATUS PIC X(2).
        01 AS-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 modulo-clase PIC X(6).
        01 nombre-modulo PIC X(20).
        01 modulo-valido PIC X(1).
        01 periodo-clase PIC X(6).
        01 fecha-clase PIC X(8).
        01 docente-clase PIC X(4).
        01 clase-tomada PIC X(1) value "N".
        01 cant-alumnos PIC 9(3) value 0.
        01 tabla-alumnos.
            05 alumno-item OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-alumnos.
                10 alu-legajo   PIC 9(8).
                10 alu-presente PIC X(1).
        01 a PIC 9(3).
        01 pos-alumno PIC 9(3).
        01 legajo-entrada PIC 9(8).
        01 respuesta PIC X(1).
        01 fin-legajos PIC X(1).
        01 cant-presentes PIC 9(3) value 0.
        01 cant-ausentes PIC 9(3) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 1000-PEDIR-MODULO THRU 1000-PEDIR-MODULO-EXIT
    Display "Periodo de cursada (AAAAPP): "
    Accept periodo-clase
    Display "Fecha de la clase (AAAAMMDD, espacios = hoy): "
    Accept fecha-clase
    IF fecha-clase = SPACES
        Move fecha-hoy to fecha-clase
    END-IF
    IF fecha-clase IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-clase
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Docente que toma la lista (codigo): "
    Accept docente-clase
    PERFORM 2000-VERIFICAR-CLASE THRU 2000-VERIFICAR-CLASE-EXIT
    IF clase-tomada = "S"
        Display "Error: la lista de " modulo-clase " periodo "
            periodo-clase " del " fecha-clase " ya fue tomada"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-CARGAR-INSCRIPTOS THRU 3000-CARGAR-INSCRIPTOS-EXIT
    IF cant-alumnos > 0
        PERFORM 4000-PASAR-LISTA THRU 4000-PASAR-LISTA-EXIT
            VARYING a FROM 1 BY 1 UNTIL a > cant-alumnos
    ELSE
        Display "Sin inscriptos para " modulo-clase " periodo "
            periodo-clase ": ingrese los legajos presentes"
        Move "N" to fin-legajos
        Perform Until fin-legajos = "S"
            PERFORM 4500-PEDIR-PRESENTE THRU 4500-PEDIR-PRESENTE-EXIT
        End-Perform
    END-IF
    IF cant-alumnos = 0
        Display "Lista vacia: no se graba nada"
        STOP RUN
    END-IF
    PERFORM 5000-GRABAR-LISTA
    Display "Clase del " fecha-clase " de " modulo-clase
        " (" nombre-modulo "): presentes " cant-presentes
        " ausentes " cant-ausentes
    STOP RUN.

1000-PEDIR-MODULO.
    Move "N" to modulo-valido
    Perform Until modulo-valido = "S"
        Display "Ingrese codigo de modulo: "
        Accept modulo-clase
        PERFORM 1100-BUSCAR-MODULO THRU 1100-BUSCAR-MODULO-EXIT
        IF modulo-valido = "N"
            Display "Error: el modulo no figura en la tabla MODULOS"
        END-IF
    End-Perform.
1000-PEDIR-MODULO-EXIT.
    EXIT.

1100-BUSCAR-MODULO.
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MODULOS,"
            " no se valida el modulo"
        Move "S" to modulo-valido
        Move SPACES to nombre-modulo
        GO TO 1100-BUSCAR-MODULO-EXIT
    END-IF
    PERFORM 1200-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10"
        IF MD-COD = modulo-clase
            Move "S" to modulo-valido
            Move MD-NOMBRE to nombre-modulo
        END-IF
        PERFORM 1200-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS.
1100-BUSCAR-MODULO-EXIT.
    EXIT.

1200-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

2000-VERIFICAR-CLASE.
    OPEN INPUT ASISTENCIAS
    IF AS-STATUS <> "00"
        GO TO 2000-VERIFICAR-CLASE-EXIT
    END-IF
    PERFORM 2100-LEER-ASISTENCIA
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-MODULO = modulo-clase AND AS-PERIODO = periodo-clase
        AND AS-FECHA = fecha-clase
            Move "S" to clase-tomada
        END-IF
        PERFORM 2100-LEER-ASISTENCIA
    END-PERFORM
    CLOSE ASISTENCIAS.
2000-VERIFICAR-CLASE-EXIT.
    EXIT.

2100-LEER-ASISTENCIA.
    READ ASISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

3000-CARGAR-INSCRIPTOS.
    OPEN INPUT INSCRIPCIONES
    IF IN-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir INSCRIPCIONES"
        GO TO 3000-CARGAR-INSCRIPTOS-EXIT
    END-IF
    PERFORM 3100-LEER-INSCRIPCION
    PERFORM UNTIL IN-STATUS = "10" OR cant-alumnos = 500
        IF IN-MODULO = modulo-clase AND IN-PERIODO = periodo-clase
            Compute cant-alumnos = cant-alumnos + 1
            Move IN-LEGAJO to alu-legajo (cant-alumnos)
            Move "A"       to alu-presente (cant-alumnos)
        END-IF
        PERFORM 3100-LEER-INSCRIPCION
    END-PERFORM
    CLOSE INSCRIPCIONES.
3000-CARGAR-INSCRIPTOS-EXIT.
    EXIT.

3100-LEER-INSCRIPCION.
    READ INSCRIPCIONES
    NOT AT END
        CONTINUE
    END-READ.

4000-PASAR-LISTA.
    Move SPACE to respuesta
    Perform Until respuesta = "P" OR respuesta = "A"
        Display "Legajo " alu-legajo (a)
            ": presente o ausente (P/A, espacios = P): "
        Accept respuesta
        IF respuesta = SPACE OR respuesta = "p"
            Move "P" to respuesta
        END-IF
        IF respuesta = "a"
            Move "A" to respuesta
        END-IF
        IF respuesta <> "P" AND respuesta <> "A"
            Display "Error: responda P o A"
        END-IF
    End-Perform
    Move respuesta to alu-presente (a)
    IF respuesta = "P"
        Compute cant-presentes = cant-presentes + 1
    ELSE
        Compute cant-ausentes = cant-ausentes + 1
    END-IF.
4000-PASAR-LISTA-EXIT.
    EXIT.

4500-PEDIR-PRESENTE.
    Display "Legajo presente (0 = no hay mas): "
    Accept legajo-entrada
    IF legajo-entrada = 0 OR cant-alumnos = 500
        Move "S" to fin-legajos
        GO TO 4500-PEDIR-PRESENTE-EXIT
    END-IF
    Move 0 to pos-alumno
    PERFORM 4600-BUSCAR-ALUMNO THRU 4600-BUSCAR-ALUMNO-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-alumnos
    IF pos-alumno > 0
        Display "El legajo " legajo-entrada " ya esta en la lista"
        GO TO 4500-PEDIR-PRESENTE-EXIT
    END-IF
    Compute cant-alumnos = cant-alumnos + 1
    Move legajo-entrada to alu-legajo (cant-alumnos)
    Move "P"            to alu-presente (cant-alumnos)
    Compute cant-presentes = cant-presentes + 1.
4500-PEDIR-PRESENTE-EXIT.
    EXIT.

4600-BUSCAR-ALUMNO.
    IF alu-legajo (a) = legajo-entrada
        Move a to pos-alumno
    END-IF.
4600-BUSCAR-ALUMNO-EXIT.
    EXIT.

5000-GRABAR-LISTA.
    OPEN EXTEND ASISTENCIAS
    IF AS-STATUS = "35"
        OPEN OUTPUT ASISTENCIAS
    END-IF
    PERFORM 5100-GRABAR-ALUMNO THRU 5100-GRABAR-ALUMNO-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-alumnos
    CLOSE ASISTENCIAS.

5100-GRABAR-ALUMNO.
    INITIALIZE AS-REGISTRO
    Move alu-legajo (a)   to AS-LEGAJO
    Move SPACE            to AS-SEP1
    Move modulo-clase     to AS-MODULO
    Move SPACE            to AS-SEP2
    Move periodo-clase    to AS-PERIODO
    Move SPACE            to AS-SEP3
    Move fecha-clase      to AS-FECHA
    Move SPACE            to AS-SEP4
    Move alu-presente (a) to AS-PRESENTE
    Move SPACE            to AS-SEP5
    Move docente-clase    to AS-DOCENTE
    WRITE AS-REGISTRO.
5100-GRABAR-ALUMNO-EXIT.
    EXIT.
