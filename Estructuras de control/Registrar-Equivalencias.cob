*>Registro de equivalencias: el alumno que pasa de otra institucion
*>trae modulos reconocidos por resolucion, y hasta ahora el registro
*>academico fraguaba un acta para que Egresados los contara. Por cada
*>equivalencia se tipea el legajo (validado contra REGISTRO-ALUMNOS,
*>de donde se toman nombre y cohorte), el modulo reconocido (validado
*>contra MODULOS), la institucion de origen, el numero y la fecha de
*>la resolucion y una observacion opcional, y se graba una linea en
*>EQUIVALENCIAS (layout de copybooks/equivalencia-rec). No se acepta
*>una segunda equivalencia del mismo modulo para el mismo alumno ni la
*>de un modulo que el alumno ya tiene APROBADO por examen en
*>EPA-RESULTADOS (con las rectificaciones aprobadas aplicadas).

IDENTIFICATION DIVISION.
PROGRAM-ID. Registrar-Equivalencias.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EQ-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  EQUIVALENCIAS.
        COPY "equivalencia-rec".
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 RA-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 EQ-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-equivalencias PIC X(1) value "S".
        01 legajo-equivalencia PIC 9(8).
        01 alumno-encontrado PIC X(1).
        01 nombre-alumno PIC X(30).
        01 ingreso-alumno PIC 9(4).
        01 activo-alumno PIC X(1).
        01 modulo-equivalencia PIC X(6).
        01 modulo-encontrado PIC X(1).
        01 nombre-modulo PIC X(20).
        01 ya-aprobado PIC X(1).
        01 ya-reconocido PIC X(1).
        01 institucion-origen PIC X(30).
        01 numero-resolucion PIC X(12).
        01 fecha-resolucion PIC X(8).
        01 observacion-equivalencia PIC X(40).
        01 cant-equivalencias PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Perform Until hay-mas-equivalencias = "N"
        or hay-mas-equivalencias = "n"
        PERFORM 1000-TOMAR-EQUIVALENCIA
            THRU 1000-TOMAR-EQUIVALENCIA-EXIT
        Display "¿Desea registrar otra equivalencia? (S/N): "
        Accept hay-mas-equivalencias
    End-Perform
    Display "Equivalencias registradas: " cant-equivalencias
    STOP RUN.

1000-TOMAR-EQUIVALENCIA.
    Display "Legajo del alumno: "
    Accept legajo-equivalencia
    PERFORM 2000-BUSCAR-ALUMNO THRU 2000-BUSCAR-ALUMNO-EXIT
    IF alumno-encontrado = "N"
        Display "Error: el legajo " legajo-equivalencia " no figura en"
            " REGISTRO-ALUMNOS"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "  " legajo-equivalencia " " nombre-alumno
        " cohorte " ingreso-alumno
    IF activo-alumno = "N"
        Display "ADVERTENCIA: el alumno figura inactivo en el padron"
    END-IF
    Display "Modulo reconocido (codigo): "
    Accept modulo-equivalencia
    PERFORM 3000-BUSCAR-MODULO THRU 3000-BUSCAR-MODULO-EXIT
    IF modulo-encontrado = "N"
        Display "Error: el modulo " modulo-equivalencia " no figura"
            " en MODULOS"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "  " modulo-equivalencia " " nombre-modulo
    PERFORM 4000-BUSCAR-EQUIVALENCIA THRU 4000-BUSCAR-EQUIVALENCIA-EXIT
    IF ya-reconocido = "S"
        Display "Error: el alumno ya tiene una equivalencia registrada"
            " para " modulo-equivalencia
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    PERFORM 5000-BUSCAR-APROBADO THRU 5000-BUSCAR-APROBADO-EXIT
    IF ya-aprobado = "S"
        Display "Error: el alumno ya tiene " modulo-equivalencia
            " APROBADO por examen en EPA-RESULTADOS"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "Institucion de origen: "
    Accept institucion-origen
    IF institucion-origen = SPACES
        Display "Error: la institucion de origen es obligatoria"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "Numero de resolucion: "
    Accept numero-resolucion
    IF numero-resolucion = SPACES
        Display "Error: el numero de resolucion es obligatorio"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "Fecha de la resolucion (AAAAMMDD): "
    Accept fecha-resolucion
    IF fecha-resolucion IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-resolucion
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    IF fecha-resolucion > fecha-hoy
        Display "Error: la fecha de la resolucion es posterior a hoy"
        GO TO 1000-TOMAR-EQUIVALENCIA-EXIT
    END-IF
    Display "Observacion (opcional): "
    Accept observacion-equivalencia
    PERFORM 6000-GRABAR-EQUIVALENCIA
    Display "Equivalencia registrada: " legajo-equivalencia " "
        modulo-equivalencia " resolucion " numero-resolucion.
1000-TOMAR-EQUIVALENCIA-EXIT.
    EXIT.

2000-BUSCAR-ALUMNO.
    Move "N" to alumno-encontrado
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        Display "No se pudo abrir el archivo REGISTRO-ALUMNOS"
        GO TO 2000-BUSCAR-ALUMNO-EXIT
    END-IF
    PERFORM 2100-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        IF RA-LEGAJO = legajo-equivalencia
            Move "S" to alumno-encontrado
            Move RA-NOMBRE to nombre-alumno
            Move RA-ACTIVO to activo-alumno
            IF RA-INGRESO IS NUMERIC
                Move RA-INGRESO to ingreso-alumno
            ELSE
                Move 0 to ingreso-alumno
            END-IF
        END-IF
        PERFORM 2100-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS.
2000-BUSCAR-ALUMNO-EXIT.
    EXIT.

2100-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

3000-BUSCAR-MODULO.
    Move "N" to modulo-encontrado
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "No se pudo abrir el archivo MODULOS"
        GO TO 3000-BUSCAR-MODULO-EXIT
    END-IF
    PERFORM 3100-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10"
        IF MD-COD = modulo-equivalencia
            Move "S" to modulo-encontrado
            Move MD-NOMBRE to nombre-modulo
        END-IF
        PERFORM 3100-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS.
3000-BUSCAR-MODULO-EXIT.
    EXIT.

3100-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

4000-BUSCAR-EQUIVALENCIA.
    Move "N" to ya-reconocido
    OPEN INPUT EQUIVALENCIAS
    IF EQ-STATUS <> "00"
        GO TO 4000-BUSCAR-EQUIVALENCIA-EXIT
    END-IF
    PERFORM 4100-LEER-EQUIVALENCIA
    PERFORM UNTIL EQ-STATUS = "10"
        IF EQ-LEGAJO = legajo-equivalencia
        AND EQ-MODULO = modulo-equivalencia
            Move "S" to ya-reconocido
        END-IF
        PERFORM 4100-LEER-EQUIVALENCIA
    END-PERFORM
    CLOSE EQUIVALENCIAS.
4000-BUSCAR-EQUIVALENCIA-EXIT.
    EXIT.

4100-LEER-EQUIVALENCIA.
    READ EQUIVALENCIAS
    NOT AT END
        CONTINUE
    END-READ.

5000-BUSCAR-APROBADO.
    Move "N" to ya-aprobado
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        GO TO 5000-BUSCAR-APROBADO-EXIT
    END-IF
    PERFORM 5100-LEER-RESULTADO
    PERFORM UNTIL ER-STATUS = "10"
        IF ER-LEGAJO = legajo-equivalencia
        AND ER-MODULO = modulo-equivalencia
        AND ER-ESTADO = "APROBADO"
            Move "S" to ya-aprobado
        END-IF
        PERFORM 5100-LEER-RESULTADO
    END-PERFORM
    CLOSE EPA-RESULTADOS.
5000-BUSCAR-APROBADO-EXIT.
    EXIT.

5100-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 5150-CORREGIR-RESULTADO
    END-READ.

5150-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

6000-GRABAR-EQUIVALENCIA.
    OPEN EXTEND EQUIVALENCIAS
    IF EQ-STATUS = "35"
        OPEN OUTPUT EQUIVALENCIAS
    END-IF
    INITIALIZE EQ-REGISTRO
    Move legajo-equivalencia      to EQ-LEGAJO
    Move SPACE                    to EQ-SEP1
    Move modulo-equivalencia      to EQ-MODULO
    Move SPACE                    to EQ-SEP2
    Move nombre-alumno            to EQ-NOMBRE
    Move SPACE                    to EQ-SEP3
    Move ingreso-alumno           to EQ-INGRESO
    Move SPACE                    to EQ-SEP4
    Move institucion-origen       to EQ-INSTITUCION
    Move SPACE                    to EQ-SEP5
    Move numero-resolucion        to EQ-RESOLUCION
    Move SPACE                    to EQ-SEP6
    Move fecha-resolucion         to EQ-FECHA-RESOLUCION
    Move SPACE                    to EQ-SEP7
    Move fecha-hoy                to EQ-FECHA
    Move SPACE                    to EQ-SEP8
    Move observacion-equivalencia to EQ-OBSERVACION
    WRITE EQ-REGISTRO
    CLOSE EQUIVALENCIAS
    Compute cant-equivalencias = cant-equivalencias + 1.
