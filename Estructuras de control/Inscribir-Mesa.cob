*>Inscripcion de alumnos a las mesas del calendario MESAS, que hasta
*>ahora se hacia por correo. Por cada inscripcion se tipea el numero
*>de mesa y el legajo (validado contra REGISTRO-ALUMNOS, de donde se
*>toman nombre y cohorte; un alumno inactivo no se inscribe). Se
*>rechaza la inscripcion pasado el cierre de la mesa, con el cupo del
*>aula completo, repetida, o de un alumno que ya esta inscripto a otra
*>mesa el mismo dia; tambien la del alumno sin la correlativa del
*>modulo APROBADA (EPA-RESULTADOS con las rectificaciones aplicadas, o
*>una equivalencia en EQUIVALENCIAS) o bloqueado por cuotas impagas
*>segun Deuda-Cuotas, los mismos controles que hace Ejercicio12 al
*>cargar la nota. La inscripcion aceptada se graba en
*>INSCRIPCIONES-MESA (layout de copybooks/inscripcion-mesa).

IDENTIFICATION DIVISION.
PROGRAM-ID. Inscribir-Mesa.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MESAS ASSIGN TO "MESAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MS-STATUS.
        SELECT INSCRIPCIONES-MESA ASSIGN TO "INSCRIPCIONES-MESA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IM-STATUS.
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
    FD  MESAS.
        COPY "mesa-rec".
    FD  INSCRIPCIONES-MESA.
        COPY "inscripcion-mesa".
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
        COPY "cuotas-args".
        01 MS-STATUS PIC X(2).
        01 IM-STATUS PIC X(2).
        01 RA-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 EQ-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-inscripciones PIC X(1) value "S".
        01 cant-mesas PIC 9(3) value 0.
        01 tabla-mesas.
            05 mesa-item OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-mesas.
                10 tm-numero  PIC 9(6).
                10 tm-modulo  PIC X(6).
                10 tm-fecha   PIC X(8).
                10 tm-cupo    PIC 9(3).
                10 tm-cierre  PIC X(8).
        01 t PIC 9(3).
        01 pos-mesa PIC 9(3).
        01 pos-otra PIC 9(3).
        01 numero-mesa PIC 9(6).
        01 legajo-inscripcion PIC 9(8).
        01 alumno-encontrado PIC X(1).
        01 nombre-alumno PIC X(30).
        01 ingreso-alumno PIC 9(4).
        01 activo-alumno PIC X(1).
        01 cant-inscriptos-mesa PIC 9(4).
        01 ya-inscripto PIC X(1).
        01 mesa-mismo-dia PIC 9(6).
        01 previo-modulo PIC X(6).
        01 correlativa-cumplida PIC X(1).
        01 cant-inscripciones PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0500-CARGAR-MESAS THRU 0500-CARGAR-MESAS-EXIT
    IF cant-mesas = 0
        Display "Calendario MESAS vacio o inexistente: no hay mesas"
            " a las que inscribirse"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until hay-mas-inscripciones = "N"
        or hay-mas-inscripciones = "n"
        PERFORM 1000-TOMAR-INSCRIPCION
            THRU 1000-TOMAR-INSCRIPCION-EXIT
        Display "¿Desea registrar otra inscripcion? (S/N): "
        Accept hay-mas-inscripciones
    End-Perform
    Display "Inscripciones registradas: " cant-inscripciones
    STOP RUN.

0500-CARGAR-MESAS.
    OPEN INPUT MESAS
    IF MS-STATUS <> "00"
        GO TO 0500-CARGAR-MESAS-EXIT
    END-IF
    PERFORM 0510-LEER-MESA
    PERFORM UNTIL MS-STATUS = "10" OR cant-mesas = 500
        Compute cant-mesas = cant-mesas + 1
        Move MS-NUMERO to tm-numero (cant-mesas)
        Move MS-MODULO to tm-modulo (cant-mesas)
        Move MS-FECHA  to tm-fecha (cant-mesas)
        Move MS-CUPO   to tm-cupo (cant-mesas)
        Move MS-CIERRE to tm-cierre (cant-mesas)
        PERFORM 0510-LEER-MESA
    END-PERFORM
    CLOSE MESAS.
0500-CARGAR-MESAS-EXIT.
    EXIT.

0510-LEER-MESA.
    READ MESAS
    NOT AT END
        CONTINUE
    END-READ.

1000-TOMAR-INSCRIPCION.
    Display "Numero de mesa: "
    Accept numero-mesa
    Move 0 to pos-mesa
    PERFORM 1100-BUSCAR-MESA THRU 1100-BUSCAR-MESA-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-mesas
    IF pos-mesa = 0
        Display "Error: la mesa " numero-mesa " no figura en MESAS"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    Display "Mesa " numero-mesa " modulo " tm-modulo (pos-mesa)
        " fecha " tm-fecha (pos-mesa) " cierre " tm-cierre (pos-mesa)
    IF fecha-hoy > tm-cierre (pos-mesa)
        Display "Error: la inscripcion a la mesa cerro el "
            tm-cierre (pos-mesa)
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    Display "Legajo del alumno: "
    Accept legajo-inscripcion
    PERFORM 2000-BUSCAR-ALUMNO THRU 2000-BUSCAR-ALUMNO-EXIT
    IF alumno-encontrado = "N"
        Display "Error: el legajo " legajo-inscripcion " no figura en"
            " REGISTRO-ALUMNOS"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    Display "  " legajo-inscripcion " " nombre-alumno
    IF activo-alumno <> "S"
        Display "Error: el alumno figura inactivo en el padron"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    PERFORM 3000-REVISAR-INSCRIPCIONES
        THRU 3000-REVISAR-INSCRIPCIONES-EXIT
    IF ya-inscripto = "S"
        Display "Error: el alumno ya esta inscripto a esta mesa"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    IF mesa-mismo-dia > 0
        Display "Error: el alumno ya esta inscripto a la mesa "
            mesa-mismo-dia " del mismo dia " tm-fecha (pos-mesa)
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    IF cant-inscriptos-mesa >= tm-cupo (pos-mesa)
        Display "Error: cupo completo (" tm-cupo (pos-mesa)
            " alumnos)"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    PERFORM 4000-VERIFICAR-CORRELATIVA
        THRU 4000-VERIFICAR-CORRELATIVA-EXIT
    IF correlativa-cumplida = "N"
        Display "Error: el alumno no tiene aprobada la correlativa "
            previo-modulo
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    Move legajo-inscripcion to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-BLOQUEADO = "S"
        Display "Error: el alumno esta bloqueado por " CQ-IMPAGAS
            " cuotas impagas"
        GO TO 1000-TOMAR-INSCRIPCION-EXIT
    END-IF
    PERFORM 5000-GRABAR-INSCRIPCION
    Display "Inscripcion registrada: legajo " legajo-inscripcion
        " en la mesa " numero-mesa " (" cant-inscriptos-mesa
        " de " tm-cupo (pos-mesa) ")".
1000-TOMAR-INSCRIPCION-EXIT.
    EXIT.

1100-BUSCAR-MESA.
    IF tm-numero (t) = numero-mesa
        Move t to pos-mesa
    END-IF.
1100-BUSCAR-MESA-EXIT.
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
        IF RA-LEGAJO = legajo-inscripcion
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

*>Una sola pasada por INSCRIPCIONES-MESA cuenta los inscriptos de la
*>mesa pedida y busca al alumno en ella y en otra mesa del mismo dia.
3000-REVISAR-INSCRIPCIONES.
    Move 0 to cant-inscriptos-mesa
    Move "N" to ya-inscripto
    Move 0 to mesa-mismo-dia
    OPEN INPUT INSCRIPCIONES-MESA
    IF IM-STATUS <> "00"
        GO TO 3000-REVISAR-INSCRIPCIONES-EXIT
    END-IF
    PERFORM 3100-LEER-INSCRIPCION
    PERFORM UNTIL IM-STATUS = "10"
        IF IM-MESA = numero-mesa
            Compute cant-inscriptos-mesa = cant-inscriptos-mesa + 1
            IF IM-LEGAJO = legajo-inscripcion
                Move "S" to ya-inscripto
            END-IF
        ELSE
            IF IM-LEGAJO = legajo-inscripcion
                PERFORM 3200-REVISAR-OTRA-MESA
                    THRU 3200-REVISAR-OTRA-MESA-EXIT
            END-IF
        END-IF
        PERFORM 3100-LEER-INSCRIPCION
    END-PERFORM
    CLOSE INSCRIPCIONES-MESA.
3000-REVISAR-INSCRIPCIONES-EXIT.
    EXIT.

3100-LEER-INSCRIPCION.
    READ INSCRIPCIONES-MESA
    NOT AT END
        CONTINUE
    END-READ.

3200-REVISAR-OTRA-MESA.
    Move 0 to pos-otra
    PERFORM 3300-BUSCAR-OTRA-MESA THRU 3300-BUSCAR-OTRA-MESA-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-mesas
    IF pos-otra = 0
        GO TO 3200-REVISAR-OTRA-MESA-EXIT
    END-IF
    IF tm-fecha (pos-otra) = tm-fecha (pos-mesa)
        Move IM-MESA to mesa-mismo-dia
    END-IF.
3200-REVISAR-OTRA-MESA-EXIT.
    EXIT.

3300-BUSCAR-OTRA-MESA.
    IF tm-numero (t) = IM-MESA
        Move t to pos-otra
    END-IF.
3300-BUSCAR-OTRA-MESA-EXIT.
    EXIT.

*>La correlativa se busca en MODULOS; sin correlativa declarada no
*>hay nada que exigir. Se da por cumplida con un APROBADO del modulo
*>previo en el extracto o con una equivalencia de ese modulo.
4000-VERIFICAR-CORRELATIVA.
    Move "S" to correlativa-cumplida
    Move SPACES to previo-modulo
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        GO TO 4000-VERIFICAR-CORRELATIVA-EXIT
    END-IF
    PERFORM 4100-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10"
        IF MD-COD = tm-modulo (pos-mesa)
            Move MD-PREVIO to previo-modulo
        END-IF
        PERFORM 4100-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS
    IF previo-modulo = SPACES
        GO TO 4000-VERIFICAR-CORRELATIVA-EXIT
    END-IF
    Move "N" to correlativa-cumplida
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS = "00"
        PERFORM 4200-LEER-RESULTADO
        PERFORM UNTIL ER-STATUS = "10"
            IF ER-LEGAJO = legajo-inscripcion
            AND ER-MODULO = previo-modulo
            AND ER-ESTADO = "APROBADO"
                Move "S" to correlativa-cumplida
            END-IF
            PERFORM 4200-LEER-RESULTADO
        END-PERFORM
        CLOSE EPA-RESULTADOS
    END-IF
    IF correlativa-cumplida = "S"
        GO TO 4000-VERIFICAR-CORRELATIVA-EXIT
    END-IF
    OPEN INPUT EQUIVALENCIAS
    IF EQ-STATUS <> "00"
        GO TO 4000-VERIFICAR-CORRELATIVA-EXIT
    END-IF
    PERFORM 4300-LEER-EQUIVALENCIA
    PERFORM UNTIL EQ-STATUS = "10"
        IF EQ-LEGAJO = legajo-inscripcion
        AND EQ-MODULO = previo-modulo
            Move "S" to correlativa-cumplida
        END-IF
        PERFORM 4300-LEER-EQUIVALENCIA
    END-PERFORM
    CLOSE EQUIVALENCIAS.
4000-VERIFICAR-CORRELATIVA-EXIT.
    EXIT.

4100-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

4200-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 4250-CORREGIR-RESULTADO
    END-READ.

4250-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

4300-LEER-EQUIVALENCIA.
    READ EQUIVALENCIAS
    NOT AT END
        CONTINUE
    END-READ.

5000-GRABAR-INSCRIPCION.
    OPEN EXTEND INSCRIPCIONES-MESA
    IF IM-STATUS = "35"
        OPEN OUTPUT INSCRIPCIONES-MESA
    END-IF
    INITIALIZE IM-REGISTRO
    Move numero-mesa        to IM-MESA
    Move SPACE              to IM-SEP1
    Move legajo-inscripcion to IM-LEGAJO
    Move SPACE              to IM-SEP2
    Move nombre-alumno      to IM-NOMBRE
    Move SPACE              to IM-SEP3
    Move ingreso-alumno     to IM-INGRESO
    Move SPACE              to IM-SEP4
    Move fecha-hoy          to IM-FECHA
    WRITE IM-REGISTRO
    CLOSE INSCRIPCIONES-MESA
    Compute cant-inscriptos-mesa = cant-inscriptos-mesa + 1
    Compute cant-inscripciones = cant-inscripciones + 1.
