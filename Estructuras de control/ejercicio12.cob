*>           Cruce-Alumnos), y Reporte-Recuperatorios lista a los
*>           alumnos en tercer intento o mas para los tutores.

*>2026-10-15 asistencia minima para rendir: la tabla MODULOS pasa al
*>           copybook modulo-rec con MD-ASISTENCIA (porcentaje minimo,
*>           cero = sin exigencia) y al abrir el acta se cuentan las
*>           clases dictadas del modulo en el periodo segun
*>           ASISTENCIAS (lo graba Tomar-Asistencia). Un alumno por
*>           debajo del minimo va a EPA-EXCEPCIONES con su porcentaje
*>           en el motivo, igual que el no inscripto. Sin archivo
*>           ASISTENCIAS o sin clases registradas se avisa y se carga
*>           como siempre.

*>2026-10-15 bloqueo por cuotas impagas: antes de la asistencia se
*>           consulta Deuda-Cuotas y el alumno con mas cuotas vencidas
*>           impagas que las toleradas va a EPA-EXCEPCIONES con la
*>           cantidad en el motivo; al cierre se listan los alumnos
*>           bloqueados de la mesa.

*>2026-10-15 el docente de la mesa se valida contra el maestro
*>           DOCENTES al abrir el acta: tiene que existir, estar activo
*>           y estar habilitado en el modulo de la mesa. El acta graba
*>           ademas el periodo (AT-PERIODO) para el informe de carga
*>           docente. Sin archivo DOCENTES se avisa y se acepta el
*>           codigo como antes.

*>2026-10-15 la correlativa se verifica con las notas rectificadas: el
*>           registro de EPA-RESULTADOS se lee a traves de
*>           Corregir-Resultado, que aplica la ultima rectificacion
*>           aprobada de EPA-CORRECCIONES para esa acta y alumno.

*>2026-10-15 la correlativa se da tambien por cumplida con una
*>           equivalencia del modulo previo en EQUIVALENCIAS (modulo
*>           reconocido por resolucion a un alumno de pase), que ya no
*>           necesita un acta fraguada para habilitar al siguiente.

*>2026-10-15 el acta se abre sobre una mesa del calendario MESAS
*>           (numero de mesa; cero = mesa sin programar, como antes):
*>           modulo, docente y periodo salen de la mesa, una mesa
*>           admite una sola acta (AT-MESA) y los inscriptos de
*>           INSCRIPCIONES-MESA quedan precargados con nombre y
*>           cohorte, asi solo se tipea el legajo y la nota; el que
*>           no se inscribio a la mesa va a EPA-EXCEPCIONES.

IDENTIFICATION DIVISION.
PROGRAM-ID. Ejercicio12.
ENVIRONMENT DIVISION.
        SELECT LISTADO-AUSENTES ASSIGN TO "LISTADO-AUSENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LAU-STATUS.
        SELECT ASISTENCIAS ASSIGN TO "ASISTENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT DOCENTES ASSIGN TO "DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DO-STATUS.
        SELECT EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EQ-STATUS.
        SELECT MESAS ASSIGN TO "MESAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MS-STATUS.
        SELECT INSCRIPCIONES-MESA ASSIGN TO "INSCRIPCIONES-MESA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IM-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  ACTAS.
        COPY "acta-rec".
    FD  ACTA-CONTROL.
            05 EX-MOTIVO PIC X(30).
    FD  LISTADO-AUSENTES.
        01 LAU-LINEA PIC X(80).
    FD  ASISTENCIAS.
        COPY "asistencia-rec".
    FD  DOCENTES.
        COPY "docente-rec".
    FD  EQUIVALENCIAS.
        COPY "equivalencia-rec".
    FD  MESAS.
        COPY "mesa-rec".
    FD  INSCRIPCIONES-MESA.
        COPY "inscripcion-mesa".
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        COPY "student-rec".
        COPY "cuotas-args".
        01 cantA     PIC 9(6)  value 0.
        01 Cant7     PIC 9(6)  value 0.
        01 hay-mas-alumnos PIC X(1) value "S".
                10 mod-nombre    PIC X(20).
                10 mod-umbral    PIC 9(2).
                10 mod-previo    PIC X(6).
                10 mod-asistencia PIC 9(3).
                10 mod-procesados PIC 9(6).
                10 mod-aprobados  PIC 9(6).
        01 m           PIC 9(2).
                DEPENDING ON cant-inscriptos.
                10 ins-legajo   PIC 9(8).
                10 ins-presente PIC X(1).
                10 ins-nombre   PIC X(30).
                10 ins-ingreso  PIC 9(4).
        01 ins PIC 9(3).
        01 pos-inscripto PIC 9(3).
        01 alumno-inscripto PIC X(1).
        01 cant-excepciones PIC 9(3) value 0.
        01 cant-ausentes PIC 9(3) value 0.
        01 linea-ausentes PIC X(80).
        01 AS-STATUS PIC X(2).
        01 hay-asistencias PIC X(1) value "N".
        01 cant-clases PIC 9(3) value 0.
        01 tabla-clases.
            05 clase-fecha OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-clases PIC X(8).
        01 cl PIC 9(3).
        01 pos-clase PIC 9(3).
        01 presentes-alumno PIC 9(3).
        01 pct-asistencia PIC 9(3).
        01 asistencia-cumplida PIC X(1).
        01 cant-bloqueados PIC 9(3) value 0.
        01 tabla-bloqueados.
            05 bloqueado-item OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-bloqueados.
                10 blq-legajo  PIC 9(8).
                10 blq-impagas PIC 9(3).
        01 b PIC 9(3).
        01 DO-STATUS PIC X(2).
        01 EQ-STATUS PIC X(2).
        01 MS-STATUS PIC X(2).
        01 IM-STATUS PIC X(2).
        01 numero-mesa PIC 9(6) value 0.
        01 mesa-valida PIC X(1).
        01 motivo-mesa PIC X(50).
        01 fecha-mesa PIC X(8).
        01 acta-de-mesa PIC 9(6).
        01 docente-valido PIC X(1).
        01 nombre-docente PIC X(30).
        01 motivo-docente PIC X(50).
        01 h PIC 9(2).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    End-Perform
    PERFORM 0600-CERRAR-ACTA
    PERFORM 0700-REPORTE-AUSENTES THRU 0700-REPORTE-AUSENTES-EXIT
    IF cant-bloqueados > 0
        Display "Alumnos bloqueados por cuotas impagas: "
            cant-bloqueados
        PERFORM 0760-MOSTRAR-BLOQUEADO THRU 0760-MOSTRAR-BLOQUEADO-EXIT
            VARYING b FROM 1 BY 1 UNTIL b > cant-bloqueados
    END-IF
    Display "Aprobados : "cantA " alumnos con 7: "Cant7
    Display "Detalle de alumnos por nota:"
    PERFORM 1000-MOSTRAR-NOTA THRU 1000-MOSTRAR-NOTA-EXIT
1500-CARGAR-ALUMNO.
    Display "Ingrese Legajo del alumno: "
    Accept ST-LEGAJO
    Move 0 to pos-inscripto
    IF numero-mesa > 0
        PERFORM 5500-VERIFICAR-INSCRIPTO
            THRU 5500-VERIFICAR-INSCRIPTO-EXIT
    END-IF
    IF pos-inscripto > 0
        Move ins-nombre (pos-inscripto)  to ST-NOMBRE
        Move ins-ingreso (pos-inscripto) to ST-INGRESO
        Display "  " ST-NOMBRE " cohorte " ST-INGRESO
    ELSE
        Display "Ingrese Nombre del alumno: "
        Accept ST-NOMBRE
        Display "Ingrese año de ingreso: "
        Accept ST-INGRESO
    END-IF
    Display "Ingrese nota: "
    Accept ST-NOTA
    Perform Until ST-NOTA >= 1 and ST-NOTA <= 10
    End-Perform
    PERFORM 5500-VERIFICAR-INSCRIPTO THRU 5500-VERIFICAR-INSCRIPTO-EXIT
    IF alumno-inscripto = "N"
        IF numero-mesa > 0
            Move "NO INSCRIPTO A LA MESA" to motivo-excepcion
        ELSE
            Move "NO INSCRIPTO EN EL MODULO" to motivo-excepcion
        END-IF
        PERFORM 2500-GRABAR-EXCEPCION
        Display "Alumno " ST-LEGAJO " no inscripto en "
            modulo-entrada ": la nota va a EPA-EXCEPCIONES"
        GO TO 1500-CARGAR-ALUMNO-EXIT
    END-IF
    PERFORM 5960-VERIFICAR-CUOTAS THRU 5960-VERIFICAR-CUOTAS-EXIT
    IF CQ-BLOQUEADO = "S"
        Move SPACES to motivo-excepcion
        STRING "CUOTAS IMPAGAS: " DELIMITED BY SIZE
            CQ-IMPAGAS DELIMITED BY SIZE
            INTO motivo-excepcion
        END-STRING
        PERFORM 2500-GRABAR-EXCEPCION
        Display "Alumno " ST-LEGAJO " bloqueado por " CQ-IMPAGAS
            " cuotas impagas: la nota va a EPA-EXCEPCIONES"
        GO TO 1500-CARGAR-ALUMNO-EXIT
    END-IF
    PERFORM 5950-VERIFICAR-ASISTENCIA THRU 5950-VERIFICAR-ASISTENCIA-EXIT
    IF asistencia-cumplida = "N"
        Move SPACES to motivo-excepcion
        STRING "ASISTENCIA " DELIMITED BY SIZE
            pct-asistencia DELIMITED BY SIZE
            "% MINIMO " DELIMITED BY SIZE
            mod-asistencia (pos-modulo) DELIMITED BY SIZE
            "%" DELIMITED BY SIZE
            INTO motivo-excepcion
        END-STRING
        PERFORM 2500-GRABAR-EXCEPCION
        Display "Alumno " ST-LEGAJO " con " pct-asistencia
            "% de asistencia, debajo del minimo de "
            mod-asistencia (pos-modulo) "%: la nota va a"
            " EPA-EXCEPCIONES"
        GO TO 1500-CARGAR-ALUMNO-EXIT
    END-IF
    PERFORM 5700-VERIFICAR-CORRELATIVA
        THRU 5700-VERIFICAR-CORRELATIVA-EXIT
    IF correlativa-cumplida = "N"
        CLOSE ACTA-CONTROL
    END-IF
    Compute numero-acta = numero-acta + 1
    PERFORM 0505-PEDIR-MESA THRU 0505-PEDIR-MESA-EXIT
    IF numero-mesa = 0
        PERFORM 3500-PEDIR-MODULO THRU 3500-PEDIR-MODULO-EXIT
        PERFORM 0520-PEDIR-DOCENTE THRU 0520-PEDIR-DOCENTE-EXIT
        Display "Periodo de la mesa (AAAAPP): "
        Accept periodo-acta
        PERFORM 0550-CARGAR-INSCRIPCIONES
            THRU 0550-CARGAR-INSCRIPCIONES-EXIT
    ELSE
        PERFORM 0530-VALIDAR-DOCENTE THRU 0530-VALIDAR-DOCENTE-EXIT
        IF docente-valido = "N"
            Display "ADVERTENCIA: el docente " docente-acta
                " de la mesa no puede firmar: " motivo-docente
            PERFORM 0520-PEDIR-DOCENTE THRU 0520-PEDIR-DOCENTE-EXIT
        ELSE
            Display "Docente de la mesa: " docente-acta " "
                nombre-docente
        END-IF
        PERFORM 0570-CARGAR-INSCRIPTOS-MESA
            THRU 0570-CARGAR-INSCRIPTOS-MESA-EXIT
    END-IF
    PERFORM 0580-CARGAR-CLASES THRU 0580-CARGAR-CLASES-EXIT
    Display "Acta " numero-acta " abierta: modulo " modulo-entrada
        " fecha " fecha-hoy.
0500-ABRIR-ACTA-EXIT.
    EXIT.

0505-PEDIR-MESA.
    Move "N" to mesa-valida
    Perform Until mesa-valida = "S"
        Display "Numero de mesa del calendario (0 = mesa sin"
            " programar): "
        Accept numero-mesa
        PERFORM 0510-VALIDAR-MESA THRU 0510-VALIDAR-MESA-EXIT
        IF mesa-valida = "N"
            Display "Error: " motivo-mesa
        END-IF
    End-Perform
    IF numero-mesa > 0
        Display "Mesa " numero-mesa " modulo " modulo-entrada
            " periodo " periodo-acta " del " fecha-mesa
        IF fecha-mesa <> fecha-hoy
            Display "ADVERTENCIA: la mesa estaba programada para el "
                fecha-mesa
        END-IF
    END-IF.
0505-PEDIR-MESA-EXIT.
    EXIT.

*>La mesa tiene que estar en el calendario, ser de un modulo de la
*>tabla y no tener ya un acta abierta sobre ella. Sin archivo MESAS
*>se avisa y el acta se abre sin mesa, como antes.
0510-VALIDAR-MESA.
    Move "S" to mesa-valida
    IF numero-mesa = 0
        GO TO 0510-VALIDAR-MESA-EXIT
    END-IF
    OPEN INPUT MESAS
    IF MS-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MESAS, el acta se abre"
            " sin mesa programada"
        Move 0 to numero-mesa
        GO TO 0510-VALIDAR-MESA-EXIT
    END-IF
    Move "N" to mesa-valida
    Move "la mesa no figura en el calendario MESAS" to motivo-mesa
    PERFORM 0512-LEER-MESA
    PERFORM UNTIL MS-STATUS = "10"
        IF MS-NUMERO = numero-mesa
            Move "S" to mesa-valida
            Move MS-MODULO  to modulo-entrada
            Move MS-DOCENTE to docente-acta
            Move MS-PERIODO to periodo-acta
            Move MS-FECHA   to fecha-mesa
        END-IF
        PERFORM 0512-LEER-MESA
    END-PERFORM
    CLOSE MESAS
    IF mesa-valida = "N"
        GO TO 0510-VALIDAR-MESA-EXIT
    END-IF
    Move 0 to pos-modulo
    PERFORM 3600-BUSCAR-MODULO THRU 3600-BUSCAR-MODULO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    IF pos-modulo = 0
        Move "N" to mesa-valida
        Move "el modulo de la mesa no figura en la tabla MODULOS"
            to motivo-mesa
        GO TO 0510-VALIDAR-MESA-EXIT
    END-IF
    Move 0 to acta-de-mesa
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        GO TO 0510-VALIDAR-MESA-EXIT
    END-IF
    PERFORM 0514-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-MESA IS NUMERIC AND AT-MESA = numero-mesa
            Move AT-NUMERO to acta-de-mesa
        END-IF
        PERFORM 0514-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS
    IF acta-de-mesa > 0
        Move "N" to mesa-valida
        Move SPACES to motivo-mesa
        STRING "la mesa ya tiene el acta " DELIMITED BY SIZE
            acta-de-mesa DELIMITED BY SIZE
            INTO motivo-mesa
        END-STRING
    END-IF.
0510-VALIDAR-MESA-EXIT.
    EXIT.

0512-LEER-MESA.
    READ MESAS
    NOT AT END
        CONTINUE
    END-READ.

0514-LEER-ACTA.
    READ ACTAS
    NOT AT END
        CONTINUE
    END-READ.

0520-PEDIR-DOCENTE.
    Move "N" to docente-valido
    Perform Until docente-valido = "S"
        Display "Docente a cargo de la mesa (codigo): "
        Accept docente-acta
        PERFORM 0530-VALIDAR-DOCENTE THRU 0530-VALIDAR-DOCENTE-EXIT
        IF docente-valido = "N"
            Display "Error: " motivo-docente
        END-IF
    End-Perform
    Display "Docente de la mesa: " docente-acta " " nombre-docente.
0520-PEDIR-DOCENTE-EXIT.
    EXIT.

*>Un codigo que no esta en el maestro, un docente dado de baja o uno
*>sin habilitacion en el modulo de la mesa no pueden firmar el acta.
0530-VALIDAR-DOCENTE.
    Move SPACES to nombre-docente
    OPEN INPUT DOCENTES
    IF DO-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir DOCENTES,"
            " no se valida el docente"
        Move "S" to docente-valido
        GO TO 0530-VALIDAR-DOCENTE-EXIT
    END-IF
    Move "N" to docente-valido
    Move "el docente no figura en el maestro DOCENTES"
        to motivo-docente
    PERFORM 0540-LEER-DOCENTE
    PERFORM UNTIL DO-STATUS = "10"
        IF DO-CODIGO = docente-acta
            Move DO-NOMBRE to nombre-docente
            IF DO-ACTIVO <> "S"
                Move "el docente esta dado de baja" to motivo-docente
            ELSE
                Move "el docente no esta habilitado en el modulo"
                    to motivo-docente
                PERFORM 0545-BUSCAR-HABILITACION
                    THRU 0545-BUSCAR-HABILITACION-EXIT
                    VARYING h FROM 1 BY 1 UNTIL h > 10
            END-IF
        END-IF
        PERFORM 0540-LEER-DOCENTE
    END-PERFORM
    CLOSE DOCENTES.
0530-VALIDAR-DOCENTE-EXIT.
    EXIT.

0540-LEER-DOCENTE.
    READ DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

0545-BUSCAR-HABILITACION.
    IF DO-MODULO (h) = modulo-entrada
        Move "S" to docente-valido
    END-IF.
0545-BUSCAR-HABILITACION-EXIT.
    EXIT.

0550-CARGAR-INSCRIPCIONES.
    OPEN INPUT INSCRIPCIONES
    IF IN-STATUS <> "00"
        CONTINUE
    END-READ.

*>Con mesa programada los inscriptos son los de INSCRIPCIONES-MESA,
*>que ya pasaron por cierre, cupo, correlativa y cuotas al inscribirse.
0570-CARGAR-INSCRIPTOS-MESA.
    OPEN INPUT INSCRIPCIONES-MESA
    IF IM-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir INSCRIPCIONES-MESA,"
            " la mesa " numero-mesa " no tiene inscriptos"
    ELSE
        PERFORM 0575-LEER-INSCRIPTO-MESA
        PERFORM UNTIL IM-STATUS = "10" OR cant-inscriptos = 500
            IF IM-MESA = numero-mesa
                Compute cant-inscriptos = cant-inscriptos + 1
                Move IM-LEGAJO  to ins-legajo (cant-inscriptos)
                Move "N"        to ins-presente (cant-inscriptos)
                Move IM-NOMBRE  to ins-nombre (cant-inscriptos)
                Move IM-INGRESO to ins-ingreso (cant-inscriptos)
            END-IF
            PERFORM 0575-LEER-INSCRIPTO-MESA
        END-PERFORM
        CLOSE INSCRIPCIONES-MESA
    END-IF
    Move "S" to hay-inscripciones
    Display "Inscriptos a la mesa " numero-mesa ": " cant-inscriptos.
0570-CARGAR-INSCRIPTOS-MESA-EXIT.
    EXIT.

0575-LEER-INSCRIPTO-MESA.
    READ INSCRIPCIONES-MESA
    NOT AT END
        CONTINUE
    END-READ.

*>Las clases dictadas del modulo en el periodo son las fechas
*>distintas de ASISTENCIAS; son la base del porcentaje de cada alumno.
0580-CARGAR-CLASES.
    IF mod-asistencia (pos-modulo) = 0
        GO TO 0580-CARGAR-CLASES-EXIT
    END-IF
    OPEN INPUT ASISTENCIAS
    IF AS-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir ASISTENCIAS,"
            " no se controla la asistencia minima"
        GO TO 0580-CARGAR-CLASES-EXIT
    END-IF
    PERFORM 0590-LEER-ASISTENCIA
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-MODULO = modulo-entrada AND AS-PERIODO = periodo-acta
            Move 0 to pos-clase
            PERFORM 0595-BUSCAR-CLASE THRU 0595-BUSCAR-CLASE-EXIT
                VARYING cl FROM 1 BY 1 UNTIL cl > cant-clases
            IF pos-clase = 0 AND cant-clases < 200
                Compute cant-clases = cant-clases + 1
                Move AS-FECHA to clase-fecha (cant-clases)
            END-IF
        END-IF
        PERFORM 0590-LEER-ASISTENCIA
    END-PERFORM
    CLOSE ASISTENCIAS
    IF cant-clases = 0
        Display "ADVERTENCIA: sin clases registradas en ASISTENCIAS"
            " para " modulo-entrada " periodo " periodo-acta
            ", no se controla la asistencia minima"
        GO TO 0580-CARGAR-CLASES-EXIT
    END-IF
    Move "S" to hay-asistencias
    Display "Clases dictadas en " modulo-entrada ": " cant-clases
        " (asistencia minima " mod-asistencia (pos-modulo) "%)".
0580-CARGAR-CLASES-EXIT.
    EXIT.

0590-LEER-ASISTENCIA.
    READ ASISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

0595-BUSCAR-CLASE.
    IF clase-fecha (cl) = AS-FECHA
        Move cl to pos-clase
    END-IF.
0595-BUSCAR-CLASE-EXIT.
    EXIT.

*>Los inscriptos que terminaron la sesion sin nota son los ausentes
*>de la mesa: salen por pantalla y en LISTADO-AUSENTES.
0700-REPORTE-AUSENTES.
0750-REVISAR-INSCRIPTO-EXIT.
    EXIT.

0760-MOSTRAR-BLOQUEADO.
    Display "  Bloqueado: legajo " blq-legajo (b)
        " cuotas impagas " blq-impagas (b).
0760-MOSTRAR-BLOQUEADO-EXIT.
    EXIT.

5500-VERIFICAR-INSCRIPTO.
    Move 0 to pos-inscripto
    IF hay-inscripciones = "N"
    EXIT.

*>La correlativa se exige contra la historia del extracto: el alumno
*>debe tener un APROBADO del modulo previo en EPA-RESULTADOS o una
*>equivalencia de ese modulo en EQUIVALENCIAS. Sin correlativa
*>declarada en MODULOS no hay nada que exigir.
5700-VERIFICAR-CORRELATIVA.
    Move "S" to correlativa-cumplida
    IF mod-previo (pos-modulo) = SPACES
        END-IF
        PERFORM 5800-LEER-HISTORIA-EPA
    END-PERFORM
    CLOSE EPA-RESULTADOS
    IF correlativa-cumplida = "N"
        PERFORM 5870-BUSCAR-EQUIVALENCIA
            THRU 5870-BUSCAR-EQUIVALENCIA-EXIT
    END-IF.
5700-VERIFICAR-CORRELATIVA-EXIT.
    EXIT.

5800-LEER-HISTORIA-EPA.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 5850-CORREGIR-HISTORIA-EPA
    END-READ.

5850-CORREGIR-HISTORIA-EPA.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

5870-BUSCAR-EQUIVALENCIA.
    OPEN INPUT EQUIVALENCIAS
    IF EQ-STATUS <> "00"
        GO TO 5870-BUSCAR-EQUIVALENCIA-EXIT
    END-IF
    PERFORM 5880-LEER-EQUIVALENCIA
    PERFORM UNTIL EQ-STATUS = "10"
        IF EQ-LEGAJO = ST-LEGAJO
        AND EQ-MODULO = mod-previo (pos-modulo)
            Move "S" to correlativa-cumplida
        END-IF
        PERFORM 5880-LEER-EQUIVALENCIA
    END-PERFORM
    CLOSE EQUIVALENCIAS.
5870-BUSCAR-EQUIVALENCIA-EXIT.
    EXIT.

5880-LEER-EQUIVALENCIA.
    READ EQUIVALENCIAS
    NOT AT END
        CONTINUE
    END-READ.
5900-DETERMINAR-INTENTO-EXIT.
    EXIT.

*>El porcentaje es de clases presentes sobre clases dictadas en el
*>modulo y periodo de la mesa; sin clases cargadas no hay que exigir.
5950-VERIFICAR-ASISTENCIA.
    Move "S" to asistencia-cumplida
    Move 0 to presentes-alumno
    Move 0 to pct-asistencia
    IF hay-asistencias = "N"
        GO TO 5950-VERIFICAR-ASISTENCIA-EXIT
    END-IF
    OPEN INPUT ASISTENCIAS
    IF AS-STATUS <> "00"
        GO TO 5950-VERIFICAR-ASISTENCIA-EXIT
    END-IF
    PERFORM 0590-LEER-ASISTENCIA
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-LEGAJO = ST-LEGAJO AND AS-MODULO = modulo-entrada
        AND AS-PERIODO = periodo-acta AND AS-PRESENTE = "P"
            Compute presentes-alumno = presentes-alumno + 1
        END-IF
        PERFORM 0590-LEER-ASISTENCIA
    END-PERFORM
    CLOSE ASISTENCIAS
    Compute pct-asistencia = (presentes-alumno * 100) / cant-clases
    IF pct-asistencia < mod-asistencia (pos-modulo)
        Move "N" to asistencia-cumplida
    END-IF.
5950-VERIFICAR-ASISTENCIA-EXIT.
    EXIT.

*>La regla de la deuda vive en Deuda-Cuotas; la mesa solo recuerda a
*>los bloqueados para listarlos al cierre.
5960-VERIFICAR-CUOTAS.
    Move ST-LEGAJO to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-BLOQUEADO = "N"
        GO TO 5960-VERIFICAR-CUOTAS-EXIT
    END-IF
    IF cant-bloqueados < 100
        Compute cant-bloqueados = cant-bloqueados + 1
        Move ST-LEGAJO  to blq-legajo (cant-bloqueados)
        Move CQ-IMPAGAS to blq-impagas (cant-bloqueados)
    END-IF.
5960-VERIFICAR-CUOTAS-EXIT.
    EXIT.

2500-GRABAR-EXCEPCION.
    Compute cant-excepciones = cant-excepciones + 1
    OPEN EXTEND EPA-EXCEPCIONES
    Move docente-acta    to AT-DOCENTE
    Move SPACE           to AT-SEP4
    Move cant-notas-acta to AT-NOTAS
    Move SPACE           to AT-SEP5
    Move periodo-acta    to AT-PERIODO
    Move SPACE           to AT-SEP6
    Move numero-mesa     to AT-MESA
    WRITE AT-REGISTRO
    CLOSE ACTAS
    OPEN OUTPUT ACTA-CONTROL
        Move "Modulo EPA" to mod-nombre (1)
        Move 8        to mod-umbral (1)
        Move SPACES   to mod-previo (1)
        Move 0        to mod-asistencia (1)
        Move 0        to mod-procesados (1)
        Move 0        to mod-aprobados (1)
        GO TO 3000-CARGAR-MODULOS-EXIT
        Move MD-NOMBRE to mod-nombre (cant-modulos)
        Move MD-UMBRAL to mod-umbral (cant-modulos)
        Move MD-PREVIO to mod-previo (cant-modulos)
        IF MD-ASISTENCIA IS NUMERIC
            Move MD-ASISTENCIA to mod-asistencia (cant-modulos)
        ELSE
            Move 0 to mod-asistencia (cant-modulos)
        END-IF
        Move 0         to mod-procesados (cant-modulos)
        Move 0         to mod-aprobados (cant-modulos)
        PERFORM 3100-LEER-MODULO
