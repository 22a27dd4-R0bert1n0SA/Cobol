*>Deteccion de abandono: el padron REGISTRO-ALUMNOS sigue marcando
*>activos a alumnos que dejaron hace años, y eso infla todo conteo que
*>sale del padron (ausentes, Becas). Este proceso busca los alumnos
*>activos sin ninguna actividad en los ultimos N periodos: sin linea en
*>HISTORIA-ALUMNOS, sin nota en EPA-RESULTADOS y sin INSCRIPCIONES.
*>Los periodos son los que conoce el sistema (IN-PERIODO de
*>INSCRIPCIONES y AT-PERIODO de ACTAS), del mas nuevo al mas viejo; la
*>ventana son los N mas recientes. Una inscripcion cuenta si su
*>periodo cae en la ventana; una nota, si su acta es de la ventana o
*>su fecha no es anterior al comienzo de la ventana (la fecha mas
*>vieja de sus actas); una linea de historia, por su fecha. Los
*>alumnos que ingresaron desde el año del comienzo de la ventana no se
*>evaluan: todavia no tuvieron tiempo de cursar.
*>Sale LISTADO-ABANDONO con la tasa de abandono por cohorte
*>(RA-INGRESO) y PROPUESTA-BAJAS (copybooks/propuesta-baja) con los
*>propuestos para inactivar, sin confirmar; cada corrida reemplaza la
*>propuesta anterior. El padron no se toca: la baja la aplica
*>Mantener-Alumnos despues de que el registro academico confirma.

IDENTIFICATION DIVISION.
PROGRAM-ID. Detectar-Abandono.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT HISTORIA-ALUMNOS ASSIGN TO "HISTORIA-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HA-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IN-STATUS.
        SELECT ACTAS ASSIGN TO "ACTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AT-STATUS.
        SELECT PROPUESTA-BAJAS ASSIGN TO "PROPUESTA-BAJAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PB-STATUS.
        SELECT LISTADO-ABANDONO ASSIGN TO "LISTADO-ABANDONO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LA-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  HISTORIA-ALUMNOS.
        COPY "historia-alumnos".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  INSCRIPCIONES.
        01 IN-REGISTRO.
            05 IN-LEGAJO  PIC 9(8).
            05 IN-SEP1    PIC X(1).
            05 IN-MODULO  PIC X(6).
            05 IN-SEP2    PIC X(1).
            05 IN-PERIODO PIC X(6).
    FD  ACTAS.
        COPY "acta-rec".
    FD  PROPUESTA-BAJAS.
        COPY "propuesta-baja".
    FD  LISTADO-ABANDONO.
        01 LA-LINEA PIC X(80).
    WORKING-STORAGE SECTION.
        01 RA-STATUS PIC X(2).
        01 HA-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 IN-STATUS PIC X(2).
        01 AT-STATUS PIC X(2).
        01 PB-STATUS PIC X(2).
        01 LA-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 PERIODOS-REVISADOS PIC 9(2) value 4.
        01 periodos-pedidos PIC 9(2).
        01 cant-periodos PIC 9(3) value 0.
        01 tabla-periodos.
            05 periodo OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-periodos PIC X(6).
        01 periodo-aux PIC X(6).
        01 periodo-buscado PIC X(6).
        01 pos-periodo PIC 9(3).
        01 p PIC 9(3).
        01 k PIC 9(3).
        01 desde-periodo PIC X(6).
        01 desde-fecha PIC X(8).
        01 ingreso-desde PIC 9(4).
        01 cant-actas PIC 9(4) value 0.
        01 tabla-actas.
            05 acta-ventana OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-actas PIC 9(6).
        01 a PIC 9(4).
        01 acta-en-ventana PIC X(1).
        01 cant-alumnos PIC 9(4) value 0.
        01 tabla-alumnos.
            05 alumno OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-alumnos.
                10 alu-legajo   PIC 9(8).
                10 alu-nombre   PIC X(30).
                10 alu-ingreso  PIC 9(4).
                10 alu-actividad PIC X(1).
                10 alu-ultima   PIC X(8).
        01 i PIC 9(4).
        01 pos-alumno PIC 9(4).
        01 legajo-buscado PIC 9(8).
        01 cant-cohortes PIC 9(3) value 0.
        01 tabla-cohortes.
            05 cohorte OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-cohortes.
                10 coh-ingreso    PIC 9(4).
                10 coh-activos    PIC 9(5).
                10 coh-propuestos PIC 9(5).
        01 cohorte-aux PIC X(14).
        01 c PIC 9(3).
        01 pos-cohorte PIC 9(3).
        01 tabla-llena PIC X(1) value "N".
        01 cant-recientes PIC 9(5) value 0.
        01 tot-activos PIC 9(6) value 0.
        01 tot-propuestos PIC 9(6) value 0.
        01 tasa-abandono PIC 9(3)V99.
        01 tasa-ed PIC ZZ9.99.
        01 linea-impresion PIC X(80).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Periodos sin actividad para proponer la baja (0 = "
        PERIODOS-REVISADOS "): "
    Accept periodos-pedidos
    IF periodos-pedidos = 0
        Move PERIODOS-REVISADOS to periodos-pedidos
    END-IF
    PERFORM 1000-CARGAR-PERIODOS THRU 1000-CARGAR-PERIODOS-EXIT
    IF cant-periodos = 0
        Display "Error: no hay periodos en INSCRIPCIONES ni en ACTAS,"
            " no se puede fijar la ventana"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1400-ORDENAR-PERIODOS
    IF periodos-pedidos > cant-periodos
        Move cant-periodos to periodos-pedidos
    END-IF
    Move periodo (periodos-pedidos) to desde-periodo
    PERFORM 1500-CARGAR-ACTAS-VENTANA THRU 1500-CARGAR-ACTAS-VENTANA-EXIT
    IF desde-fecha = HIGH-VALUES
        Move SPACES to desde-fecha
        STRING desde-periodo (1:4) DELIMITED BY SIZE
            "0101" DELIMITED BY SIZE
            INTO desde-fecha
        END-STRING
    END-IF
    Display "Ventana revisada: " periodos-pedidos " periodos desde "
        desde-periodo " (fechas desde " desde-fecha ")"
    PERFORM 2000-CARGAR-ACTIVOS THRU 2000-CARGAR-ACTIVOS-EXIT
    PERFORM 3000-REVISAR-HISTORIA THRU 3000-REVISAR-HISTORIA-EXIT
    PERFORM 3500-REVISAR-NOTAS THRU 3500-REVISAR-NOTAS-EXIT
    PERFORM 4000-REVISAR-INSCRIPCIONES
        THRU 4000-REVISAR-INSCRIPCIONES-EXIT
    OPEN OUTPUT PROPUESTA-BAJAS
    PERFORM 5000-EVALUAR-ALUMNO THRU 5000-EVALUAR-ALUMNO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-alumnos
    CLOSE PROPUESTA-BAJAS
    PERFORM 6000-ORDENAR-COHORTES
    PERFORM 7000-IMPRIMIR-LISTADO
    Display "Activos evaluados: " tot-activos
        " propuestos para baja: " tot-propuestos
        " (ver LISTADO-ABANDONO y PROPUESTA-BAJAS)"
    IF tot-propuestos > 0
        Move 4 to RETURN-CODE
    END-IF
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena, la deteccion es incompleta"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-PERIODOS.
    OPEN INPUT INSCRIPCIONES
    IF IN-STATUS = "00"
        PERFORM 1050-LEER-INSCRIPCION
        PERFORM UNTIL IN-STATUS = "10"
            Move IN-PERIODO to periodo-buscado
            PERFORM 1200-ANOTAR-PERIODO THRU 1200-ANOTAR-PERIODO-EXIT
            PERFORM 1050-LEER-INSCRIPCION
        END-PERFORM
        CLOSE INSCRIPCIONES
    END-IF
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        GO TO 1000-CARGAR-PERIODOS-EXIT
    END-IF
    PERFORM 1100-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        Move AT-PERIODO to periodo-buscado
        PERFORM 1200-ANOTAR-PERIODO THRU 1200-ANOTAR-PERIODO-EXIT
        PERFORM 1100-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
1000-CARGAR-PERIODOS-EXIT.
    EXIT.

1050-LEER-INSCRIPCION.
    READ INSCRIPCIONES
    NOT AT END
        CONTINUE
    END-READ.

1100-LEER-ACTA.
    READ ACTAS
    NOT AT END
        CONTINUE
    END-READ.

1200-ANOTAR-PERIODO.
    IF periodo-buscado = SPACES
        GO TO 1200-ANOTAR-PERIODO-EXIT
    END-IF
    Move 0 to pos-periodo
    PERFORM 1300-BUSCAR-PERIODO THRU 1300-BUSCAR-PERIODO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-periodos
    IF pos-periodo > 0
        GO TO 1200-ANOTAR-PERIODO-EXIT
    END-IF
    IF cant-periodos = 200
        Move "S" to tabla-llena
        GO TO 1200-ANOTAR-PERIODO-EXIT
    END-IF
    Compute cant-periodos = cant-periodos + 1
    Move periodo-buscado to periodo (cant-periodos).
1200-ANOTAR-PERIODO-EXIT.
    EXIT.

1300-BUSCAR-PERIODO.
    IF periodo (p) = periodo-buscado
        Move p to pos-periodo
    END-IF.
1300-BUSCAR-PERIODO-EXIT.
    EXIT.

*>Del mas nuevo al mas viejo: la ventana son los primeros N.
1400-ORDENAR-PERIODOS.
    PERFORM 1410-PASADA
        VARYING p FROM 1 BY 1 UNTIL p >= cant-periodos.

1410-PASADA.
    PERFORM 1420-COMPARAR-ADYACENTES
        VARYING k FROM 1 BY 1 UNTIL k > cant-periodos - p.

1420-COMPARAR-ADYACENTES.
    IF periodo (k) < periodo (k + 1)
        Move periodo (k)     to periodo-aux
        Move periodo (k + 1) to periodo (k)
        Move periodo-aux     to periodo (k + 1)
    End-If.

*>Las actas de la ventana fijan tambien su primera fecha; sin actas
*>en la ventana se toma el 1 de enero del año del primer periodo.
1500-CARGAR-ACTAS-VENTANA.
    Move desde-periodo (1:4) to ingreso-desde
    Move HIGH-VALUES to desde-fecha
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        GO TO 1500-CARGAR-ACTAS-VENTANA-EXIT
    END-IF
    PERFORM 1100-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-PERIODO <> SPACES AND AT-PERIODO >= desde-periodo
            IF AT-FECHA < desde-fecha
                Move AT-FECHA to desde-fecha
            END-IF
            IF cant-actas = 2000
                Move "S" to tabla-llena
            ELSE
                Compute cant-actas = cant-actas + 1
                Move AT-NUMERO to acta-ventana (cant-actas)
            END-IF
        END-IF
        PERFORM 1100-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
1500-CARGAR-ACTAS-VENTANA-EXIT.
    EXIT.

2000-CARGAR-ACTIVOS.
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        Display "No se pudo abrir el archivo REGISTRO-ALUMNOS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-PADRON
    PERFORM UNTIL RA-STATUS = "10"
        IF RA-ACTIVO = "S"
            IF cant-alumnos = 5000
                Move "S" to tabla-llena
            ELSE
                Compute cant-alumnos = cant-alumnos + 1
                Move RA-LEGAJO  to alu-legajo (cant-alumnos)
                Move RA-NOMBRE  to alu-nombre (cant-alumnos)
                Move RA-INGRESO to alu-ingreso (cant-alumnos)
                Move "N"        to alu-actividad (cant-alumnos)
                Move SPACES     to alu-ultima (cant-alumnos)
            END-IF
        END-IF
        PERFORM 2100-LEER-PADRON
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS.
2000-CARGAR-ACTIVOS-EXIT.
    EXIT.

2100-LEER-PADRON.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

2500-BUSCAR-ALUMNO.
    Move 0 to pos-alumno
    PERFORM 2600-COMPARAR-LEGAJO THRU 2600-COMPARAR-LEGAJO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-alumnos.

2600-COMPARAR-LEGAJO.
    IF alu-legajo (i) = legajo-buscado
        Move i to pos-alumno
    END-IF.
2600-COMPARAR-LEGAJO-EXIT.
    EXIT.

3000-REVISAR-HISTORIA.
    OPEN INPUT HISTORIA-ALUMNOS
    IF HA-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir HISTORIA-ALUMNOS,"
            " no se la considera"
        GO TO 3000-REVISAR-HISTORIA-EXIT
    END-IF
    PERFORM 3100-LEER-HISTORIA
    PERFORM UNTIL HA-STATUS = "10"
        Move HA-LEGAJO to legajo-buscado
        PERFORM 2500-BUSCAR-ALUMNO
        IF pos-alumno > 0
            IF HA-FECHA > alu-ultima (pos-alumno)
                Move HA-FECHA to alu-ultima (pos-alumno)
            END-IF
            IF HA-FECHA >= desde-fecha
                Move "S" to alu-actividad (pos-alumno)
            END-IF
        END-IF
        PERFORM 3100-LEER-HISTORIA
    END-PERFORM
    CLOSE HISTORIA-ALUMNOS.
3000-REVISAR-HISTORIA-EXIT.
    EXIT.

3100-LEER-HISTORIA.
    READ HISTORIA-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

3500-REVISAR-NOTAS.
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir EPA-RESULTADOS,"
            " no se lo considera"
        GO TO 3500-REVISAR-NOTAS-EXIT
    END-IF
    PERFORM 3600-LEER-RESULTADO
    PERFORM UNTIL ER-STATUS = "10"
        Move ER-LEGAJO to legajo-buscado
        PERFORM 2500-BUSCAR-ALUMNO
        IF pos-alumno > 0
            IF ER-FECHA > alu-ultima (pos-alumno)
                Move ER-FECHA to alu-ultima (pos-alumno)
            END-IF
            Move "N" to acta-en-ventana
            PERFORM 3700-BUSCAR-ACTA THRU 3700-BUSCAR-ACTA-EXIT
                VARYING a FROM 1 BY 1 UNTIL a > cant-actas
            IF acta-en-ventana = "S" OR ER-FECHA >= desde-fecha
                Move "S" to alu-actividad (pos-alumno)
            END-IF
        END-IF
        PERFORM 3600-LEER-RESULTADO
    END-PERFORM
    CLOSE EPA-RESULTADOS.
3500-REVISAR-NOTAS-EXIT.
    EXIT.

3600-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        CONTINUE
    END-READ.

3700-BUSCAR-ACTA.
    IF ER-ACTA > 0 AND acta-ventana (a) = ER-ACTA
        Move "S" to acta-en-ventana
    END-IF.
3700-BUSCAR-ACTA-EXIT.
    EXIT.

4000-REVISAR-INSCRIPCIONES.
    OPEN INPUT INSCRIPCIONES
    IF IN-STATUS <> "00"
        GO TO 4000-REVISAR-INSCRIPCIONES-EXIT
    END-IF
    PERFORM 1050-LEER-INSCRIPCION
    PERFORM UNTIL IN-STATUS = "10"
        IF IN-PERIODO <> SPACES AND IN-PERIODO >= desde-periodo
            Move IN-LEGAJO to legajo-buscado
            PERFORM 2500-BUSCAR-ALUMNO
            IF pos-alumno > 0
                Move "S" to alu-actividad (pos-alumno)
            END-IF
        END-IF
        PERFORM 1050-LEER-INSCRIPCION
    END-PERFORM
    CLOSE INSCRIPCIONES.
4000-REVISAR-INSCRIPCIONES-EXIT.
    EXIT.

5000-EVALUAR-ALUMNO.
    IF alu-ingreso (i) >= ingreso-desde
        Compute cant-recientes = cant-recientes + 1
        GO TO 5000-EVALUAR-ALUMNO-EXIT
    END-IF
    Move 0 to pos-cohorte
    PERFORM 5100-BUSCAR-COHORTE THRU 5100-BUSCAR-COHORTE-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cohortes
    IF pos-cohorte = 0
        IF cant-cohortes = 100
            Move "S" to tabla-llena
            GO TO 5000-EVALUAR-ALUMNO-EXIT
        END-IF
        Compute cant-cohortes = cant-cohortes + 1
        Move cant-cohortes to pos-cohorte
        Move alu-ingreso (i) to coh-ingreso (pos-cohorte)
        Move 0 to coh-activos (pos-cohorte)
        Move 0 to coh-propuestos (pos-cohorte)
    END-IF
    Compute coh-activos (pos-cohorte) = coh-activos (pos-cohorte) + 1
    Compute tot-activos = tot-activos + 1
    IF alu-actividad (i) = "S"
        GO TO 5000-EVALUAR-ALUMNO-EXIT
    END-IF
    Compute coh-propuestos (pos-cohorte) =
        coh-propuestos (pos-cohorte) + 1
    Compute tot-propuestos = tot-propuestos + 1
    PERFORM 5200-GRABAR-PROPUESTA.
5000-EVALUAR-ALUMNO-EXIT.
    EXIT.

5100-BUSCAR-COHORTE.
    IF coh-ingreso (c) = alu-ingreso (i)
        Move c to pos-cohorte
    END-IF.
5100-BUSCAR-COHORTE-EXIT.
    EXIT.

5200-GRABAR-PROPUESTA.
    INITIALIZE PB-REGISTRO
    Move alu-legajo (i)  to PB-LEGAJO
    Move SPACE           to PB-SEP1
    Move alu-nombre (i)  to PB-NOMBRE
    Move SPACE           to PB-SEP2
    Move alu-ingreso (i) to PB-INGRESO
    Move SPACE           to PB-SEP3
    Move alu-ultima (i)  to PB-ULTIMA-ACTIVIDAD
    Move SPACE           to PB-SEP4
    Move fecha-hoy       to PB-FECHA
    Move SPACE           to PB-SEP5
    Move desde-periodo   to PB-DESDE-PERIODO
    Move SPACE           to PB-SEP6
    Move "N"             to PB-CONFIRMADA
    WRITE PB-REGISTRO.

6000-ORDENAR-COHORTES.
    PERFORM 6100-PASADA
        VARYING c FROM 1 BY 1 UNTIL c >= cant-cohortes.

6100-PASADA.
    PERFORM 6200-COMPARAR-ADYACENTES
        VARYING k FROM 1 BY 1 UNTIL k > cant-cohortes - c.

6200-COMPARAR-ADYACENTES.
    IF coh-ingreso (k) > coh-ingreso (k + 1)
        Move cohorte (k)     to cohorte-aux
        Move cohorte (k + 1) to cohorte (k)
        Move cohorte-aux     to cohorte (k + 1)
    End-If.

7000-IMPRIMIR-LISTADO.
    OPEN OUTPUT LISTADO-ABANDONO
    Move SPACES to linea-impresion
    STRING "ABANDONO POR COHORTE - SIN ACTIVIDAD DESDE EL PERIODO "
        DELIMITED BY SIZE
        desde-periodo DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    Move "COHORTE  ACTIVOS  SIN ACTIVIDAD  TASA %" to LA-LINEA
    WRITE LA-LINEA
    Move ALL "-" to LA-LINEA
    WRITE LA-LINEA
    PERFORM 7100-IMPRIMIR-COHORTE
        VARYING c FROM 1 BY 1 UNTIL c > cant-cohortes
    Move ALL "-" to LA-LINEA
    WRITE LA-LINEA
    Move 0 to tasa-abandono
    IF tot-activos > 0
        Compute tasa-abandono ROUNDED =
            tot-propuestos * 100 / tot-activos
    END-IF
    Move tasa-abandono to tasa-ed
    Move SPACES to linea-impresion
    STRING "TOTAL   " DELIMITED BY SIZE
        tot-activos DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        tot-propuestos DELIMITED BY SIZE
        "        " DELIMITED BY SIZE
        tasa-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    Move SPACES to linea-impresion
    STRING "NO EVALUADOS POR INGRESO RECIENTE (DESDE " DELIMITED BY SIZE
        ingreso-desde DELIMITED BY SIZE
        "): " DELIMITED BY SIZE
        cant-recientes DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    CLOSE LISTADO-ABANDONO.

7100-IMPRIMIR-COHORTE.
    Move 0 to tasa-abandono
    IF coh-activos (c) > 0
        Compute tasa-abandono ROUNDED =
            coh-propuestos (c) * 100 / coh-activos (c)
    END-IF
    Move tasa-abandono to tasa-ed
    Move SPACES to linea-impresion
    STRING coh-ingreso (c) DELIMITED BY SIZE
        "      " DELIMITED BY SIZE
        coh-activos (c) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        coh-propuestos (c) DELIMITED BY SIZE
        "         " DELIMITED BY SIZE
        tasa-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA.
