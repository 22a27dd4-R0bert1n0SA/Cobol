*>Reporte semanal de asistencia para los docentes y tutores: recorre
*>ASISTENCIAS del periodo de cursada pedido, cuenta por modulo las
*>clases dictadas (fechas distintas) y por alumno y modulo las clases
*>presentes, y compara el porcentaje contra el minimo de asistencia
*>del modulo (MD-ASISTENCIA de la tabla MODULOS; los modulos sin
*>minimo no se listan). Sale en LISTADO-ASISTENCIA cada alumno que ya
*>esta debajo del minimo y cada alumno que queda debajo con una sola
*>falta mas: a esos todavia se los puede llamar antes de la mesa, que
*>es cuando Ejercicio12 le rechaza la nota.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Asistencia.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT ASISTENCIAS ASSIGN TO "ASISTENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT LISTADO-ASISTENCIA ASSIGN TO "LISTADO-ASISTENCIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LA-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  MODULOS.
        COPY "modulo-rec".
    FD  ASISTENCIAS.
        COPY "asistencia-rec".
    FD  LISTADO-ASISTENCIA.
        01 LA-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 MD-STATUS PIC X(2).
        01 AS-STATUS PIC X(2).
        01 LA-STATUS PIC X(2).
        01 periodo-pedido PIC X(6).
        01 cant-modulos PIC 9(2) value 0.
        01 tabla-modulos.
            05 modulo OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-modulos.
                10 mod-cod        PIC X(6).
                10 mod-asistencia PIC 9(3).
                10 mod-clases     PIC 9(3).
        01 m PIC 9(2).
        01 pos-modulo PIC 9(2).
        01 cant-clases PIC 9(4) value 0.
        01 tabla-clases.
            05 clase-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-clases.
                10 cla-modulo PIC X(6).
                10 cla-fecha  PIC X(8).
        01 cl PIC 9(4).
        01 pos-clase PIC 9(4).
        01 cant-grupos PIC 9(4) value 0.
        01 tabla-grupos.
            05 grupo OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-grupos.
                10 grp-legajo    PIC 9(8).
                10 grp-modulo    PIC X(6).
                10 grp-presentes PIC 9(3).
        01 g PIC 9(4).
        01 pos-grupo PIC 9(4).
        01 tabla-llena PIC X(1) value "N".
        01 pct-actual PIC 9(3).
        01 pct-proxima PIC 9(3).
        01 situacion PIC X(24).
        01 cant-debajo PIC 9(4) value 0.
        01 cant-riesgo PIC 9(4) value 0.
        01 linea-impresion PIC X(100).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Periodo de cursada a revisar (AAAAPP): "
    Accept periodo-pedido
    PERFORM 1000-CARGAR-MODULOS THRU 1000-CARGAR-MODULOS-EXIT
    IF cant-modulos = 0
        Display "Tabla MODULOS vacia o inexistente: no hay minimos"
            " de asistencia que controlar"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT ASISTENCIAS
    IF AS-STATUS <> "00"
        Display "No se pudo abrir el archivo ASISTENCIAS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-LEER-ASISTENCIA
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-PERIODO = periodo-pedido
            PERFORM 2100-ACUMULAR THRU 2100-ACUMULAR-EXIT
        END-IF
        PERFORM 2000-LEER-ASISTENCIA
    END-PERFORM
    CLOSE ASISTENCIAS
    OPEN OUTPUT LISTADO-ASISTENCIA
    Move SPACES to linea-impresion
    STRING "ALUMNOS DEBAJO O AL BORDE DE LA ASISTENCIA MINIMA - PERIODO "
        DELIMITED BY SIZE
        periodo-pedido DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    Move "LEGAJO   MODULO CLASES PRESENTES  PCT MINIMO SITUACION"
        to LA-LINEA
    WRITE LA-LINEA
    Move ALL "-" to LA-LINEA
    WRITE LA-LINEA
    PERFORM 3000-EVALUAR-GRUPO THRU 3000-EVALUAR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    Move ALL "-" to LA-LINEA
    WRITE LA-LINEA
    Move SPACES to linea-impresion
    STRING "DEBAJO DEL MINIMO: " DELIMITED BY SIZE
        cant-debajo DELIMITED BY SIZE
        "  UNA FALTA DEL MINIMO: " DELIMITED BY SIZE
        cant-riesgo DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    CLOSE LISTADO-ASISTENCIA
    Display "Debajo del minimo: " cant-debajo
        "  a una falta del minimo: " cant-riesgo
        " (ver LISTADO-ASISTENCIA)"
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena (2000), reporte incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-MODULOS.
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        GO TO 1000-CARGAR-MODULOS-EXIT
    END-IF
    PERFORM 1100-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10" OR cant-modulos = 20
        Compute cant-modulos = cant-modulos + 1
        Move MD-COD to mod-cod (cant-modulos)
        IF MD-ASISTENCIA IS NUMERIC
            Move MD-ASISTENCIA to mod-asistencia (cant-modulos)
        ELSE
            Move 0 to mod-asistencia (cant-modulos)
        END-IF
        Move 0 to mod-clases (cant-modulos)
        PERFORM 1100-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS.
1000-CARGAR-MODULOS-EXIT.
    EXIT.

1100-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

2000-LEER-ASISTENCIA.
    READ ASISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

*>Cada fecha distinta de un modulo es una clase dictada; cada linea
*>presente suma al alumno en ese modulo. El ausente tambien abre su
*>grupo, para que figure aunque no haya venido nunca.
2100-ACUMULAR.
    Move 0 to pos-modulo
    PERFORM 2200-BUSCAR-MODULO THRU 2200-BUSCAR-MODULO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    IF pos-modulo = 0
        GO TO 2100-ACUMULAR-EXIT
    END-IF
    IF mod-asistencia (pos-modulo) = 0
        GO TO 2100-ACUMULAR-EXIT
    END-IF
    Move 0 to pos-clase
    PERFORM 2300-BUSCAR-CLASE THRU 2300-BUSCAR-CLASE-EXIT
        VARYING cl FROM 1 BY 1 UNTIL cl > cant-clases
    IF pos-clase = 0
        IF cant-clases = 2000
            Move "S" to tabla-llena
        ELSE
            Compute cant-clases = cant-clases + 1
            Move AS-MODULO to cla-modulo (cant-clases)
            Move AS-FECHA  to cla-fecha (cant-clases)
            Compute mod-clases (pos-modulo) = mod-clases (pos-modulo) + 1
        END-IF
    END-IF
    Move 0 to pos-grupo
    PERFORM 2400-BUSCAR-GRUPO THRU 2400-BUSCAR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    IF pos-grupo = 0
        IF cant-grupos = 2000
            Move "S" to tabla-llena
            GO TO 2100-ACUMULAR-EXIT
        END-IF
        Compute cant-grupos = cant-grupos + 1
        Move cant-grupos to pos-grupo
        Move AS-LEGAJO to grp-legajo (pos-grupo)
        Move AS-MODULO to grp-modulo (pos-grupo)
        Move 0 to grp-presentes (pos-grupo)
    END-IF
    IF AS-PRESENTE = "P"
        Compute grp-presentes (pos-grupo) = grp-presentes (pos-grupo) + 1
    END-IF.
2100-ACUMULAR-EXIT.
    EXIT.

2200-BUSCAR-MODULO.
    IF mod-cod (m) = AS-MODULO
        Move m to pos-modulo
    END-IF.
2200-BUSCAR-MODULO-EXIT.
    EXIT.

2300-BUSCAR-CLASE.
    IF cla-modulo (cl) = AS-MODULO AND cla-fecha (cl) = AS-FECHA
        Move cl to pos-clase
    END-IF.
2300-BUSCAR-CLASE-EXIT.
    EXIT.

2400-BUSCAR-GRUPO.
    IF grp-legajo (g) = AS-LEGAJO AND grp-modulo (g) = AS-MODULO
        Move g to pos-grupo
    END-IF.
2400-BUSCAR-GRUPO-EXIT.
    EXIT.

*>Con una falta mas el alumno tendria sus mismas presencias sobre una
*>clase dictada mas: si ese porcentaje cae debajo del minimo, esta al
*>borde.
3000-EVALUAR-GRUPO.
    Move 0 to pos-modulo
    PERFORM 3100-UBICAR-MODULO THRU 3100-UBICAR-MODULO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    IF pos-modulo = 0
        GO TO 3000-EVALUAR-GRUPO-EXIT
    END-IF
    IF mod-clases (pos-modulo) = 0
        GO TO 3000-EVALUAR-GRUPO-EXIT
    END-IF
    Compute pct-actual =
        (grp-presentes (g) * 100) / mod-clases (pos-modulo)
    Compute pct-proxima =
        (grp-presentes (g) * 100) / (mod-clases (pos-modulo) + 1)
    IF pct-actual < mod-asistencia (pos-modulo)
        Move "DEBAJO DEL MINIMO" to situacion
        Compute cant-debajo = cant-debajo + 1
    ELSE
        IF pct-proxima < mod-asistencia (pos-modulo)
            Move "A UNA FALTA DEL MINIMO" to situacion
            Compute cant-riesgo = cant-riesgo + 1
        ELSE
            GO TO 3000-EVALUAR-GRUPO-EXIT
        END-IF
    END-IF
    Move SPACES to linea-impresion
    STRING grp-legajo (g) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        grp-modulo (g) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        mod-clases (pos-modulo) DELIMITED BY SIZE
        "       " DELIMITED BY SIZE
        grp-presentes (g) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        pct-actual DELIMITED BY SIZE
        "%   " DELIMITED BY SIZE
        mod-asistencia (pos-modulo) DELIMITED BY SIZE
        "% " DELIMITED BY SIZE
        situacion DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA.
3000-EVALUAR-GRUPO-EXIT.
    EXIT.

3100-UBICAR-MODULO.
    IF mod-cod (m) = grp-modulo (g)
        Move m to pos-modulo
    END-IF.
3100-UBICAR-MODULO-EXIT.
    EXIT.
