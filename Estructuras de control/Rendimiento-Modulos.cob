*>Informe de rendimiento por modulo de un periodo para la comision
*>academica: que modulos reprueban mas y si depende de quien toma el
*>examen. Toma las notas de EPA-RESULTADOS (con las rectificaciones
*>aprobadas, via Corregir-Resultado) de las actas del periodo pedido
*>(AT-PERIODO de ACTAS) y deja un registro efectivo por alumno y
*>modulo con la regla de la casa del mejor intento; el docente es el
*>del acta de ese intento. Por modulo informa inscriptos (INSCRIPCIONES
*>del periodo), examinados, aprobados, reprobados, porcentaje de
*>aprobacion, nota promedio, distribucion de notas de 1 a 10 y el
*>promedio de intentos (ER-INTENTO) de los que aprobaron, y abre lo
*>mismo por docente y por cohorte (ER-INGRESO). Contra el periodo
*>anterior (el que se indique, o el ultimo con actas antes del pedido)
*>marca el modulo cuyo porcentaje de aprobacion se movio mas de N
*>puntos, y en ese caso la corrida termina con RETURN-CODE 4. Los
*>registros sin acta (ER-ACTA cero) no tienen periodo y no entran.
*>Sale en LISTADO-RENDIMIENTO-MODULOS.

IDENTIFICATION DIVISION.
PROGRAM-ID. Rendimiento-Modulos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT DOCENTES ASSIGN TO "DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DO-STATUS.
        SELECT ACTAS ASSIGN TO "ACTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AT-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT INSCRIPCIONES ASSIGN TO "INSCRIPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IN-STATUS.
        SELECT LISTADO-RENDIMIENTO-MODULOS
            ASSIGN TO "LISTADO-RENDIMIENTO-MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  MODULOS.
        COPY "modulo-rec".
    FD  DOCENTES.
        COPY "docente-rec".
    FD  ACTAS.
        COPY "acta-rec".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  INSCRIPCIONES.
        01 IN-REGISTRO.
            05 IN-LEGAJO  PIC 9(8).
            05 IN-SEP1    PIC X(1).
            05 IN-MODULO  PIC X(6).
            05 IN-SEP2    PIC X(1).
            05 IN-PERIODO PIC X(6).
    FD  LISTADO-RENDIMIENTO-MODULOS.
        01 LR-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 MD-STATUS PIC X(2).
        01 DO-STATUS PIC X(2).
        01 AT-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 IN-STATUS PIC X(2).
        01 LR-STATUS PIC X(2).
        01 periodo-pedido PIC X(6).
        01 periodo-anterior PIC X(6).
        01 VARIACION-TOLERADA PIC 9(2) value 10.
        01 variacion-maxima PIC 9(2).
        01 cant-nombres PIC 9(3) value 0.
        01 tabla-nombres.
            05 nombre-modulo OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-nombres.
                10 nom-codigo PIC X(6).
                10 nom-nombre PIC X(20).
        01 cant-docentes PIC 9(3) value 0.
        01 tabla-docentes.
            05 docente OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-docentes.
                10 doc-codigo PIC X(4).
                10 doc-nombre PIC X(30).
        01 d PIC 9(3).
        01 cant-actas PIC 9(4) value 0.
        01 cant-actas-periodo PIC 9(4) value 0.
        01 tabla-actas.
            05 acta-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-actas.
                10 act-numero  PIC 9(6).
                10 act-docente PIC X(4).
                10 act-periodo PIC X(1).
        01 a PIC 9(4).
        01 pos-acta PIC 9(4).
        01 cant-efectivos PIC 9(4) value 0.
        01 tabla-efectivos.
            05 efectivo OCCURS 1 TO 3000 TIMES
                DEPENDING ON cant-efectivos.
                10 efe-legajo  PIC S9(8).
                10 efe-modulo  PIC X(6).
                10 efe-periodo PIC X(1).
                10 efe-ingreso PIC 9(4).
                10 efe-nota    PIC 9(2).
                10 efe-estado  PIC X(10).
                10 efe-intento PIC 9(2).
                10 efe-docente PIC X(4).
        01 e PIC 9(4).
        01 pos-efectivo PIC 9(4).
        01 intento-registro PIC 9(2).
        01 cant-modulos PIC 9(3) value 0.
        01 tabla-modulos.
            05 modulo OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-modulos.
                10 mod-codigo       PIC X(6).
                10 mod-inscriptos   PIC 9(5).
                10 mod-examinados   PIC 9(5).
                10 mod-aprobados    PIC 9(5).
                10 mod-suma-notas   PIC 9(7).
                10 mod-suma-intentos PIC 9(7).
                10 mod-ant-examinados PIC 9(5).
                10 mod-ant-aprobados  PIC 9(5).
                10 mod-por-nota     PIC 9(5) OCCURS 10 TIMES.
        01 modulo-aux PIC X(95).
        01 m PIC 9(3).
        01 pos-modulo PIC 9(3).
        01 cant-desgloses PIC 9(4) value 0.
        01 tabla-desgloses.
            05 desglose OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-desgloses.
                10 des-modulo     PIC X(6).
                10 des-tipo       PIC X(1).
                10 des-clave      PIC X(4).
                10 des-examinados PIC 9(5).
                10 des-aprobados  PIC 9(5).
                10 des-suma-notas PIC 9(7).
        01 desglose-aux PIC X(28).
        01 pos-desglose PIC 9(4).
        01 tipo-buscado PIC X(1).
        01 clave-buscada PIC X(4).
        01 g PIC 9(4).
        01 k PIC 9(4).
        01 n PIC 9(2).
        01 tabla-llena PIC X(1) value "N".
        01 cant-marcados PIC 9(3) value 0.
        01 pct-aprobacion PIC 9(3)V99.
        01 pct-anterior PIC 9(3)V99.
        01 variacion PIC S9(3)V99.
        01 variacion-absoluta PIC 9(3)V99.
        01 promedio-nota PIC 9(2)V99.
        01 promedio-intentos PIC 9(2)V99.
        01 reprobados PIC 9(5).
        01 pct-ed PIC ZZ9.99.
        01 promedio-ed PIC Z9.99.
        01 intentos-ed PIC Z9.99.
        01 variacion-ed PIC +++9.99.
        01 nota-ed PIC Z9.
        01 nombre-desglose PIC X(30).
        01 nombre-corriente PIC X(30).
        01 linea-impresion PIC X(100).
        01 puntero PIC 9(3).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Periodo a informar (AAAAPP): "
    Accept periodo-pedido
    IF periodo-pedido = SPACES
        Display "Error: el periodo es obligatorio"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Periodo anterior a comparar (AAAAPP, espacios = el"
        " ultimo con actas): "
    Accept periodo-anterior
    Display "Variacion maxima del porcentaje de aprobacion en puntos"
        " (0 = " VARIACION-TOLERADA "): "
    Accept variacion-maxima
    IF variacion-maxima = 0
        Move VARIACION-TOLERADA to variacion-maxima
    END-IF
    PERFORM 1000-CARGAR-MODULOS THRU 1000-CARGAR-MODULOS-EXIT
    PERFORM 1200-CARGAR-DOCENTES THRU 1200-CARGAR-DOCENTES-EXIT
    IF periodo-anterior = SPACES
        PERFORM 2000-BUSCAR-ANTERIOR THRU 2000-BUSCAR-ANTERIOR-EXIT
    END-IF
    PERFORM 2100-CARGAR-ACTAS THRU 2100-CARGAR-ACTAS-EXIT
    IF cant-actas-periodo = 0
        Display "No hay actas del periodo " periodo-pedido
        STOP RUN
    END-IF
    PERFORM 3000-CARGAR-EFECTIVOS THRU 3000-CARGAR-EFECTIVOS-EXIT
    PERFORM 3500-CONTAR-INSCRIPTOS THRU 3500-CONTAR-INSCRIPTOS-EXIT
    PERFORM 4000-ACUMULAR-EFECTIVO THRU 4000-ACUMULAR-EFECTIVO-EXIT
        VARYING e FROM 1 BY 1 UNTIL e > cant-efectivos
    PERFORM 4500-ORDENAR-MODULOS
    PERFORM 4600-ORDENAR-DESGLOSES
    OPEN OUTPUT LISTADO-RENDIMIENTO-MODULOS
    Move SPACES to linea-impresion
    STRING "RENDIMIENTO POR MODULO - PERIODO " DELIMITED BY SIZE
        periodo-pedido DELIMITED BY SIZE
        "  ANTERIOR " DELIMITED BY SIZE
        periodo-anterior DELIMITED BY SIZE
        "  VARIACION MAXIMA " DELIMITED BY SIZE
        variacion-maxima DELIMITED BY SIZE
        " PUNTOS" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move ALL "=" to LR-LINEA
    WRITE LR-LINEA
    PERFORM 5000-IMPRIMIR-MODULO THRU 5000-IMPRIMIR-MODULO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    Move SPACES to linea-impresion
    STRING "MODULOS CON VARIACION MAYOR A " DELIMITED BY SIZE
        variacion-maxima DELIMITED BY SIZE
        " PUNTOS: " DELIMITED BY SIZE
        cant-marcados DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    CLOSE LISTADO-RENDIMIENTO-MODULOS
    Display "Rendimiento del periodo " periodo-pedido ": "
        cant-modulos " modulos (ver LISTADO-RENDIMIENTO-MODULOS)"
    IF cant-marcados > 0
        Display "Modulos con variacion mayor a " variacion-maxima
            " puntos: " cant-marcados
        Move 4 to RETURN-CODE
    END-IF
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena, informe incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-MODULOS.
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MODULOS,"
            " el informe sale sin nombres de modulo"
        GO TO 1000-CARGAR-MODULOS-EXIT
    END-IF
    PERFORM 1100-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10" OR cant-nombres = 100
        Compute cant-nombres = cant-nombres + 1
        Move MD-COD    to nom-codigo (cant-nombres)
        Move MD-NOMBRE to nom-nombre (cant-nombres)
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

1200-CARGAR-DOCENTES.
    OPEN INPUT DOCENTES
    IF DO-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir DOCENTES,"
            " el informe sale sin nombres de docente"
        GO TO 1200-CARGAR-DOCENTES-EXIT
    END-IF
    PERFORM 1300-LEER-DOCENTE
    PERFORM UNTIL DO-STATUS = "10" OR cant-docentes = 500
        Compute cant-docentes = cant-docentes + 1
        Move DO-CODIGO to doc-codigo (cant-docentes)
        Move DO-NOMBRE to doc-nombre (cant-docentes)
        PERFORM 1300-LEER-DOCENTE
    END-PERFORM
    CLOSE DOCENTES.
1200-CARGAR-DOCENTES-EXIT.
    EXIT.

1300-LEER-DOCENTE.
    READ DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

*>Sin periodo anterior indicado se compara contra el ultimo periodo
*>con actas antes del pedido.
2000-BUSCAR-ANTERIOR.
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        GO TO 2000-BUSCAR-ANTERIOR-EXIT
    END-IF
    PERFORM 2050-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-PERIODO <> SPACES
        AND AT-PERIODO < periodo-pedido
        AND (periodo-anterior = SPACES OR AT-PERIODO > periodo-anterior)
            Move AT-PERIODO to periodo-anterior
        END-IF
        PERFORM 2050-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
2000-BUSCAR-ANTERIOR-EXIT.
    EXIT.

2050-LEER-ACTA.
    READ ACTAS
    NOT AT END
        CONTINUE
    END-READ.

2100-CARGAR-ACTAS.
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        Display "No se pudo abrir el archivo ACTAS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2050-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-PERIODO = periodo-pedido
        OR (AT-PERIODO = periodo-anterior AND AT-PERIODO <> SPACES)
            PERFORM 2200-ANOTAR-ACTA THRU 2200-ANOTAR-ACTA-EXIT
        END-IF
        PERFORM 2050-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
2100-CARGAR-ACTAS-EXIT.
    EXIT.

*>El periodo del acta queda como "A" (el pedido) o "P" (el anterior).
2200-ANOTAR-ACTA.
    IF cant-actas = 2000
        Move "S" to tabla-llena
        GO TO 2200-ANOTAR-ACTA-EXIT
    END-IF
    Compute cant-actas = cant-actas + 1
    Move AT-NUMERO  to act-numero (cant-actas)
    Move AT-DOCENTE to act-docente (cant-actas)
    IF AT-PERIODO = periodo-pedido
        Move "A" to act-periodo (cant-actas)
        Compute cant-actas-periodo = cant-actas-periodo + 1
    ELSE
        Move "P" to act-periodo (cant-actas)
    END-IF.
2200-ANOTAR-ACTA-EXIT.
    EXIT.

3000-CARGAR-EFECTIVOS.
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir EPA-RESULTADOS,"
            " el informe sale sin notas"
        GO TO 3000-CARGAR-EFECTIVOS-EXIT
    END-IF
    PERFORM 3100-LEER-RESULTADO
    PERFORM UNTIL ER-STATUS = "10"
        IF ER-ACTA > 0
            Move 0 to pos-acta
            PERFORM 3200-BUSCAR-ACTA THRU 3200-BUSCAR-ACTA-EXIT
                VARYING a FROM 1 BY 1 UNTIL a > cant-actas
            IF pos-acta > 0
                PERFORM 3300-ANOTAR-EFECTIVO
                    THRU 3300-ANOTAR-EFECTIVO-EXIT
            END-IF
        END-IF
        PERFORM 3100-LEER-RESULTADO
    END-PERFORM
    CLOSE EPA-RESULTADOS.
3000-CARGAR-EFECTIVOS-EXIT.
    EXIT.

3100-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 3150-CORREGIR-RESULTADO
    END-READ.

3150-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

3200-BUSCAR-ACTA.
    IF act-numero (a) = ER-ACTA
        Move a to pos-acta
    END-IF.
3200-BUSCAR-ACTA-EXIT.
    EXIT.

*>Mejor intento: por alumno, modulo y periodo queda la nota mas alta;
*>con la misma nota queda el primer intento que la saco.
3300-ANOTAR-EFECTIVO.
    IF ER-INTENTO = 0
        Move 1 to intento-registro
    ELSE
        Move ER-INTENTO to intento-registro
    END-IF
    Move 0 to pos-efectivo
    PERFORM 3400-BUSCAR-EFECTIVO THRU 3400-BUSCAR-EFECTIVO-EXIT
        VARYING e FROM 1 BY 1 UNTIL e > cant-efectivos
    IF pos-efectivo = 0
        IF cant-efectivos = 3000
            Move "S" to tabla-llena
            GO TO 3300-ANOTAR-EFECTIVO-EXIT
        END-IF
        Compute cant-efectivos = cant-efectivos + 1
        Move cant-efectivos to pos-efectivo
        Move ER-LEGAJO  to efe-legajo (pos-efectivo)
        Move ER-MODULO  to efe-modulo (pos-efectivo)
        Move act-periodo (pos-acta) to efe-periodo (pos-efectivo)
        Move ER-INGRESO to efe-ingreso (pos-efectivo)
        Move ER-NOTA    to efe-nota (pos-efectivo)
        Move ER-ESTADO  to efe-estado (pos-efectivo)
        Move intento-registro to efe-intento (pos-efectivo)
        Move act-docente (pos-acta) to efe-docente (pos-efectivo)
    ELSE
        IF ER-NOTA > efe-nota (pos-efectivo)
            Move ER-NOTA   to efe-nota (pos-efectivo)
            Move ER-ESTADO to efe-estado (pos-efectivo)
            Move intento-registro to efe-intento (pos-efectivo)
            Move act-docente (pos-acta) to efe-docente (pos-efectivo)
        END-IF
    END-IF.
3300-ANOTAR-EFECTIVO-EXIT.
    EXIT.

3400-BUSCAR-EFECTIVO.
    IF efe-legajo (e) = ER-LEGAJO
    AND efe-modulo (e) = ER-MODULO
    AND efe-periodo (e) = act-periodo (pos-acta)
        Move e to pos-efectivo
    END-IF.
3400-BUSCAR-EFECTIVO-EXIT.
    EXIT.

3500-CONTAR-INSCRIPTOS.
    OPEN INPUT INSCRIPCIONES
    IF IN-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir INSCRIPCIONES,"
            " el informe sale sin inscriptos"
        GO TO 3500-CONTAR-INSCRIPTOS-EXIT
    END-IF
    PERFORM 3600-LEER-INSCRIPCION
    PERFORM UNTIL IN-STATUS = "10"
        IF IN-PERIODO = periodo-pedido
            PERFORM 3700-UBICAR-MODULO THRU 3700-UBICAR-MODULO-EXIT
            IF pos-modulo > 0
                Compute mod-inscriptos (pos-modulo) =
                    mod-inscriptos (pos-modulo) + 1
            END-IF
        END-IF
        PERFORM 3600-LEER-INSCRIPCION
    END-PERFORM
    CLOSE INSCRIPCIONES.
3500-CONTAR-INSCRIPTOS-EXIT.
    EXIT.

3600-LEER-INSCRIPCION.
    READ INSCRIPCIONES
    NOT AT END
        CONTINUE
    END-READ.

*>Ubica el modulo de IN-MODULO en la tabla; si no esta lo agrega.
3700-UBICAR-MODULO.
    Move 0 to pos-modulo
    PERFORM 3800-BUSCAR-MODULO THRU 3800-BUSCAR-MODULO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    IF pos-modulo = 0
        IF cant-modulos = 100
            Move "S" to tabla-llena
            GO TO 3700-UBICAR-MODULO-EXIT
        END-IF
        Compute cant-modulos = cant-modulos + 1
        Move cant-modulos to pos-modulo
        INITIALIZE modulo (pos-modulo)
        Move IN-MODULO to mod-codigo (pos-modulo)
    END-IF.
3700-UBICAR-MODULO-EXIT.
    EXIT.

3800-BUSCAR-MODULO.
    IF mod-codigo (m) = IN-MODULO
        Move m to pos-modulo
    END-IF.
3800-BUSCAR-MODULO-EXIT.
    EXIT.

4000-ACUMULAR-EFECTIVO.
    Move efe-modulo (e) to IN-MODULO
    PERFORM 3700-UBICAR-MODULO THRU 3700-UBICAR-MODULO-EXIT
    IF pos-modulo = 0
        GO TO 4000-ACUMULAR-EFECTIVO-EXIT
    END-IF
    IF efe-periodo (e) = "P"
        Compute mod-ant-examinados (pos-modulo) =
            mod-ant-examinados (pos-modulo) + 1
        IF efe-estado (e) = "APROBADO"
            Compute mod-ant-aprobados (pos-modulo) =
                mod-ant-aprobados (pos-modulo) + 1
        END-IF
        GO TO 4000-ACUMULAR-EFECTIVO-EXIT
    END-IF
    Compute mod-examinados (pos-modulo) = mod-examinados (pos-modulo) + 1
    Compute mod-suma-notas (pos-modulo) =
        mod-suma-notas (pos-modulo) + efe-nota (e)
    IF efe-nota (e) >= 1 AND efe-nota (e) <= 10
        Move efe-nota (e) to n
        Compute mod-por-nota (pos-modulo, n) =
            mod-por-nota (pos-modulo, n) + 1
    END-IF
    IF efe-estado (e) = "APROBADO"
        Compute mod-aprobados (pos-modulo) =
            mod-aprobados (pos-modulo) + 1
        Compute mod-suma-intentos (pos-modulo) =
            mod-suma-intentos (pos-modulo) + efe-intento (e)
    END-IF
    Move "D" to tipo-buscado
    Move efe-docente (e) to clave-buscada
    PERFORM 4100-ACUMULAR-DESGLOSE THRU 4100-ACUMULAR-DESGLOSE-EXIT
    Move "C" to tipo-buscado
    Move efe-ingreso (e) to clave-buscada
    PERFORM 4100-ACUMULAR-DESGLOSE THRU 4100-ACUMULAR-DESGLOSE-EXIT.
4000-ACUMULAR-EFECTIVO-EXIT.
    EXIT.

*>Un desglose es docente ("D") o cohorte ("C") dentro del modulo.
4100-ACUMULAR-DESGLOSE.
    Move 0 to pos-desglose
    PERFORM 4200-BUSCAR-DESGLOSE THRU 4200-BUSCAR-DESGLOSE-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-desgloses
    IF pos-desglose = 0
        IF cant-desgloses = 2000
            Move "S" to tabla-llena
            GO TO 4100-ACUMULAR-DESGLOSE-EXIT
        END-IF
        Compute cant-desgloses = cant-desgloses + 1
        Move cant-desgloses to pos-desglose
        INITIALIZE desglose (pos-desglose)
        Move efe-modulo (e) to des-modulo (pos-desglose)
        Move tipo-buscado   to des-tipo (pos-desglose)
        Move clave-buscada  to des-clave (pos-desglose)
    END-IF
    Compute des-examinados (pos-desglose) =
        des-examinados (pos-desglose) + 1
    Compute des-suma-notas (pos-desglose) =
        des-suma-notas (pos-desglose) + efe-nota (e)
    IF efe-estado (e) = "APROBADO"
        Compute des-aprobados (pos-desglose) =
            des-aprobados (pos-desglose) + 1
    END-IF.
4100-ACUMULAR-DESGLOSE-EXIT.
    EXIT.

4200-BUSCAR-DESGLOSE.
    IF des-modulo (g) = efe-modulo (e)
    AND des-tipo (g) = tipo-buscado
    AND des-clave (g) = clave-buscada
        Move g to pos-desglose
    END-IF.
4200-BUSCAR-DESGLOSE-EXIT.
    EXIT.

4500-ORDENAR-MODULOS.
    PERFORM 4510-PASADA
        VARYING g FROM 1 BY 1 UNTIL g >= cant-modulos.

4510-PASADA.
    PERFORM 4520-COMPARAR-ADYACENTES
        VARYING k FROM 1 BY 1 UNTIL k > cant-modulos - g.

4520-COMPARAR-ADYACENTES.
    IF mod-codigo (k) > mod-codigo (k + 1)
        Move modulo (k)     to modulo-aux
        Move modulo (k + 1) to modulo (k)
        Move modulo-aux     to modulo (k + 1)
    End-If.

*>Por modulo, dentro del modulo los docentes antes que las cohortes.
4600-ORDENAR-DESGLOSES.
    PERFORM 4610-PASADA
        VARYING g FROM 1 BY 1 UNTIL g >= cant-desgloses.

4610-PASADA.
    PERFORM 4620-COMPARAR-ADYACENTES
        VARYING k FROM 1 BY 1 UNTIL k > cant-desgloses - g.

4620-COMPARAR-ADYACENTES.
    IF des-modulo (k) > des-modulo (k + 1)
    OR (des-modulo (k) = des-modulo (k + 1)
        AND des-tipo (k) > des-tipo (k + 1))
    OR (des-modulo (k) = des-modulo (k + 1)
        AND des-tipo (k) = des-tipo (k + 1)
        AND des-clave (k) > des-clave (k + 1))
        Move desglose (k)     to desglose-aux
        Move desglose (k + 1) to desglose (k)
        Move desglose-aux     to desglose (k + 1)
    End-If.

*>Un modulo que solo figura en el periodo anterior no se lista: no
*>tuvo inscriptos ni examenes en el periodo pedido.
5000-IMPRIMIR-MODULO.
    IF mod-examinados (m) = 0 AND mod-inscriptos (m) = 0
        GO TO 5000-IMPRIMIR-MODULO-EXIT
    END-IF
    Move SPACES to nombre-corriente
    PERFORM 5050-BUSCAR-NOMBRE-MODULO THRU 5050-BUSCAR-NOMBRE-MODULO-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-nombres
    Move SPACES to linea-impresion
    STRING "MODULO " DELIMITED BY SIZE
        mod-codigo (m) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-corriente DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move "  INSCRIPTOS EXAMINADOS APROBADOS REPROBADOS % APROB. PROMEDIO"
        & " INTENTOS P/APROBAR" to LR-LINEA
    WRITE LR-LINEA
    Compute reprobados = mod-examinados (m) - mod-aprobados (m)
    Move 0 to pct-aprobacion
    Move 0 to promedio-nota
    IF mod-examinados (m) > 0
        Compute pct-aprobacion ROUNDED =
            mod-aprobados (m) * 100 / mod-examinados (m)
        Compute promedio-nota ROUNDED =
            mod-suma-notas (m) / mod-examinados (m)
    END-IF
    Move 0 to promedio-intentos
    IF mod-aprobados (m) > 0
        Compute promedio-intentos ROUNDED =
            mod-suma-intentos (m) / mod-aprobados (m)
    END-IF
    Move pct-aprobacion to pct-ed
    Move promedio-nota to promedio-ed
    Move promedio-intentos to intentos-ed
    Move SPACES to linea-impresion
    STRING "       " DELIMITED BY SIZE
        mod-inscriptos (m) DELIMITED BY SIZE
        "      " DELIMITED BY SIZE
        mod-examinados (m) DELIMITED BY SIZE
        "     " DELIMITED BY SIZE
        mod-aprobados (m) DELIMITED BY SIZE
        "      " DELIMITED BY SIZE
        reprobados DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        pct-ed DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        promedio-ed DELIMITED BY SIZE
        "              " DELIMITED BY SIZE
        intentos-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    Move "  NOTAS" to linea-impresion (1:7)
    Move 9 to puntero
    PERFORM 5100-ARMAR-DISTRIBUCION
        VARYING n FROM 1 BY 1 UNTIL n > 10
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    PERFORM 5200-COMPARAR-ANTERIOR
    Move "  POR DOCENTE" to LR-LINEA
    WRITE LR-LINEA
    Move "D" to tipo-buscado
    PERFORM 5300-IMPRIMIR-DESGLOSE THRU 5300-IMPRIMIR-DESGLOSE-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-desgloses
    Move "  POR COHORTE" to LR-LINEA
    WRITE LR-LINEA
    Move "C" to tipo-buscado
    PERFORM 5300-IMPRIMIR-DESGLOSE THRU 5300-IMPRIMIR-DESGLOSE-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-desgloses
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA.
5000-IMPRIMIR-MODULO-EXIT.
    EXIT.

5050-BUSCAR-NOMBRE-MODULO.
    IF nom-codigo (d) = mod-codigo (m)
        Move nom-nombre (d) to nombre-corriente
    END-IF.
5050-BUSCAR-NOMBRE-MODULO-EXIT.
    EXIT.

5100-ARMAR-DISTRIBUCION.
    Move n to nota-ed
    STRING nota-ed DELIMITED BY SIZE
        ":" DELIMITED BY SIZE
        mod-por-nota (m, n) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        INTO linea-impresion
        WITH POINTER puntero
    END-STRING.

5200-COMPARAR-ANTERIOR.
    Move SPACES to linea-impresion
    IF periodo-anterior = SPACES OR mod-ant-examinados (m) = 0
        STRING "  SIN NOTAS DEL PERIODO ANTERIOR PARA COMPARAR"
            DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LR-LINEA
        WRITE LR-LINEA
    ELSE
        Compute pct-anterior ROUNDED =
            mod-ant-aprobados (m) * 100 / mod-ant-examinados (m)
        Compute variacion = pct-aprobacion - pct-anterior
        IF variacion < 0
            Compute variacion-absoluta = 0 - variacion
        ELSE
            Move variacion to variacion-absoluta
        END-IF
        Move pct-anterior to pct-ed
        Move variacion to variacion-ed
        STRING "  PERIODO " DELIMITED BY SIZE
            periodo-anterior DELIMITED BY SIZE
            ": % APROB. " DELIMITED BY SIZE
            pct-ed DELIMITED BY SIZE
            "  VARIACION " DELIMITED BY SIZE
            variacion-ed DELIMITED BY SIZE
            " PUNTOS" DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        IF variacion-absoluta > variacion-maxima
            Move "*** VARIACION FUERA DE RANGO" to linea-impresion (66:28)
            Compute cant-marcados = cant-marcados + 1
        END-IF
        Move linea-impresion to LR-LINEA
        WRITE LR-LINEA
    END-IF.

5300-IMPRIMIR-DESGLOSE.
    IF des-modulo (g) <> mod-codigo (m) OR des-tipo (g) <> tipo-buscado
        GO TO 5300-IMPRIMIR-DESGLOSE-EXIT
    END-IF
    IF tipo-buscado = "D"
        Move "NO FIGURA EN DOCENTES" to nombre-desglose
        PERFORM 5400-BUSCAR-DOCENTE THRU 5400-BUSCAR-DOCENTE-EXIT
            VARYING d FROM 1 BY 1 UNTIL d > cant-docentes
    ELSE
        Move "COHORTE" to nombre-desglose
    END-IF
    Move 0 to pct-aprobacion
    Move 0 to promedio-nota
    IF des-examinados (g) > 0
        Compute pct-aprobacion ROUNDED =
            des-aprobados (g) * 100 / des-examinados (g)
        Compute promedio-nota ROUNDED =
            des-suma-notas (g) / des-examinados (g)
    END-IF
    Move pct-aprobacion to pct-ed
    Move promedio-nota to promedio-ed
    Move SPACES to linea-impresion
    STRING "    " DELIMITED BY SIZE
        des-clave (g) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-desglose DELIMITED BY SIZE
        " EXAM. " DELIMITED BY SIZE
        des-examinados (g) DELIMITED BY SIZE
        " APROB. " DELIMITED BY SIZE
        des-aprobados (g) DELIMITED BY SIZE
        " % " DELIMITED BY SIZE
        pct-ed DELIMITED BY SIZE
        " PROM. " DELIMITED BY SIZE
        promedio-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.
5300-IMPRIMIR-DESGLOSE-EXIT.
    EXIT.

5400-BUSCAR-DOCENTE.
    IF doc-codigo (d) = des-clave (g)
        Move doc-nombre (d) to nombre-desglose
    END-IF.
5400-BUSCAR-DOCENTE-EXIT.
    EXIT.
