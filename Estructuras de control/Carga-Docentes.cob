*>Informe de carga docente de un periodo: por cada docente y modulo
*>cuenta las actas firmadas en el periodo pedido (AT-PERIODO de
*>ACTAS), las notas cargadas en esas actas (AT-NOTAS) y los aprobados
*>segun EPA-RESULTADOS (los registros de cada acta por ER-ACTA), con
*>el porcentaje de aprobacion por modulo y un subtotal por docente. El
*>nombre sale del maestro DOCENTES; un codigo que no figura se lista
*>igual marcado NO FIGURA EN DOCENTES, que es justo lo que hay que
*>limpiar. Sale en LISTADO-CARGA-DOCENTE.

IDENTIFICATION DIVISION.
PROGRAM-ID. Carga-Docentes.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DOCENTES ASSIGN TO "DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DO-STATUS.
        SELECT ACTAS ASSIGN TO "ACTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AT-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT LISTADO-CARGA-DOCENTE ASSIGN TO "LISTADO-CARGA-DOCENTE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  DOCENTES.
        COPY "docente-rec".
    FD  ACTAS.
        COPY "acta-rec".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  LISTADO-CARGA-DOCENTE.
        01 LD-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 DO-STATUS PIC X(2).
        01 AT-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 LD-STATUS PIC X(2).
        01 periodo-pedido PIC X(6).
        01 cant-docentes PIC 9(3) value 0.
        01 tabla-docentes.
            05 docente OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-docentes.
                10 doc-codigo PIC X(4).
                10 doc-nombre PIC X(30).
        01 d PIC 9(3).
        01 cant-actas PIC 9(4) value 0.
        01 tabla-actas.
            05 acta-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-actas.
                10 act-numero PIC 9(6).
                10 act-grupo  PIC 9(3).
        01 a PIC 9(4).
        01 pos-acta PIC 9(4).
        01 cant-grupos PIC 9(3) value 0.
        01 tabla-grupos.
            05 grupo OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-grupos.
                10 grp-docente   PIC X(4).
                10 grp-modulo    PIC X(6).
                10 grp-actas     PIC 9(4).
                10 grp-notas     PIC 9(6).
                10 grp-aprobados PIC 9(6).
        01 grupo-aux PIC X(26).
        01 g PIC 9(3).
        01 k PIC 9(3).
        01 pos-grupo PIC 9(3).
        01 tabla-llena PIC X(1) value "N".
        01 docente-corriente PIC X(4).
        01 nombre-corriente PIC X(30).
        01 sub-actas PIC 9(5).
        01 sub-notas PIC 9(7).
        01 sub-aprobados PIC 9(7).
        01 tot-actas PIC 9(5) value 0.
        01 tot-notas PIC 9(7) value 0.
        01 tot-aprobados PIC 9(7) value 0.
        01 pct-aprobacion PIC 9(3)V99.
        01 pct-ed PIC ZZ9.99.
        01 linea-impresion PIC X(100).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Periodo a informar (AAAAPP): "
    Accept periodo-pedido
    IF periodo-pedido = SPACES
        Display "Error: el periodo es obligatorio"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-CARGAR-DOCENTES THRU 1000-CARGAR-DOCENTES-EXIT
    PERFORM 2000-CARGAR-ACTAS THRU 2000-CARGAR-ACTAS-EXIT
    IF cant-actas = 0
        Display "No hay actas del periodo " periodo-pedido
        STOP RUN
    END-IF
    PERFORM 3000-CONTAR-APROBADOS THRU 3000-CONTAR-APROBADOS-EXIT
    PERFORM 4000-ORDENAR-GRUPOS
    OPEN OUTPUT LISTADO-CARGA-DOCENTE
    Move SPACES to linea-impresion
    STRING "CARGA DOCENTE - PERIODO " DELIMITED BY SIZE
        periodo-pedido DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA
    Move "DOCENTE MODULO ACTAS  NOTAS  APROBADOS  % APROB."
        to LD-LINEA
    WRITE LD-LINEA
    Move ALL "-" to LD-LINEA
    WRITE LD-LINEA
    Move SPACES to docente-corriente
    PERFORM 5000-IMPRIMIR-GRUPO THRU 5000-IMPRIMIR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    PERFORM 5500-IMPRIMIR-SUBTOTAL
    Move ALL "-" to LD-LINEA
    WRITE LD-LINEA
    Move 0 to pct-aprobacion
    IF tot-notas > 0
        Compute pct-aprobacion ROUNDED = tot-aprobados * 100 / tot-notas
    END-IF
    Move pct-aprobacion to pct-ed
    Move SPACES to linea-impresion
    STRING "TOTAL DEL PERIODO   " DELIMITED BY SIZE
        tot-actas DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tot-notas DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        tot-aprobados DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        pct-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA
    CLOSE LISTADO-CARGA-DOCENTE
    Display "Actas del periodo " periodo-pedido ": " tot-actas
        "  notas: " tot-notas " (ver LISTADO-CARGA-DOCENTE)"
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena, informe incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-DOCENTES.
    OPEN INPUT DOCENTES
    IF DO-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir DOCENTES,"
            " el informe sale sin nombres"
        GO TO 1000-CARGAR-DOCENTES-EXIT
    END-IF
    PERFORM 1100-LEER-DOCENTE
    PERFORM UNTIL DO-STATUS = "10" OR cant-docentes = 500
        Compute cant-docentes = cant-docentes + 1
        Move DO-CODIGO to doc-codigo (cant-docentes)
        Move DO-NOMBRE to doc-nombre (cant-docentes)
        PERFORM 1100-LEER-DOCENTE
    END-PERFORM
    CLOSE DOCENTES.
1000-CARGAR-DOCENTES-EXIT.
    EXIT.

1100-LEER-DOCENTE.
    READ DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

2000-CARGAR-ACTAS.
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        Display "No se pudo abrir el archivo ACTAS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2100-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-PERIODO = periodo-pedido
            PERFORM 2200-ACUMULAR-ACTA THRU 2200-ACUMULAR-ACTA-EXIT
        END-IF
        PERFORM 2100-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
2000-CARGAR-ACTAS-EXIT.
    EXIT.

2100-LEER-ACTA.
    READ ACTAS
    NOT AT END
        CONTINUE
    END-READ.

2200-ACUMULAR-ACTA.
    Move 0 to pos-grupo
    PERFORM 2300-BUSCAR-GRUPO THRU 2300-BUSCAR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    IF pos-grupo = 0
        IF cant-grupos = 500
            Move "S" to tabla-llena
            GO TO 2200-ACUMULAR-ACTA-EXIT
        END-IF
        Compute cant-grupos = cant-grupos + 1
        Move cant-grupos to pos-grupo
        INITIALIZE grupo (pos-grupo)
        Move AT-DOCENTE to grp-docente (pos-grupo)
        Move AT-MODULO  to grp-modulo (pos-grupo)
    END-IF
    IF cant-actas = 2000
        Move "S" to tabla-llena
        GO TO 2200-ACUMULAR-ACTA-EXIT
    END-IF
    Compute cant-actas = cant-actas + 1
    Move AT-NUMERO to act-numero (cant-actas)
    Move pos-grupo to act-grupo (cant-actas)
    Compute grp-actas (pos-grupo) = grp-actas (pos-grupo) + 1
    Compute grp-notas (pos-grupo) = grp-notas (pos-grupo) + AT-NOTAS.
2200-ACUMULAR-ACTA-EXIT.
    EXIT.

2300-BUSCAR-GRUPO.
    IF grp-docente (g) = AT-DOCENTE AND grp-modulo (g) = AT-MODULO
        Move g to pos-grupo
    END-IF.
2300-BUSCAR-GRUPO-EXIT.
    EXIT.

3000-CONTAR-APROBADOS.
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir EPA-RESULTADOS,"
            " el informe sale sin aprobados"
        GO TO 3000-CONTAR-APROBADOS-EXIT
    END-IF
    PERFORM 3100-LEER-RESULTADO
    PERFORM UNTIL ER-STATUS = "10"
        IF ER-ESTADO = "APROBADO"
            Move 0 to pos-acta
            PERFORM 3200-BUSCAR-ACTA THRU 3200-BUSCAR-ACTA-EXIT
                VARYING a FROM 1 BY 1 UNTIL a > cant-actas
            IF pos-acta > 0
                Move act-grupo (pos-acta) to pos-grupo
                Compute grp-aprobados (pos-grupo) =
                    grp-aprobados (pos-grupo) + 1
            END-IF
        END-IF
        PERFORM 3100-LEER-RESULTADO
    END-PERFORM
    CLOSE EPA-RESULTADOS.
3000-CONTAR-APROBADOS-EXIT.
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

*>Por docente y dentro del docente por modulo, para el subtotal.
4000-ORDENAR-GRUPOS.
    PERFORM 4100-PASADA
        VARYING g FROM 1 BY 1 UNTIL g >= cant-grupos.

4100-PASADA.
    PERFORM 4200-COMPARAR-ADYACENTES
        VARYING k FROM 1 BY 1 UNTIL k > cant-grupos - g.

4200-COMPARAR-ADYACENTES.
    IF grp-docente (k) > grp-docente (k + 1)
    OR (grp-docente (k) = grp-docente (k + 1)
        AND grp-modulo (k) > grp-modulo (k + 1))
        Move grupo (k)     to grupo-aux
        Move grupo (k + 1) to grupo (k)
        Move grupo-aux     to grupo (k + 1)
    End-If.

5000-IMPRIMIR-GRUPO.
    IF grp-docente (g) <> docente-corriente
        IF docente-corriente <> SPACES
            PERFORM 5500-IMPRIMIR-SUBTOTAL
        END-IF
        Move grp-docente (g) to docente-corriente
        Move 0 to sub-actas sub-notas sub-aprobados
        Move "NO FIGURA EN DOCENTES" to nombre-corriente
        PERFORM 5100-BUSCAR-NOMBRE THRU 5100-BUSCAR-NOMBRE-EXIT
            VARYING d FROM 1 BY 1 UNTIL d > cant-docentes
        Move SPACES to linea-impresion
        STRING "DOCENTE " DELIMITED BY SIZE
            docente-corriente DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            nombre-corriente DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LD-LINEA
        WRITE LD-LINEA
    END-IF
    Move 0 to pct-aprobacion
    IF grp-notas (g) > 0
        Compute pct-aprobacion ROUNDED =
            grp-aprobados (g) * 100 / grp-notas (g)
    END-IF
    Move pct-aprobacion to pct-ed
    Move SPACES to linea-impresion
    STRING "        " DELIMITED BY SIZE
        grp-modulo (g) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        grp-actas (g) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        grp-notas (g) DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        grp-aprobados (g) DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        pct-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA
    Compute sub-actas = sub-actas + grp-actas (g)
    Compute sub-notas = sub-notas + grp-notas (g)
    Compute sub-aprobados = sub-aprobados + grp-aprobados (g)
    Compute tot-actas = tot-actas + grp-actas (g)
    Compute tot-notas = tot-notas + grp-notas (g)
    Compute tot-aprobados = tot-aprobados + grp-aprobados (g).
5000-IMPRIMIR-GRUPO-EXIT.
    EXIT.

5100-BUSCAR-NOMBRE.
    IF doc-codigo (d) = docente-corriente
        Move doc-nombre (d) to nombre-corriente
    END-IF.
5100-BUSCAR-NOMBRE-EXIT.
    EXIT.

5500-IMPRIMIR-SUBTOTAL.
    Move 0 to pct-aprobacion
    IF sub-notas > 0
        Compute pct-aprobacion ROUNDED = sub-aprobados * 100 / sub-notas
    END-IF
    Move pct-aprobacion to pct-ed
    Move SPACES to linea-impresion
    STRING "        SUBTOTAL " DELIMITED BY SIZE
        sub-actas DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        sub-notas DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        sub-aprobados DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        pct-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA.
