*>Subprograma comun de rectificaciones de notas: la nota de un
*>registro de EPA-RESULTADOS que tuvo una rectificacion aprobada se
*>lee con la nota y el estado corregidos en todos los programas que
*>consumen el extracto (Certificados, Egresados, Cruce-Alumnos,
*>Reporte-Recuperatorios, Alerta-Alumnos, Carga-Docentes y la
*>correlativa e intentos de Ejercicio12); la regla tiene que estar en
*>un solo lugar. El extracto no se regraba: las correcciones viven en
*>EPA-CORRECCIONES y se aparean por acta, legajo y modulo; si hay mas
*>de una para la misma nota vale la ultima grabada. Como se llama una
*>vez por registro leido, la tabla de correcciones se carga en la
*>primera llamada de la corrida. Sin archivo EPA-CORRECCIONES no hay
*>nada que corregir.
*>Interfaz en copybooks/correccion-args.

IDENTIFICATION DIVISION.
PROGRAM-ID. Corregir-Resultado.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EPA-CORRECCIONES ASSIGN TO "EPA-CORRECCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CN-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  EPA-CORRECCIONES.
        COPY "correccion-rec".
    WORKING-STORAGE SECTION.
        01 CN-STATUS PIC X(2).
        01 tabla-cargada PIC X(1) value "N".
        01 cant-correcciones PIC 9(4) value 0.
        01 tabla-correcciones.
            05 correccion OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-correcciones.
                10 tc-acta    PIC 9(6).
                10 tc-legajo  PIC 9(8).
                10 tc-modulo  PIC X(6).
                10 tc-nota    PIC 9(2).
                10 tc-estado  PIC X(10).
                10 tc-numero  PIC 9(6).
        01 c PIC 9(4).
    LINKAGE SECTION.
        COPY "correccion-args".
PROCEDURE DIVISION USING COR-ARGUMENTOS.
0000-MAINLINE.
    IF tabla-cargada = "N"
        PERFORM 1000-CARGAR-CORRECCIONES
            THRU 1000-CARGAR-CORRECCIONES-EXIT
        Move "S" to tabla-cargada
    END-IF
    Move "N" to COR-CORREGIDO
    Move 0 to COR-RECTIFICACION
    PERFORM 2000-APLICAR-CORRECCION
        VARYING c FROM 1 BY 1 UNTIL c > cant-correcciones
    GOBACK.

1000-CARGAR-CORRECCIONES.
    OPEN INPUT EPA-CORRECCIONES
    IF CN-STATUS <> "00"
        GO TO 1000-CARGAR-CORRECCIONES-EXIT
    END-IF
    PERFORM 1100-LEER-CORRECCION
    PERFORM UNTIL CN-STATUS = "10"
        IF cant-correcciones = 2000
            Display "ADVERTENCIA: EPA-CORRECCIONES supera 2000 "
                "registros, las siguientes no se aplican"
            Move "10" to CN-STATUS
        ELSE
            Compute cant-correcciones = cant-correcciones + 1
            Move CN-ACTA   to tc-acta (cant-correcciones)
            Move CN-LEGAJO to tc-legajo (cant-correcciones)
            Move CN-MODULO to tc-modulo (cant-correcciones)
            Move CN-NOTA   to tc-nota (cant-correcciones)
            Move CN-ESTADO to tc-estado (cant-correcciones)
            Move CN-RECTIFICACION to tc-numero (cant-correcciones)
            PERFORM 1100-LEER-CORRECCION
        END-IF
    END-PERFORM
    CLOSE EPA-CORRECCIONES.
1000-CARGAR-CORRECCIONES-EXIT.
    EXIT.

1100-LEER-CORRECCION.
    READ EPA-CORRECCIONES
    NOT AT END
        CONTINUE
    END-READ.

*>Se recorre la tabla entera: la ultima correccion que aparea es la
*>que queda en los argumentos.
2000-APLICAR-CORRECCION.
    IF tc-acta (c) = COR-ACTA
    AND tc-legajo (c) = COR-LEGAJO
    AND tc-modulo (c) = COR-MODULO
        Move tc-nota (c)   to COR-NOTA
        Move tc-estado (c) to COR-ESTADO
        Move tc-numero (c) to COR-RECTIFICACION
        Move "S" to COR-CORREGIDO
    END-IF.
