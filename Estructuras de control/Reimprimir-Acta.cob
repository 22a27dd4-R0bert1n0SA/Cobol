*>nombre, nota y estado de cada alumno mas el renglon de firmas.
*>Controla que la cantidad de notas listadas coincida con la que el
*>acta declaro al cerrarse, porque un acta a la que le faltan
*>renglones no se firma. El acta se reproduce con las notas tal como
*>se asentaron; debajo de las firmas se listan las rectificaciones
*>pedidas sobre esa acta (RECTIFICACIONES) con la nota erronea, la
*>correcta, el estado del pedido y quien lo decidio.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reimprimir-Acta.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT RECTIFICACIONES ASSIGN TO "RECTIFICACIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RF-STATUS.
        SELECT LISTADO-ACTA ASSIGN TO "LISTADO-ACTA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LA-STATUS.
        COPY "acta-rec".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  RECTIFICACIONES.
        COPY "rectificacion-rec".
    FD  LISTADO-ACTA.
        01 LA-LINEA PIC X(80).
    WORKING-STORAGE SECTION.
        01 AT-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 LA-STATUS PIC X(2).
        01 RF-STATUS PIC X(2).
        01 cant-rectificaciones PIC 9(4) value 0.
        01 estado-rectificacion PIC X(9).
        01 acta-pedida PIC 9(6).
        01 acta-encontrada PIC X(1) value "N".
        01 fecha-acta PIC X(8).
    PERFORM 2000-IMPRIMIR-CABECERA
    PERFORM 3000-LISTAR-NOTAS THRU 3000-LISTAR-NOTAS-EXIT
    PERFORM 4000-IMPRIMIR-PIE
    PERFORM 5000-LISTAR-RECTIFICACIONES
        THRU 5000-LISTAR-RECTIFICACIONES-EXIT
    CLOSE LISTADO-ACTA
    Display "Acta " acta-pedida " reimpresa en LISTADO-ACTA con "
        cant-listadas " notas"
    IF cant-rectificaciones > 0
        Display "El acta tiene " cant-rectificaciones
            " rectificaciones listadas al pie"
    END-IF
    IF cant-listadas <> notas-declaradas
        Display "ADVERTENCIA: el acta declara " notas-declaradas
            " notas y el extracto tiene " cant-listadas
    WRITE LA-LINEA
    Move ALL "=" to LA-LINEA
    WRITE LA-LINEA.

5000-LISTAR-RECTIFICACIONES.
    OPEN INPUT RECTIFICACIONES
    IF RF-STATUS <> "00"
        GO TO 5000-LISTAR-RECTIFICACIONES-EXIT
    END-IF
    PERFORM 5100-LEER-RECTIFICACION
    PERFORM UNTIL RF-STATUS = "10"
        IF RF-ACTA = acta-pedida
            PERFORM 5200-IMPRIMIR-RECTIFICACION
        END-IF
        PERFORM 5100-LEER-RECTIFICACION
    END-PERFORM
    CLOSE RECTIFICACIONES
    IF cant-rectificaciones > 0
        Move ALL "=" to LA-LINEA
        WRITE LA-LINEA
    END-IF.
5000-LISTAR-RECTIFICACIONES-EXIT.
    EXIT.

5100-LEER-RECTIFICACION.
    READ RECTIFICACIONES
    NOT AT END
        CONTINUE
    END-READ.

5200-IMPRIMIR-RECTIFICACION.
    IF cant-rectificaciones = 0
        Move SPACES to LA-LINEA
        WRITE LA-LINEA
        Move "RECTIFICACIONES SOBRE ESTA ACTA" to LA-LINEA
        WRITE LA-LINEA
        Move ALL "-" to LA-LINEA
        WRITE LA-LINEA
        Move "NRO.    LEGAJO    ERRONEA CORRECTA ESTADO    DECIDIDA"
            & "  SUPERVISOR" to LA-LINEA
        WRITE LA-LINEA
    END-IF
    Compute cant-rectificaciones = cant-rectificaciones + 1
    EVALUATE RF-ESTADO
        WHEN "A"
            Move "APROBADA" to estado-rectificacion
        WHEN "R"
            Move "RECHAZADA" to estado-rectificacion
        WHEN OTHER
            Move "PENDIENTE" to estado-rectificacion
    END-EVALUATE
    Move SPACES to linea-impresion
    Move RF-NUMERO            to linea-impresion (1:6)
    Move RF-LEGAJO            to linea-impresion (9:8)
    Move RF-NOTA-ERRONEA      to linea-impresion (22:2)
    Move RF-NOTA-CORRECTA     to linea-impresion (30:2)
    Move estado-rectificacion to linea-impresion (36:9)
    Move RF-FECHA-DECISION    to linea-impresion (46:8)
    Move RF-SUPERVISOR        to linea-impresion (56:4)
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    Move SPACES to linea-impresion
    STRING "        MOTIVO: " DELIMITED BY SIZE
        RF-MOTIVO DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA.
