*>Carga del relevamiento de precios de la competencia: Compras recorre
*>la competencia una vez por mes y anotaba los precios en un cuaderno.
*>Por cada precio se tipea el codigo del producto (validado contra
*>MAESTRO-PRODUCTOS: tiene que existir y estar activo), el
*>competidor, la fecha del relevamiento (no posterior a hoy) y el
*>precio al publico; cada linea se agrega a PRECIOS-COMPETENCIA
*>(layout de copybooks/precio-competencia). El competidor se repite
*>de una linea a la siguiente si se deja en blanco, porque la
*>recorrida se carga comercio por comercio.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cargar-Competencia.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRECIOS-COMPETENCIA ASSIGN TO "PRECIOS-COMPETENCIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
        SELECT MAESTRO-PRODUCTOS ASSIGN TO "MAESTRO-PRODUCTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PRECIOS-COMPETENCIA.
        COPY "precio-competencia".
    FD  MAESTRO-PRODUCTOS.
        COPY "maestro-productos".
    WORKING-STORAGE SECTION.
        01 PC-STATUS PIC X(2).
        01 MP-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-precios PIC X(1) value "S".
        01 cant-maestro PIC 9(4) value 0.
        01 tabla-maestro.
            05 maestro-prod OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-maestro.
                10 maes-cod     PIC 9(5).
                10 maes-descrip PIC X(30).
                10 maes-activo  PIC X(1).
        01 m PIC 9(4).
        01 pos-maestro PIC 9(4).
        01 codigo-relevado PIC 9(5).
        01 competidor-relevado PIC X(20).
        01 competidor-anterior PIC X(20) value SPACES.
        01 fecha-relevada PIC X(8).
        01 precio-relevado PIC 9(8)V99.
        01 cant-cargados PIC 9(4) value 0.
        01 cant-rechazados PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0500-CARGAR-MAESTRO THRU 0500-CARGAR-MAESTRO-EXIT
    IF cant-maestro = 0
        Display "MAESTRO-PRODUCTOS vacio o inexistente: no se puede"
            " validar el relevamiento"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND PRECIOS-COMPETENCIA
    IF PC-STATUS = "35"
        OPEN OUTPUT PRECIOS-COMPETENCIA
    END-IF
    Perform Until hay-mas-precios = "N" or hay-mas-precios = "n"
        PERFORM 1000-TOMAR-PRECIO THRU 1000-TOMAR-PRECIO-EXIT
        Display "¿Desea cargar otro precio? (S/N): "
        Accept hay-mas-precios
    End-Perform
    CLOSE PRECIOS-COMPETENCIA
    Display "Precios cargados: " cant-cargados
        " rechazados: " cant-rechazados
    STOP RUN.

0500-CARGAR-MAESTRO.
    OPEN INPUT MAESTRO-PRODUCTOS
    IF MP-STATUS <> "00"
        GO TO 0500-CARGAR-MAESTRO-EXIT
    END-IF
    PERFORM 0550-LEER-MAESTRO
    PERFORM UNTIL MP-STATUS = "10" OR cant-maestro = 5000
        Compute cant-maestro = cant-maestro + 1
        Move MP-COD     to maes-cod (cant-maestro)
        Move MP-DESCRIP to maes-descrip (cant-maestro)
        Move MP-ACTIVO  to maes-activo (cant-maestro)
        PERFORM 0550-LEER-MAESTRO
    END-PERFORM
    CLOSE MAESTRO-PRODUCTOS.
0500-CARGAR-MAESTRO-EXIT.
    EXIT.

0550-LEER-MAESTRO.
    READ MAESTRO-PRODUCTOS
    NOT AT END
        CONTINUE
    END-READ.

1000-TOMAR-PRECIO.
    Display "Codigo de producto: "
    Accept codigo-relevado
    Move 0 to pos-maestro
    PERFORM 1100-BUSCAR-MAESTRO THRU 1100-BUSCAR-MAESTRO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    IF pos-maestro = 0
        Display "Error: el codigo " codigo-relevado
            " no figura en MAESTRO-PRODUCTOS"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    IF maes-activo (pos-maestro) <> "S"
        Display "Error: el producto " codigo-relevado " esta inactivo"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    Display "  " codigo-relevado " " maes-descrip (pos-maestro)
    Display "Competidor (en blanco = " competidor-anterior "): "
    Accept competidor-relevado
    IF competidor-relevado = SPACES
        Move competidor-anterior to competidor-relevado
    END-IF
    IF competidor-relevado = SPACES
        Display "Error: el competidor es obligatorio"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    Display "Fecha del relevamiento (AAAAMMDD, espacios = hoy): "
    Accept fecha-relevada
    IF fecha-relevada = SPACES
        Move fecha-hoy to fecha-relevada
    END-IF
    IF fecha-relevada IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-relevada
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    IF fecha-relevada > fecha-hoy
        Display "Error: la fecha del relevamiento es posterior a hoy"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    Display "Precio al publico: "
    Accept precio-relevado
    IF precio-relevado = 0
        Display "Error: el precio no puede ser 0"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-PRECIO-EXIT
    END-IF
    INITIALIZE PC-REGISTRO
    Move codigo-relevado     to PC-COD
    Move SPACE               to PC-SEP1
    Move competidor-relevado to PC-COMPETIDOR
    Move SPACE               to PC-SEP2
    Move fecha-relevada      to PC-FECHA
    Move SPACE               to PC-SEP3
    Move precio-relevado     to PC-PRECIO
    WRITE PC-REGISTRO
    Move competidor-relevado to competidor-anterior
    Compute cant-cargados = cant-cargados + 1
    Display "Precio cargado: " codigo-relevado " en "
        competidor-relevado " " precio-relevado.
1000-TOMAR-PRECIO-EXIT.
    EXIT.

1100-BUSCAR-MAESTRO.
    IF maes-cod (m) = codigo-relevado
        Move m to pos-maestro
    END-IF.
1100-BUSCAR-MAESTRO-EXIT.
    EXIT.
