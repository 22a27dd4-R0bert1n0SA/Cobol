*>Reporte mensual de precios de la competencia: cruza lo relevado en
*>PRECIOS-COMPETENCIA (Cargar-Competencia) contra nuestro precio
*>vigente en MAESTRO-PRODUCTOS. Para el mes pedido y por categoria,
*>cada producto relevado muestra nuestro precio contra el minimo, el
*>promedio y el maximo de la competencia, y la diferencia porcentual
*>contra el promedio, calculada via Division-Redondeo como en toda la
*>casa; el producto que esta mas de N% por encima del mercado sale
*>marcado, y cada categoria cierra con su diferencia promedio. Al
*>final se listan los productos activos que no tienen ningun
*>relevamiento en los ultimos 90 dias, para la proxima recorrida.
*>El reporte sale en LISTADO-COMPETENCIA.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Competencia.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRECIOS-COMPETENCIA ASSIGN TO "PRECIOS-COMPETENCIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
        SELECT MAESTRO-PRODUCTOS ASSIGN TO "MAESTRO-PRODUCTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MP-STATUS.
        SELECT LISTADO-COMPETENCIA ASSIGN TO "LISTADO-COMPETENCIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PRECIOS-COMPETENCIA.
        COPY "precio-competencia".
    FD  MAESTRO-PRODUCTOS.
        COPY "maestro-productos".
    FD  LISTADO-COMPETENCIA.
        01 LC-LINEA PIC X(110).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 PC-STATUS PIC X(2).
        01 MP-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num PIC 9(8).
        01 fecha-limite PIC X(8).
        01 fecha-limite-num PIC 9(8).
        01 DIAS-SIN-RELEVAR PIC 9(3) value 90.
        01 mes-pedido PIC X(6).
        01 tope-encima PIC 9(3)V99.
        01 cant-maestro PIC 9(4) value 0.
        01 tabla-maestro.
            05 maestro-prod OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-maestro.
                10 maes-cod       PIC 9(5).
                10 maes-descrip   PIC X(30).
                10 maes-categoria PIC X(10).
                10 maes-precio    PIC 9(8)V99.
                10 maes-activo    PIC X(1).
                10 maes-cant-mes  PIC 9(4).
                10 maes-suma-mes  PIC 9(11)V99.
                10 maes-min-mes   PIC 9(8)V99.
                10 maes-max-mes   PIC 9(8)V99.
                10 maes-ultima    PIC X(8).
        01 m PIC 9(4).
        01 pos-maestro PIC 9(4).
        01 maestro-lleno PIC X(1) value "N".
        01 cant-categorias PIC 9(3) value 0.
        01 tabla-categorias.
            05 categoria OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-categorias.
                10 cat-nombre    PIC X(10).
                10 cat-productos PIC 9(4).
                10 cat-encima    PIC 9(4).
                10 cat-suma-dif  PIC S9(7)V99.
        01 c PIC 9(3).
        01 pos-categoria PIC 9(3).
        01 cant-leidos PIC 9(6) value 0.
        01 cant-del-mes PIC 9(6) value 0.
        01 cant-sin-maestro PIC 9(6) value 0.
        01 cant-relevados PIC 9(4) value 0.
        01 cant-encima PIC 9(4) value 0.
        01 cant-sin-relevar PIC 9(4) value 0.
        01 precio-promedio PIC 9(8)V99.
        01 diferencia PIC S9(4)V99.
        01 diferencia-cat PIC S9(4)V99.
        01 linea-impresion PIC X(110).
        01 importe-ed PIC Z(7)9.99.
        01 porcentaje-ed PIC -ZZZ9.99.
        01 cantidad-ed PIC ZZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move fecha-hoy to fecha-hoy-num
    Compute fecha-limite-num = FUNCTION DATE-OF-INTEGER
        (FUNCTION INTEGER-OF-DATE (fecha-hoy-num) - DIAS-SIN-RELEVAR)
    Move fecha-limite-num to fecha-limite
    Display "Mes del relevamiento (AAAAMM): "
    Accept mes-pedido
    IF mes-pedido IS NOT NUMERIC
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Marcar productos que superen el promedio del mercado"
        " en mas de (%): "
    Accept tope-encima
    PERFORM 1000-CARGAR-MAESTRO THRU 1000-CARGAR-MAESTRO-EXIT
    IF cant-maestro = 0
        Display "MAESTRO-PRODUCTOS vacio o inexistente: no hay contra"
            " que comparar"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-ACUMULAR-RELEVAMIENTO
        THRU 2000-ACUMULAR-RELEVAMIENTO-EXIT
    PERFORM 3000-ARMAR-CATEGORIAS THRU 3000-ARMAR-CATEGORIAS-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    OPEN OUTPUT LISTADO-COMPETENCIA
    PERFORM 4000-ENCABEZAR THRU 4000-ENCABEZAR-EXIT
    PERFORM 5000-IMPRIMIR-CATEGORIA THRU 5000-IMPRIMIR-CATEGORIA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-categorias
    PERFORM 6000-SECCION-SIN-RELEVAR THRU 6000-SECCION-SIN-RELEVAR-EXIT
    CLOSE LISTADO-COMPETENCIA
    Display "Precios leidos: " cant-leidos " del mes: " cant-del-mes
        " de codigos fuera del maestro: " cant-sin-maestro
    Display "Productos relevados en el mes: " cant-relevados
        " por encima del mercado: " cant-encima
        " sin relevar en " DIAS-SIN-RELEVAR " dias: " cant-sin-relevar
    Display "Reporte impreso en LISTADO-COMPETENCIA"
    IF maestro-lleno = "S"
        Display "ADVERTENCIA: tabla de productos llena (5000), reporte"
            " incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-MAESTRO.
    OPEN INPUT MAESTRO-PRODUCTOS
    IF MP-STATUS <> "00"
        GO TO 1000-CARGAR-MAESTRO-EXIT
    END-IF
    PERFORM 1100-LEER-MAESTRO
    PERFORM UNTIL MP-STATUS = "10"
        IF cant-maestro = 5000
            Move "S" to maestro-lleno
        ELSE
            Compute cant-maestro = cant-maestro + 1
            Move MP-COD       to maes-cod (cant-maestro)
            Move MP-DESCRIP   to maes-descrip (cant-maestro)
            Move MP-CATEGORIA to maes-categoria (cant-maestro)
            Move MP-PRECIO    to maes-precio (cant-maestro)
            Move MP-ACTIVO    to maes-activo (cant-maestro)
            Move 0      to maes-cant-mes (cant-maestro)
            Move 0      to maes-suma-mes (cant-maestro)
            Move 0      to maes-min-mes (cant-maestro)
            Move 0      to maes-max-mes (cant-maestro)
            Move SPACES to maes-ultima (cant-maestro)
        END-IF
        PERFORM 1100-LEER-MAESTRO
    END-PERFORM
    CLOSE MAESTRO-PRODUCTOS.
1000-CARGAR-MAESTRO-EXIT.
    EXIT.

1100-LEER-MAESTRO.
    READ MAESTRO-PRODUCTOS
    NOT AT END
        CONTINUE
    END-READ.

*>Todo el archivo se recorre: los precios del mes pedido arman minimo,
*>suma y maximo por producto, y cualquier relevamiento (de cualquier
*>mes) actualiza la fecha del ultimo.
2000-ACUMULAR-RELEVAMIENTO.
    OPEN INPUT PRECIOS-COMPETENCIA
    IF PC-STATUS <> "00"
        Display "ADVERTENCIA: no hay PRECIOS-COMPETENCIA"
        GO TO 2000-ACUMULAR-RELEVAMIENTO-EXIT
    END-IF
    PERFORM 2100-LEER-PRECIO
    PERFORM UNTIL PC-STATUS = "10"
        Compute cant-leidos = cant-leidos + 1
        PERFORM 2200-ANOTAR-PRECIO THRU 2200-ANOTAR-PRECIO-EXIT
        PERFORM 2100-LEER-PRECIO
    END-PERFORM
    CLOSE PRECIOS-COMPETENCIA.
2000-ACUMULAR-RELEVAMIENTO-EXIT.
    EXIT.

2100-LEER-PRECIO.
    READ PRECIOS-COMPETENCIA
    NOT AT END
        CONTINUE
    END-READ.

2200-ANOTAR-PRECIO.
    Move 0 to pos-maestro
    PERFORM 2300-BUSCAR-MAESTRO THRU 2300-BUSCAR-MAESTRO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    IF pos-maestro = 0
        Compute cant-sin-maestro = cant-sin-maestro + 1
        GO TO 2200-ANOTAR-PRECIO-EXIT
    END-IF
    IF PC-FECHA > maes-ultima (pos-maestro)
    OR maes-ultima (pos-maestro) = SPACES
        Move PC-FECHA to maes-ultima (pos-maestro)
    END-IF
    IF PC-FECHA (1:6) <> mes-pedido
        GO TO 2200-ANOTAR-PRECIO-EXIT
    END-IF
    Compute cant-del-mes = cant-del-mes + 1
    IF maes-cant-mes (pos-maestro) = 0
        Move PC-PRECIO to maes-min-mes (pos-maestro)
        Move PC-PRECIO to maes-max-mes (pos-maestro)
    END-IF
    IF PC-PRECIO < maes-min-mes (pos-maestro)
        Move PC-PRECIO to maes-min-mes (pos-maestro)
    END-IF
    IF PC-PRECIO > maes-max-mes (pos-maestro)
        Move PC-PRECIO to maes-max-mes (pos-maestro)
    END-IF
    Compute maes-cant-mes (pos-maestro) =
        maes-cant-mes (pos-maestro) + 1
    Compute maes-suma-mes (pos-maestro) =
        maes-suma-mes (pos-maestro) + PC-PRECIO.
2200-ANOTAR-PRECIO-EXIT.
    EXIT.

2300-BUSCAR-MAESTRO.
    IF maes-cod (m) = PC-COD
        Move m to pos-maestro
    END-IF.
2300-BUSCAR-MAESTRO-EXIT.
    EXIT.

*>Las categorias salen de los productos relevados en el mes, en el
*>orden en que aparecen en el maestro.
3000-ARMAR-CATEGORIAS.
    IF maes-cant-mes (m) = 0
        GO TO 3000-ARMAR-CATEGORIAS-EXIT
    END-IF
    Move 0 to pos-categoria
    PERFORM 3100-BUSCAR-CATEGORIA THRU 3100-BUSCAR-CATEGORIA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-categorias
    IF pos-categoria = 0 AND cant-categorias < 100
        Compute cant-categorias = cant-categorias + 1
        Move maes-categoria (m) to cat-nombre (cant-categorias)
        Move 0 to cat-productos (cant-categorias)
        Move 0 to cat-encima (cant-categorias)
        Move 0 to cat-suma-dif (cant-categorias)
    END-IF.
3000-ARMAR-CATEGORIAS-EXIT.
    EXIT.

3100-BUSCAR-CATEGORIA.
    IF cat-nombre (c) = maes-categoria (m)
        Move c to pos-categoria
    END-IF.
3100-BUSCAR-CATEGORIA-EXIT.
    EXIT.

4000-ENCABEZAR.
    Move SPACES to linea-impresion
    Move tope-encima to porcentaje-ed
    STRING "PRECIOS DE LA COMPETENCIA - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  TOPE SOBRE EL MERCADO " DELIMITED BY SIZE
        porcentaje-ed DELIMITED BY SIZE
        "%  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    IF cant-categorias = 0
        Move "No hay precios relevados en el mes" to LC-LINEA
        WRITE LC-LINEA
    END-IF.
4000-ENCABEZAR-EXIT.
    EXIT.

5000-IMPRIMIR-CATEGORIA.
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "CATEGORIA " DELIMITED BY SIZE
        cat-nombre (c) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move "CODIGO DESCRIPCION               NUESTRO      MINIMO"
        & "    PROMEDIO      MAXIMO  REL.    DIF %" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5100-IMPRIMIR-PRODUCTO THRU 5100-IMPRIMIR-PRODUCTO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    Move cat-suma-dif (c) to DIV-DIVIDENDO
    Move cat-productos (c) to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to diferencia-cat
    ELSE
        Move 0 to diferencia-cat
    END-IF
    Move SPACES to linea-impresion
    Move cat-productos (c) to cantidad-ed
    Move diferencia-cat to porcentaje-ed
    STRING "  Total categoria -> productos relevados: "
        DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        " diferencia promedio: " DELIMITED BY SIZE
        porcentaje-ed DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move cat-encima (c) to cantidad-ed
    STRING "                     por encima del mercado: "
        DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5000-IMPRIMIR-CATEGORIA-EXIT.
    EXIT.

*>La diferencia es nuestro precio contra el promedio del mercado,
*>sobre el promedio: positiva cuando estamos mas caros.
5100-IMPRIMIR-PRODUCTO.
    IF maes-cant-mes (m) = 0
    OR maes-categoria (m) <> cat-nombre (c)
        GO TO 5100-IMPRIMIR-PRODUCTO-EXIT
    END-IF
    Move maes-suma-mes (m) to DIV-DIVIDENDO
    Move maes-cant-mes (m) to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to precio-promedio
    Compute DIV-DIVIDENDO = (maes-precio (m) - precio-promedio) * 100
    Move precio-promedio to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to diferencia
    ELSE
        Move 0 to diferencia
    END-IF
    Compute cant-relevados = cant-relevados + 1
    Compute cat-productos (c) = cat-productos (c) + 1
    Compute cat-suma-dif (c) = cat-suma-dif (c) + diferencia
    Move SPACES to linea-impresion
    Move maes-cod (m) to linea-impresion (1:5)
    Move maes-descrip (m) (1:20) to linea-impresion (8:20)
    Move maes-precio (m) to importe-ed
    Move importe-ed to linea-impresion (29:11)
    Move maes-min-mes (m) to importe-ed
    Move importe-ed to linea-impresion (41:11)
    Move precio-promedio to importe-ed
    Move importe-ed to linea-impresion (53:11)
    Move maes-max-mes (m) to importe-ed
    Move importe-ed to linea-impresion (65:11)
    Move maes-cant-mes (m) to cantidad-ed
    Move cantidad-ed to linea-impresion (77:4)
    Move diferencia to porcentaje-ed
    Move porcentaje-ed to linea-impresion (82:8)
    IF diferencia > tope-encima
        Move "ENCIMA DEL MERCADO" to linea-impresion (91:18)
        Compute cant-encima = cant-encima + 1
        Compute cat-encima (c) = cat-encima (c) + 1
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5100-IMPRIMIR-PRODUCTO-EXIT.
    EXIT.

6000-SECCION-SIN-RELEVAR.
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "PRODUCTOS ACTIVOS SIN RELEVAMIENTO EN LOS ULTIMOS "
        DELIMITED BY SIZE
        DIAS-SIN-RELEVAR DELIMITED BY SIZE
        " DIAS (DESDE EL " DELIMITED BY SIZE
        fecha-limite DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move "CODIGO DESCRIPCION                    CATEGORIA  ULTIMO"
        to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 6100-REVISAR-PRODUCTO THRU 6100-REVISAR-PRODUCTO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    Move SPACES to linea-impresion
    Move cant-sin-relevar to cantidad-ed
    STRING "Total sin relevar: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
6000-SECCION-SIN-RELEVAR-EXIT.
    EXIT.

6100-REVISAR-PRODUCTO.
    IF maes-activo (m) <> "S"
        GO TO 6100-REVISAR-PRODUCTO-EXIT
    END-IF
    IF maes-ultima (m) <> SPACES AND maes-ultima (m) >= fecha-limite
        GO TO 6100-REVISAR-PRODUCTO-EXIT
    END-IF
    Compute cant-sin-relevar = cant-sin-relevar + 1
    Move SPACES to linea-impresion
    Move maes-cod (m) to linea-impresion (1:5)
    Move maes-descrip (m) to linea-impresion (8:30)
    Move maes-categoria (m) to linea-impresion (39:10)
    IF maes-ultima (m) = SPACES
        Move "NUNCA" to linea-impresion (50:5)
    ELSE
        Move maes-ultima (m) to linea-impresion (50:8)
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
6100-REVISAR-PRODUCTO-EXIT.
    EXIT.
