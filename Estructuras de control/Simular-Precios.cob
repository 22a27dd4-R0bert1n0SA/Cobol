*>Simulacion de aumentos por categoria y/o proveedor antes de pedirlos:
*>se tipean las reglas ("+8% a GOLOSINAS", "+5% a BEBIDAS del
*>proveedor P001"), cada producto activo de MAESTRO-PRODUCTOS toma la
*>regla que le corresponde y LISTADO-SIMULACION muestra, agrupado por
*>categoria, el precio actual contra el simulado, el porcentaje
*>(calculado por Division-Redondeo, igual que el veredicto de
*>Productos) y la marca de los que pasarian el 10% y por lo tanto
*>entrarian al circuito de aprobacion de Aprobar-Precios, con totales
*>por categoria y generales. La simulacion solo lee el maestro: no
*>graba precios en ningun lado. Si se acepta, se escribe como
*>LISTA-PROVEEDOR (cabecera "H", renglones codigo/precio nuevo y
*>cierre "T" con cantidad y hash segun copybooks/control-ht) para que
*>entre por el modo batch de Productos como cualquier lista.
*>Una regla con categoria y proveedor gana sobre una que fija uno solo;
*>a igual detalle gana la que se tipeo primero.

IDENTIFICATION DIVISION.
PROGRAM-ID. Simular-Precios.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MAESTRO-PRODUCTOS ASSIGN TO "MAESTRO-PRODUCTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MP-STATUS.
        SELECT LISTADO-SIMULACION ASSIGN TO "LISTADO-SIMULACION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LS-STATUS.
        SELECT LISTA-PROVEEDOR ASSIGN TO "LISTA-PROVEEDOR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  MAESTRO-PRODUCTOS.
        COPY "maestro-productos".
    FD  LISTADO-SIMULACION.
        01 LS-LINEA PIC X(110).
    FD  LISTA-PROVEEDOR.
        01 LV-REGISTRO.
            05 LV-COD     PIC 9(7).
            05 LV-SEP1    PIC X(1).
            05 LV-PRECION PIC 9(6)V9(3).
        01 LV-LINEA PIC X(30).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "control-ht".
        01 MP-STATUS PIC X(2).
        01 LS-STATUS PIC X(2).
        01 LV-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 TOPE-APROBACION PIC 9(3)V99 value 10.
        01 PRECIO-MAXIMO-LISTA PIC 9(8)V99 value 999999.99.
        01 hay-mas-reglas PIC X(1) value "S".
        01 cant-reglas PIC 9(2) value 0.
        01 tabla-reglas.
            05 regla OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-reglas.
                10 reg-categoria  PIC X(10).
                10 reg-proveedor  PIC X(4).
                10 reg-porcentaje PIC S9(3)V99.
                10 reg-productos  PIC 9(4).
        01 r PIC 9(2).
        01 pos-regla PIC 9(2).
        01 detalle-regla PIC 9(1).
        01 detalle-mejor PIC 9(1).
        01 regla-categoria PIC X(10).
        01 regla-proveedor PIC X(4).
        01 regla-porcentaje PIC S9(3)V99.
        01 cant-maestro PIC 9(4) value 0.
        01 tabla-maestro.
            05 maestro-prod OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-maestro.
                10 maes-cod       PIC 9(5).
                10 maes-descrip   PIC X(30).
                10 maes-categoria PIC X(10).
                10 maes-proveedor PIC X(4).
                10 maes-precio    PIC 9(8)V99.
                10 maes-simulado  PIC 9(8)V99.
                10 maes-pct       PIC S9(4)V99.
                10 maes-regla     PIC 9(2).
        01 m PIC 9(4).
        01 maestro-lleno PIC X(1) value "N".
        01 cant-categorias PIC 9(3) value 0.
        01 tabla-categorias.
            05 categoria OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-categorias.
                10 cat-nombre     PIC X(10).
                10 cat-productos  PIC 9(4).
                10 cat-aprobacion PIC 9(4).
                10 cat-actual     PIC 9(11)V99.
                10 cat-simulado   PIC 9(11)V99.
        01 c PIC 9(3).
        01 pos-categoria PIC 9(3).
        01 aumento-importe PIC S9(8)V99.
        01 cant-alcanzados PIC 9(4) value 0.
        01 cant-sin-regla PIC 9(4) value 0.
        01 cant-aprobacion PIC 9(4) value 0.
        01 cant-fuera-lista PIC 9(4) value 0.
        01 total-actual PIC 9(11)V99 value 0.
        01 total-simulado PIC 9(11)V99 value 0.
        01 variacion-total PIC S9(4)V99.
        01 acepta-simulacion PIC X(1).
        01 pisa-lista PIC X(1).
        01 cant-lista PIC 9(6) value 0.
        01 hash-lista PIC S9(12)V9(2) value 0.
        01 linea-impresion PIC X(110).
        01 importe-ed PIC Z(7)9.99.
        01 total-ed PIC Z(8)9.99.
        01 porcentaje-ed PIC -ZZZ9.99.
        01 cantidad-ed PIC ZZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Perform Until hay-mas-reglas = "N" or hay-mas-reglas = "n"
        PERFORM 1000-TOMAR-REGLA THRU 1000-TOMAR-REGLA-EXIT
        IF cant-reglas = 50
            Display "Tope de 50 reglas alcanzado"
            Move "N" to hay-mas-reglas
        ELSE
            Display "¿Desea agregar otra regla? (S/N): "
            Accept hay-mas-reglas
        END-IF
    End-Perform
    IF cant-reglas = 0
        Display "No se cargo ninguna regla, no hay nada que simular"
        STOP RUN
    END-IF
    PERFORM 2000-CARGAR-MAESTRO THRU 2000-CARGAR-MAESTRO-EXIT
    IF cant-maestro = 0
        Display "MAESTRO-PRODUCTOS vacio o inexistente: no hay que"
            " simular"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-SIMULAR-PRODUCTO THRU 3000-SIMULAR-PRODUCTO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    OPEN OUTPUT LISTADO-SIMULACION
    PERFORM 4000-ENCABEZAR THRU 4000-ENCABEZAR-EXIT
    PERFORM 5000-IMPRIMIR-CATEGORIA THRU 5000-IMPRIMIR-CATEGORIA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-categorias
    PERFORM 5500-IMPRIMIR-TOTALES THRU 5500-IMPRIMIR-TOTALES-EXIT
    CLOSE LISTADO-SIMULACION
    Move TOPE-APROBACION to porcentaje-ed
    Display "Productos alcanzados: " cant-alcanzados
        " sin regla: " cant-sin-regla
        " que pasarian el" porcentaje-ed "%: " cant-aprobacion
    Display "Simulacion impresa en LISTADO-SIMULACION"
    IF maestro-lleno = "S"
        Display "ADVERTENCIA: tabla de productos llena (5000),"
            " simulacion incompleta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF cant-alcanzados > 0
        PERFORM 6000-ACEPTAR-SIMULACION THRU 6000-ACEPTAR-SIMULACION-EXIT
    END-IF
    STOP RUN.

*>Categoria y proveedor en blanco valen "cualquiera", pero no los dos a
*>la vez: un aumento general se pide explicito por categoria.
1000-TOMAR-REGLA.
    Display "Categoria (en blanco = cualquiera): "
    Accept regla-categoria
    Display "Proveedor (en blanco = cualquiera): "
    Accept regla-proveedor
    IF regla-categoria = SPACES AND regla-proveedor = SPACES
        Display "Error: la regla necesita categoria o proveedor"
        GO TO 1000-TOMAR-REGLA-EXIT
    END-IF
    Display "Porcentaje de aumento (ej. 8.00, negativo para baja): "
    Accept regla-porcentaje
    IF regla-porcentaje = 0
        Display "Error: el porcentaje no puede ser cero"
        GO TO 1000-TOMAR-REGLA-EXIT
    END-IF
    IF regla-porcentaje <= -100
        Display "Error: la baja no puede llegar al 100%"
        GO TO 1000-TOMAR-REGLA-EXIT
    END-IF
    Compute cant-reglas = cant-reglas + 1
    Move regla-categoria  to reg-categoria (cant-reglas)
    Move regla-proveedor  to reg-proveedor (cant-reglas)
    Move regla-porcentaje to reg-porcentaje (cant-reglas)
    Move 0                to reg-productos (cant-reglas)
    Move regla-porcentaje to porcentaje-ed
    Display "Regla " cant-reglas ": categoria " regla-categoria
        " proveedor " regla-proveedor " " porcentaje-ed "%".
1000-TOMAR-REGLA-EXIT.
    EXIT.

*>Solo productos activos y con precio: lo inactivo o sin precio no
*>entraria tampoco por el modo batch de Productos.
2000-CARGAR-MAESTRO.
    OPEN INPUT MAESTRO-PRODUCTOS
    IF MP-STATUS <> "00"
        GO TO 2000-CARGAR-MAESTRO-EXIT
    END-IF
    PERFORM 2100-LEER-MAESTRO
    PERFORM UNTIL MP-STATUS = "10"
        IF MP-ACTIVO = "S" AND MP-PRECIO > 0
            IF cant-maestro = 5000
                Move "S" to maestro-lleno
            ELSE
                Compute cant-maestro = cant-maestro + 1
                Move MP-COD       to maes-cod (cant-maestro)
                Move MP-DESCRIP   to maes-descrip (cant-maestro)
                Move MP-CATEGORIA to maes-categoria (cant-maestro)
                Move MP-PROVEEDOR to maes-proveedor (cant-maestro)
                Move MP-PRECIO    to maes-precio (cant-maestro)
                Move MP-PRECIO    to maes-simulado (cant-maestro)
                Move 0            to maes-pct (cant-maestro)
                Move 0            to maes-regla (cant-maestro)
            END-IF
        END-IF
        PERFORM 2100-LEER-MAESTRO
    END-PERFORM
    CLOSE MAESTRO-PRODUCTOS.
2000-CARGAR-MAESTRO-EXIT.
    EXIT.

2100-LEER-MAESTRO.
    READ MAESTRO-PRODUCTOS
    NOT AT END
        CONTINUE
    END-READ.

*>El precio simulado se redondea al centavo como el recargo del kiosko
*>en Aplicar-Precios; el porcentaje sale de Division-Redondeo sobre el
*>precio ya redondeado, que es lo que vera Productos.
3000-SIMULAR-PRODUCTO.
    Move 0 to pos-regla
    Move 0 to detalle-mejor
    PERFORM 3100-BUSCAR-REGLA THRU 3100-BUSCAR-REGLA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reglas
    IF pos-regla = 0
        Compute cant-sin-regla = cant-sin-regla + 1
        GO TO 3000-SIMULAR-PRODUCTO-EXIT
    END-IF
    Move pos-regla to maes-regla (m)
    Compute reg-productos (pos-regla) = reg-productos (pos-regla) + 1
    Compute aumento-importe ROUNDED =
        maes-precio (m) * reg-porcentaje (pos-regla) / 100
    Compute maes-simulado (m) = maes-precio (m) + aumento-importe
    Compute DIV-DIVIDENDO = (maes-simulado (m) - maes-precio (m)) * 100
    Move maes-precio (m) to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to maes-pct (m)
    Compute cant-alcanzados = cant-alcanzados + 1
    IF maes-pct (m) > TOPE-APROBACION
        Compute cant-aprobacion = cant-aprobacion + 1
    END-IF
    Compute total-actual = total-actual + maes-precio (m)
    Compute total-simulado = total-simulado + maes-simulado (m)
    Move 0 to pos-categoria
    PERFORM 3200-BUSCAR-CATEGORIA THRU 3200-BUSCAR-CATEGORIA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-categorias
    IF pos-categoria = 0
        IF cant-categorias = 100
            GO TO 3000-SIMULAR-PRODUCTO-EXIT
        END-IF
        Compute cant-categorias = cant-categorias + 1
        Move cant-categorias to pos-categoria
        Move maes-categoria (m) to cat-nombre (pos-categoria)
        Move 0 to cat-productos (pos-categoria)
        Move 0 to cat-aprobacion (pos-categoria)
        Move 0 to cat-actual (pos-categoria)
        Move 0 to cat-simulado (pos-categoria)
    END-IF
    Compute cat-productos (pos-categoria) =
        cat-productos (pos-categoria) + 1
    IF maes-pct (m) > TOPE-APROBACION
        Compute cat-aprobacion (pos-categoria) =
            cat-aprobacion (pos-categoria) + 1
    END-IF
    Compute cat-actual (pos-categoria) =
        cat-actual (pos-categoria) + maes-precio (m)
    Compute cat-simulado (pos-categoria) =
        cat-simulado (pos-categoria) + maes-simulado (m).
3000-SIMULAR-PRODUCTO-EXIT.
    EXIT.

3100-BUSCAR-REGLA.
    IF reg-categoria (r) <> SPACES
    AND reg-categoria (r) <> maes-categoria (m)
        GO TO 3100-BUSCAR-REGLA-EXIT
    END-IF
    IF reg-proveedor (r) <> SPACES
    AND reg-proveedor (r) <> maes-proveedor (m)
        GO TO 3100-BUSCAR-REGLA-EXIT
    END-IF
    Move 1 to detalle-regla
    IF reg-categoria (r) <> SPACES AND reg-proveedor (r) <> SPACES
        Move 2 to detalle-regla
    END-IF
    IF detalle-regla > detalle-mejor
        Move detalle-regla to detalle-mejor
        Move r to pos-regla
    END-IF.
3100-BUSCAR-REGLA-EXIT.
    EXIT.

3200-BUSCAR-CATEGORIA.
    IF cat-nombre (c) = maes-categoria (m)
        Move c to pos-categoria
    END-IF.
3200-BUSCAR-CATEGORIA-EXIT.
    EXIT.

4000-ENCABEZAR.
    Move SPACES to linea-impresion
    STRING "SIMULACION DE PRECIOS - EMITIDA " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        "  (NO MODIFICA EL MAESTRO)" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA
    PERFORM 4100-IMPRIMIR-REGLA THRU 4100-IMPRIMIR-REGLA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reglas.
4000-ENCABEZAR-EXIT.
    EXIT.

4100-IMPRIMIR-REGLA.
    Move SPACES to linea-impresion
    Move reg-porcentaje (r) to porcentaje-ed
    Move reg-productos (r) to cantidad-ed
    STRING "  Regla: categoria " DELIMITED BY SIZE
        reg-categoria (r) DELIMITED BY SIZE
        " proveedor " DELIMITED BY SIZE
        reg-proveedor (r) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        porcentaje-ed DELIMITED BY SIZE
        "%  productos: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA.
4100-IMPRIMIR-REGLA-EXIT.
    EXIT.

5000-IMPRIMIR-CATEGORIA.
    Move SPACES to LS-LINEA
    WRITE LS-LINEA
    Move SPACES to linea-impresion
    STRING "CATEGORIA " DELIMITED BY SIZE
        cat-nombre (c) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA
    Move "CODIGO DESCRIPCION                    PROV      ACTUAL"
        & "    SIMULADO      DIF %" to LS-LINEA
    WRITE LS-LINEA
    Move ALL "-" to LS-LINEA
    WRITE LS-LINEA
    PERFORM 5100-IMPRIMIR-PRODUCTO THRU 5100-IMPRIMIR-PRODUCTO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    Compute DIV-DIVIDENDO =
        (cat-simulado (c) - cat-actual (c)) * 100
    Move cat-actual (c) to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to variacion-total
    Move SPACES to linea-impresion
    Move cat-productos (c) to cantidad-ed
    Move "  Total categoria" to linea-impresion (1:17)
    Move cantidad-ed to linea-impresion (20:4)
    Move "productos" to linea-impresion (25:9)
    Move cat-actual (c) to total-ed
    Move total-ed to linea-impresion (43:12)
    Move cat-simulado (c) to total-ed
    Move total-ed to linea-impresion (55:12)
    Move variacion-total to porcentaje-ed
    Move porcentaje-ed to linea-impresion (70:8)
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA
    Move SPACES to linea-impresion
    Move cat-aprobacion (c) to cantidad-ed
    STRING "  Pasarian el tope de aprobacion: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA.
5000-IMPRIMIR-CATEGORIA-EXIT.
    EXIT.

5100-IMPRIMIR-PRODUCTO.
    IF maes-regla (m) = 0
    OR maes-categoria (m) <> cat-nombre (c)
        GO TO 5100-IMPRIMIR-PRODUCTO-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move maes-cod (m) to linea-impresion (1:5)
    Move maes-descrip (m) to linea-impresion (8:30)
    Move maes-proveedor (m) to linea-impresion (39:4)
    Move maes-precio (m) to importe-ed
    Move importe-ed to linea-impresion (44:11)
    Move maes-simulado (m) to importe-ed
    Move importe-ed to linea-impresion (56:11)
    Move maes-pct (m) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (70:8)
    IF maes-pct (m) > TOPE-APROBACION
        Move "REQUIERE APROBACION" to linea-impresion (79:19)
    END-IF
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA.
5100-IMPRIMIR-PRODUCTO-EXIT.
    EXIT.

5500-IMPRIMIR-TOTALES.
    Move SPACES to LS-LINEA
    WRITE LS-LINEA
    Compute DIV-DIVIDENDO = (total-simulado - total-actual) * 100
    Move total-actual to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to variacion-total
    ELSE
        Move 0 to variacion-total
    END-IF
    Move SPACES to linea-impresion
    Move cant-alcanzados to cantidad-ed
    Move "TOTAL GENERAL" to linea-impresion (1:13)
    Move cantidad-ed to linea-impresion (20:4)
    Move "productos" to linea-impresion (25:9)
    Move total-actual to total-ed
    Move total-ed to linea-impresion (43:12)
    Move total-simulado to total-ed
    Move total-ed to linea-impresion (55:12)
    Move variacion-total to porcentaje-ed
    Move porcentaje-ed to linea-impresion (70:8)
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA
    Move SPACES to linea-impresion
    Move cant-aprobacion to cantidad-ed
    Move TOPE-APROBACION to porcentaje-ed
    STRING "Productos que pasarian el " DELIMITED BY SIZE
        porcentaje-ed DELIMITED BY SIZE
        "% y entrarian a aprobacion: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA
    Move SPACES to linea-impresion
    Move cant-sin-regla to cantidad-ed
    STRING "Productos activos sin regla (sin cambio): "
        DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LS-LINEA
    WRITE LS-LINEA.
5500-IMPRIMIR-TOTALES-EXIT.
    EXIT.

*>La lista reemplaza a LISTA-PROVEEDOR: si ya hay una (una lista real
*>del proveedor sin procesar), se pide confirmacion antes de pisarla.
6000-ACEPTAR-SIMULACION.
    Display "¿Acepta la simulacion y la genera como LISTA-PROVEEDOR"
        " para Productos? (S/N): "
    Accept acepta-simulacion
    IF acepta-simulacion <> "S" AND acepta-simulacion <> "s"
        Display "Simulacion no aceptada, no se genera LISTA-PROVEEDOR"
        GO TO 6000-ACEPTAR-SIMULACION-EXIT
    END-IF
    OPEN INPUT LISTA-PROVEEDOR
    IF LV-STATUS = "00"
        CLOSE LISTA-PROVEEDOR
        Display "Ya existe un LISTA-PROVEEDOR. ¿Desea reemplazarlo?"
            " (S/N): "
        Accept pisa-lista
        IF pisa-lista <> "S" AND pisa-lista <> "s"
            Display "No se genera LISTA-PROVEEDOR"
            GO TO 6000-ACEPTAR-SIMULACION-EXIT
        END-IF
    END-IF
    OPEN OUTPUT LISTA-PROVEEDOR
    INITIALIZE HT-REGISTRO
    Move "H"          to HT-TIPO
    Move fecha-hoy    to HT-FECHA
    Move SPACE        to HT-SEP1
    Move "SIMULACION" to HT-ORIGEN
    Move HT-REGISTRO  to LV-LINEA
    WRITE LV-LINEA
    PERFORM 6100-GRABAR-RENGLON THRU 6100-GRABAR-RENGLON-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-maestro
    INITIALIZE HT-REGISTRO
    Move "T"         to HT-TIPO
    Move cant-lista  to HT-CANT
    Move SPACE       to HT-SEP2
    Move hash-lista  to HT-HASH
    Move HT-REGISTRO to LV-LINEA
    WRITE LV-LINEA
    CLOSE LISTA-PROVEEDOR
    Display "LISTA-PROVEEDOR generada con " cant-lista " renglones;"
        " procesarla con el modo batch de Productos"
    IF cant-fuera-lista > 0
        Display "ADVERTENCIA: " cant-fuera-lista " productos superan el"
            " precio maximo de la lista y no se incluyeron"
        Move 4 to RETURN-CODE
    END-IF.
6000-ACEPTAR-SIMULACION-EXIT.
    EXIT.

6100-GRABAR-RENGLON.
    IF maes-regla (m) = 0
        GO TO 6100-GRABAR-RENGLON-EXIT
    END-IF
    IF maes-simulado (m) > PRECIO-MAXIMO-LISTA
        Compute cant-fuera-lista = cant-fuera-lista + 1
        GO TO 6100-GRABAR-RENGLON-EXIT
    END-IF
    INITIALIZE LV-REGISTRO
    Move maes-cod (m)      to LV-COD
    Move SPACE             to LV-SEP1
    Move maes-simulado (m) to LV-PRECION
    WRITE LV-REGISTRO
    Compute cant-lista = cant-lista + 1
    Compute hash-lista = hash-lista + LV-PRECION.
6100-GRABAR-RENGLON-EXIT.
    EXIT.
