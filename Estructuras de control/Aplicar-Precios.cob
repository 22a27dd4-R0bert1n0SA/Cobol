*>           cierre recalculado. La generacion se aparta copiando el
*>           archivo directo, y los abortes por tabla llena se
*>           retiran: "el catalogo crecio" deja de ser un corte.
*>2026-10-15 los cambios de costo llegan al mostrador del kiosko: por
*>           cada tipo de TIPOS-KIOSKO vinculado al codigo cambiado se
*>           graba en CARAMELO-PRECIO la linea con el precio de venta
*>           (costo mas el recargo de la categoria del producto en
*>           RECARGOS-CATEGORIA), con la vigencia de la aprobacion (la
*>           fecha de proceso si no la tiene) y la referencia de la
*>           decision del supervisor. Un aumento aprobado con vigencia
*>           futura genera la linea ya al quedar programado. Las lineas
*>           generadas se listan en CAMBIOS-APLICADOS para revisarlas;
*>           una linea igual ya existente no se duplica.

IDENTIFICATION DIVISION.
PROGRAM-ID. Aplicar-Precios.
        SELECT PROD-TRABAJO ASSIGN TO "PRODUCTOS-TRABAJO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PT-STATUS.
        SELECT TIPOS-KIOSKO ASSIGN TO "TIPOS-KIOSKO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TK-STATUS.
        SELECT RECARGOS-CATEGORIA ASSIGN TO "RECARGOS-CATEGORIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT MAESTRO-PRODUCTOS ASSIGN TO "MAESTRO-PRODUCTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MP-STATUS.
        SELECT CARAMELO-PRECIO ASSIGN TO "CARAMELO-PRECIO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CP-STATUS.
        SELECT ORDEN-CAMBIOS ASSIGN TO "SORTWORK".
        SELECT ORDEN-DECISIONES ASSIGN TO "SORTWORK2".
        SELECT ORDEN-PRODUCTOS ASSIGN TO "SORTWORK3".
            05 DO-PRECION  PIC 9(6)V9(3).
            05 DO-DECISION PIC X(1).
            05 DO-VIGENCIA PIC X(8).
            05 DO-REFERENCIA PIC X(20).
    FD  CAMBIOS-DECIDIDOS.
        01 CD-REGISTRO.
            05 CD-COD      PIC 9(7).
            05 CD-MARCADO  PIC X(1).
            05 CD-DECISION PIC X(1).
            05 CD-VIGENCIA PIC X(8).
            05 CD-REFERENCIA PIC X(20).
    FD  PROD-TRABAJO.
        01 PT-REGISTRO.
            05 PT-SECUENCIA PIC 9(6).
            05 PT-LINEA     PIC X(30).
    FD  TIPOS-KIOSKO.
        COPY "tipo-kiosko".
    FD  RECARGOS-CATEGORIA.
        COPY "recargo-categoria".
    FD  MAESTRO-PRODUCTOS.
        COPY "maestro-productos".
    FD  CARAMELO-PRECIO.
        COPY "caramelo-precio".
    SD  ORDEN-CAMBIOS.
        01 OC-REGISTRO.
            05 OC-COD     PIC 9(7).
            05 OD-PRECION  PIC 9(6)V9(3).
            05 OD-DECISION PIC X(1).
            05 OD-VIGENCIA PIC X(8).
            05 OD-REFERENCIA PIC X(20).
    SD  ORDEN-PRODUCTOS.
        01 OP-REGISTRO.
            05 OP-COD       PIC 9(5).
        01 DO-STATUS PIC X(2).
        01 CD-STATUS PIC X(2).
        01 PT-STATUS PIC X(2).
        01 TK-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 MP-STATUS PIC X(2).
        01 CP-STATUS PIC X(2).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-tipos.
            05 tipo-kiosko OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-tipos.
                10 tip-tipo      PIC X(10).
                10 tip-cod       PIC 9(5).
                10 tip-categoria PIC X(10).
                10 tip-recargo   PIC 9(3)V99.
                10 tip-con-recargo PIC X(1).
        01 t PIC 9(3).
        01 pos-tipo PIC 9(3).
        01 cant-recargos PIC 9(3) value 0.
        01 tabla-recargos.
            05 recargo OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-recargos.
                10 rec-categoria PIC X(10).
                10 rec-recargo   PIC 9(3)V99.
        01 r PIC 9(3).
        01 pos-recargo PIC 9(3).
        01 cant-existentes PIC 9(4) value 0.
        01 tabla-existentes.
            05 existente OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-existentes.
                10 exi-tipo     PIC X(10).
                10 exi-vigencia PIC X(8).
                10 exi-precio   PIC 9(5)V99.
        01 x PIC 9(4).
        01 linea-existente PIC X(1).
        01 referencia-tomada PIC X(20).
        01 cam-referencia PIC X(20).
        01 vigencia-kiosko PIC X(8).
        01 recargo-importe PIC 9(7)V99.
        01 precio-kiosko PIC 9(7)V99.
        01 precio-kiosko-ed PIC Z(4)9.99.
        01 cant-kiosko PIC 9(4) value 0.
        01 cant-sin-recargo PIC 9(4) value 0.
        01 fecha-hoy PIC X(8).
        01 fecha-proceso PIC X(8).
        01 nombre-generacion PIC X(22).
            THRU 2000-SOLTAR-DECISIONES-EXIT
        GIVING DECISIONES-ORD
    PERFORM 2500-FUNDIR-DECISIONES THRU 2500-FUNDIR-DECISIONES-EXIT
    PERFORM 3000-CARGAR-KIOSKO THRU 3000-CARGAR-KIOSKO-EXIT
    PERFORM 4000-APARTAR-GENERACION THRU 4000-APARTAR-GENERACION-EXIT
    IF hay-productos = "N"
        Display "PRODUCTOS vacio o inexistente: no hay nada que regrabar"
        INTO CA-LINEA
    END-STRING
    WRITE CA-LINEA
    IF cant-tipos > 0
        Move SPACES to CA-LINEA
        STRING "Kiosko -> lineas de CARAMELO-PRECIO generadas: "
            DELIMITED BY SIZE
            cant-kiosko DELIMITED BY SIZE
            " sin recargo: " DELIMITED BY SIZE
            cant-sin-recargo DELIMITED BY SIZE
            INTO CA-LINEA
        END-STRING
        WRITE CA-LINEA
    END-IF
    CLOSE CAMBIOS-APLICADOS
    Display "Aplicacion terminada -> leidos: " cant-leidos
        " cambiados: " cant-cambiados
        " sin cambio: " cant-sin-cambio
        " programados a futuro: " cant-programados
    IF cant-tipos > 0
        Display "Lineas de precio del kiosko generadas: " cant-kiosko
            " (revisar en CAMBIOS-APLICADOS)"
    END-IF
    IF cant-sin-recargo > 0
        Display "ADVERTENCIA: " cant-sin-recargo " tipos del kiosko sin"
            " recargo para su categoria, no se les genero precio"
        Move 4 to RETURN-CODE
    END-IF
    Display "Generacion previa apartada en " nombre-generacion
    STOP RUN.

        Move DE-PRECION  to OD-PRECION
        Move DE-DECISION to OD-DECISION
        Move DE-VIGENCIA to OD-VIGENCIA
        Move SPACES to OD-REFERENCIA
        STRING DE-FECHA DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DE-HORA DELIMITED BY SIZE
            " " DELIMITED BY SIZE
            DE-SUPERVISOR DELIMITED BY SIZE
            INTO OD-REFERENCIA
        END-STRING
        RELEASE OD-REGISTRO
        PERFORM 2100-LEER-DECISION
    END-PERFORM
    PERFORM UNTIL CE-STATUS = "10"
        Move SPACE to decision-tomada
        Move SPACES to vigencia-tomada
        Move SPACES to referencia-tomada
        PERFORM UNTIL hay-decision-pend = "N"
            OR DO-COD > CE-COD
            IF DO-COD = CE-COD AND DO-PRECION = CE-PRECION
                Move DO-DECISION to decision-tomada
                Move DO-VIGENCIA to vigencia-tomada
                Move DO-REFERENCIA to referencia-tomada
            END-IF
            PERFORM 2700-LEER-DECISION-ORD
        END-PERFORM
        Move CE-MARCADO      to CD-MARCADO
        Move decision-tomada to CD-DECISION
        Move vigencia-tomada to CD-VIGENCIA
        Move referencia-tomada to CD-REFERENCIA
        WRITE CD-REGISTRO
        PERFORM 2600-LEER-EFECTIVO
    END-PERFORM
            Move "S" to hay-decision-pend
    END-READ.

*>Vinculos y recargos del kiosko: de cada tipo y de cada categoria
*>rige la ultima linea. La categoria de cada tipo sale del maestro
*>de productos. Sin TIPOS-KIOSKO no se genera nada para el kiosko.
3000-CARGAR-KIOSKO.
    OPEN INPUT TIPOS-KIOSKO
    IF TK-STATUS <> "00"
        GO TO 3000-CARGAR-KIOSKO-EXIT
    END-IF
    PERFORM 3100-LEER-VINCULO
    PERFORM UNTIL TK-STATUS = "10"
        Move 0 to pos-tipo
        PERFORM 3150-BUSCAR-TIPO THRU 3150-BUSCAR-TIPO-EXIT
            VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
        IF pos-tipo = 0 AND cant-tipos < 300
            Compute cant-tipos = cant-tipos + 1
            Move cant-tipos to pos-tipo
        END-IF
        IF pos-tipo > 0
            Move TK-TIPO  to tip-tipo (pos-tipo)
            Move TK-COD   to tip-cod (pos-tipo)
            Move SPACES   to tip-categoria (pos-tipo)
            Move 0        to tip-recargo (pos-tipo)
            Move "N"      to tip-con-recargo (pos-tipo)
        END-IF
        PERFORM 3100-LEER-VINCULO
    END-PERFORM
    CLOSE TIPOS-KIOSKO
    OPEN INPUT MAESTRO-PRODUCTOS
    IF MP-STATUS = "00"
        PERFORM 3200-LEER-MAESTRO
        PERFORM UNTIL MP-STATUS = "10"
            PERFORM 3250-TOMAR-CATEGORIA THRU 3250-TOMAR-CATEGORIA-EXIT
                VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
            PERFORM 3200-LEER-MAESTRO
        END-PERFORM
        CLOSE MAESTRO-PRODUCTOS
    END-IF
    OPEN INPUT RECARGOS-CATEGORIA
    IF RC-STATUS = "00"
        PERFORM 3300-LEER-RECARGO
        PERFORM UNTIL RC-STATUS = "10"
            Move 0 to pos-recargo
            PERFORM 3350-BUSCAR-RECARGO THRU 3350-BUSCAR-RECARGO-EXIT
                VARYING r FROM 1 BY 1 UNTIL r > cant-recargos
            IF pos-recargo = 0 AND cant-recargos < 200
                Compute cant-recargos = cant-recargos + 1
                Move cant-recargos to pos-recargo
                Move RC-CATEGORIA to rec-categoria (pos-recargo)
            END-IF
            IF pos-recargo > 0
                Move RC-RECARGO to rec-recargo (pos-recargo)
            END-IF
            PERFORM 3300-LEER-RECARGO
        END-PERFORM
        CLOSE RECARGOS-CATEGORIA
    END-IF
    PERFORM 3400-ASIGNAR-RECARGO THRU 3400-ASIGNAR-RECARGO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    OPEN INPUT CARAMELO-PRECIO
    IF CP-STATUS = "00"
        PERFORM 3500-LEER-PRECIO
        PERFORM UNTIL CP-STATUS = "10" OR cant-existentes = 5000
            Compute cant-existentes = cant-existentes + 1
            Move CP-TIPO     to exi-tipo (cant-existentes)
            Move CP-VIGENCIA to exi-vigencia (cant-existentes)
            Move CP-PRECIO   to exi-precio (cant-existentes)
            PERFORM 3500-LEER-PRECIO
        END-PERFORM
        CLOSE CARAMELO-PRECIO
    END-IF.
3000-CARGAR-KIOSKO-EXIT.
    EXIT.

3100-LEER-VINCULO.
    READ TIPOS-KIOSKO
    NOT AT END
        CONTINUE
    END-READ.

3150-BUSCAR-TIPO.
    IF tip-tipo (t) = TK-TIPO
        Move t to pos-tipo
    END-IF.
3150-BUSCAR-TIPO-EXIT.
    EXIT.

3200-LEER-MAESTRO.
    READ MAESTRO-PRODUCTOS
    NOT AT END
        CONTINUE
    END-READ.

3250-TOMAR-CATEGORIA.
    IF tip-cod (t) = MP-COD
        Move MP-CATEGORIA to tip-categoria (t)
    END-IF.
3250-TOMAR-CATEGORIA-EXIT.
    EXIT.

3300-LEER-RECARGO.
    READ RECARGOS-CATEGORIA
    NOT AT END
        CONTINUE
    END-READ.

3350-BUSCAR-RECARGO.
    IF rec-categoria (r) = RC-CATEGORIA
        Move r to pos-recargo
    END-IF.
3350-BUSCAR-RECARGO-EXIT.
    EXIT.

3400-ASIGNAR-RECARGO.
    PERFORM 3450-COMPARAR-CATEGORIA THRU 3450-COMPARAR-CATEGORIA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-recargos.
3400-ASIGNAR-RECARGO-EXIT.
    EXIT.

3450-COMPARAR-CATEGORIA.
    IF rec-categoria (r) = tip-categoria (t)
    AND tip-categoria (t) <> SPACES
        Move rec-recargo (r) to tip-recargo (t)
        Move "S" to tip-con-recargo (t)
    END-IF.
3450-COMPARAR-CATEGORIA-EXIT.
    EXIT.

3500-LEER-PRECIO.
    READ CARAMELO-PRECIO
    NOT AT END
        CONTINUE
    END-READ.

*>La generacion se aparta copiando PRODUCTOS directo, linea por
*>linea, con el original intacto: la tabla que antes hacia de
*>intermediaria ya no existe.
6000-APLICAR-SOBRE-FLUJO.
    OPEN INPUT CAMBIOS-DECIDIDOS
    OPEN OUTPUT PROD-TRABAJO
    IF cant-tipos > 0
        OPEN EXTEND CARAMELO-PRECIO
        IF CP-STATUS = "35"
            OPEN OUTPUT CARAMELO-PRECIO
        END-IF
    END-IF
    PERFORM 6100-LEER-CAMBIO-STREAM
    Move "N" to fin-orden
    PERFORM 6200-RETORNAR-PRODUCTO
        PERFORM 6200-RETORNAR-PRODUCTO
    END-PERFORM
    CLOSE CAMBIOS-DECIDIDOS
    CLOSE PROD-TRABAJO
    IF cant-tipos > 0
        CLOSE CARAMELO-PRECIO
    END-IF.
6000-APLICAR-SOBRE-FLUJO-EXIT.
    EXIT.

            Move CD-MARCADO  to cam-marcado
            Move CD-DECISION to cam-decision
            Move CD-VIGENCIA to cam-vigencia
            Move CD-REFERENCIA to cam-referencia
    END-READ.

6200-RETORNAR-PRODUCTO.
                    INTO CA-LINEA
                END-STRING
                WRITE CA-LINEA
                Move cam-vigencia to vigencia-kiosko
                PERFORM 6700-GENERAR-KIOSKO THRU 6700-GENERAR-KIOSKO-EXIT
                    VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
            WHEN cam-marcado = "N" OR cam-decision = "A"
                Move PR-PRECIO to precio-antes-ed
                Move cam-precion to precio-nuevo
                    INTO CA-LINEA
                END-STRING
                WRITE CA-LINEA
                IF cam-vigencia = SPACES
                    Move fecha-proceso to vigencia-kiosko
                ELSE
                    Move cam-vigencia to vigencia-kiosko
                END-IF
                IF cam-marcado = "N"
                    Move "SIN APROBACION" to cam-referencia
                END-IF
                PERFORM 6700-GENERAR-KIOSKO THRU 6700-GENERAR-KIOSKO-EXIT
                    VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
            WHEN OTHER
                Compute cant-sin-cambio = cant-sin-cambio + 1
        END-EVALUATE
6500-APLICAR-PRODUCTO-EXIT.
    EXIT.

*>Cada tipo del kiosko vinculado al codigo cambiado recibe su linea
*>de CARAMELO-PRECIO: costo nuevo mas el recargo de la categoria,
*>redondeado al centavo. Una linea identica (tipo, vigencia y precio)
*>ya grabada en una corrida anterior no se repite.
6700-GENERAR-KIOSKO.
    IF tip-cod (t) <> cam-cod
        GO TO 6700-GENERAR-KIOSKO-EXIT
    END-IF
    IF tip-con-recargo (t) = "N"
        Compute cant-sin-recargo = cant-sin-recargo + 1
        Move SPACES to CA-LINEA
        STRING "  Kiosko: " DELIMITED BY SIZE
            tip-tipo (t) DELIMITED BY SIZE
            " sin recargo para la categoria " DELIMITED BY SIZE
            tip-categoria (t) DELIMITED BY SIZE
            " (no se genera)" DELIMITED BY SIZE
            INTO CA-LINEA
        END-STRING
        WRITE CA-LINEA
        GO TO 6700-GENERAR-KIOSKO-EXIT
    END-IF
    Compute recargo-importe ROUNDED =
        cam-precion * tip-recargo (t) / 100
    Compute precio-kiosko = cam-precion + recargo-importe
    Move "N" to linea-existente
    PERFORM 6800-BUSCAR-EXISTENTE THRU 6800-BUSCAR-EXISTENTE-EXIT
        VARYING x FROM 1 BY 1 UNTIL x > cant-existentes
    IF linea-existente = "S"
        GO TO 6700-GENERAR-KIOSKO-EXIT
    END-IF
    INITIALIZE CP-REGISTRO
    Move tip-tipo (t)    to CP-TIPO
    Move SPACE           to CP-SEP1
    Move vigencia-kiosko to CP-VIGENCIA
    Move SPACE           to CP-SEP2
    Move precio-kiosko   to CP-PRECIO
    Move SPACE           to CP-SEP3
    Move cam-cod         to CP-COD-PRODUCTO
    Move SPACE           to CP-SEP4
    Move cam-referencia  to CP-APROBACION
    WRITE CP-REGISTRO
    Compute cant-kiosko = cant-kiosko + 1
    IF cant-existentes < 5000
        Compute cant-existentes = cant-existentes + 1
        Move CP-TIPO     to exi-tipo (cant-existentes)
        Move CP-VIGENCIA to exi-vigencia (cant-existentes)
        Move CP-PRECIO   to exi-precio (cant-existentes)
    END-IF
    Move precio-kiosko to precio-kiosko-ed
    Move SPACES to CA-LINEA
    STRING "  Kiosko: " DELIMITED BY SIZE
        tip-tipo (t) DELIMITED BY SIZE
        " desde " DELIMITED BY SIZE
        vigencia-kiosko DELIMITED BY SIZE
        " precio " DELIMITED BY SIZE
        precio-kiosko-ed DELIMITED BY SIZE
        " aprob. " DELIMITED BY SIZE
        cam-referencia DELIMITED BY SIZE
        INTO CA-LINEA
    END-STRING
    WRITE CA-LINEA.
6700-GENERAR-KIOSKO-EXIT.
    EXIT.

6800-BUSCAR-EXISTENTE.
    IF exi-tipo (x) = tip-tipo (t)
    AND exi-vigencia (x) = vigencia-kiosko
    AND exi-precio (x) = precio-kiosko
        Move "S" to linea-existente
    END-IF.
6800-BUSCAR-EXISTENTE-EXIT.
    EXIT.

*>El segundo SORT devuelve las lineas a su secuencia original y el
*>archivo se regraba con la cabecera preservada y el cierre "T"
*>recalculado sobre los precios ya aplicados.
