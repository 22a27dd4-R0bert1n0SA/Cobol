*>           OPERADORES) y el intento de un operador sin nivel queda
*>           registrado en ACCESOS-DENEGADOS antes de rechazarlo.

*>2026-10-15 se agrega el alta de alicuota de IVA por tipo con fecha
*>           de vigencia (tabla ALICUOTAS-IVA) y su listado, con la
*>           misma regla que los precios.

*>2026-10-15 se agrega el vinculo de cada tipo con su codigo de
*>           MAESTRO-PRODUCTOS (TIPOS-KIOSKO, validado activo en el
*>           maestro) y el recargo de venta por categoria
*>           (RECARGOS-CATEGORIA), con su listado; con ellos
*>           Aplicar-Precios genera las lineas de CARAMELO-PRECIO de
*>           los cambios de costo aprobados. El listado de precios
*>           muestra la aprobacion de las lineas generadas.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Precios-Kiosko.
ENVIRONMENT DIVISION.
        SELECT CARAMELO-PRECIO ASSIGN TO "CARAMELO-PRECIO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CP-STATUS.
        SELECT ALICUOTAS-IVA ASSIGN TO "ALICUOTAS-IVA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AI-STATUS.
        SELECT TIPOS-KIOSKO ASSIGN TO "TIPOS-KIOSKO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TK-STATUS.
        SELECT RECARGOS-CATEGORIA ASSIGN TO "RECARGOS-CATEGORIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT MAESTRO-PRODUCTOS ASSIGN TO "MAESTRO-PRODUCTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MP-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
    FILE SECTION.
    FD  CARAMELO-PRECIO.
        COPY "caramelo-precio".
    FD  ALICUOTAS-IVA.
        COPY "alicuota-iva".
    FD  TIPOS-KIOSKO.
        COPY "tipo-kiosko".
    FD  RECARGOS-CATEGORIA.
        COPY "recargo-categoria".
    FD  MAESTRO-PRODUCTOS.
        COPY "maestro-productos".
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 CP-STATUS PIC X(2).
        01 AI-STATUS PIC X(2).
        01 TK-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 MP-STATUS PIC X(2).
        01 codigo-trabajo PIC 9(5).
        01 categoria-trabajo PIC X(10).
        01 recargo-trabajo PIC 9(3)V99.
        01 producto-encontrado PIC X(1).
        01 producto-activo PIC X(1).
        01 descrip-producto PIC X(30).
        01 categoria-producto PIC X(10).
        01 categoria-en-uso PIC X(1).
        01 alicuota-trabajo PIC 9(2)V99.
        01 accion    PIC X(1).
        01 tipo-trabajo PIC X(10).
        01 vigencia-trabajo PIC X(8).
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta de precio con vigencia,"
            " L = listado por vigencia, I = alta de alicuota de IVA,"
            " J = listado de alicuotas, T = vincular tipo a producto,"
            " R = recargo por categoria, V = listado de vinculos y"
            " recargos, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 1000-ALTA-PRECIO THRU 1000-ALTA-PRECIO-EXIT
            WHEN "L" WHEN "l"
                PERFORM 2000-LISTAR-PRECIOS THRU 2000-LISTAR-PRECIOS-EXIT
            WHEN "I" WHEN "i"
                PERFORM 3000-ALTA-ALICUOTA THRU 3000-ALTA-ALICUOTA-EXIT
            WHEN "J" WHEN "j"
                PERFORM 4000-LISTAR-ALICUOTAS
                    THRU 4000-LISTAR-ALICUOTAS-EXIT
            WHEN "T" WHEN "t"
                PERFORM 5000-VINCULAR-TIPO THRU 5000-VINCULAR-TIPO-EXIT
            WHEN "R" WHEN "r"
                PERFORM 6000-ALTA-RECARGO THRU 6000-ALTA-RECARGO-EXIT
            WHEN "V" WHEN "v"
                PERFORM 7000-LISTAR-VINCULOS
                    THRU 7000-LISTAR-VINCULOS-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    Move vigencia-trabajo to CP-VIGENCIA
    Move SPACE            to CP-SEP2
    Move precio-trabajo   to CP-PRECIO
    Move SPACE            to CP-SEP3
    Move SPACE            to CP-SEP4
    WRITE CP-REGISTRO
    CLOSE CARAMELO-PRECIO
    Display "Precio cargado: " tipo-trabajo " a " precio-trabajo
    PERFORM 2100-LEER-PRECIO
    PERFORM UNTIL CP-STATUS = "10"
        IF filtro-tipo = SPACES OR CP-TIPO = filtro-tipo
            IF CP-APROBACION = SPACES
                Display CP-TIPO " desde " CP-VIGENCIA ": " CP-PRECIO
            ELSE
                Display CP-TIPO " desde " CP-VIGENCIA ": " CP-PRECIO
                    " (producto " CP-COD-PRODUCTO " aprobacion "
                    CP-APROBACION ")"
            END-IF
            Compute cant-listadas = cant-listadas + 1
        END-IF
        PERFORM 2100-LEER-PRECIO
        CONTINUE
    END-READ.

*>La alicuota 0 es valida (tipos exentos); el tope es la del 27%.
3000-ALTA-ALICUOTA.
    Display "Tipo de caramelo: "
    Accept tipo-trabajo
    Display "Fecha de vigencia (AAAAMMDD): "
    Accept vigencia-trabajo
    IF vigencia-trabajo (1:8) IS NOT NUMERIC
        Display "Error: la fecha debe ser AAAAMMDD"
        GO TO 3000-ALTA-ALICUOTA-EXIT
    END-IF
    Display "Alicuota de IVA (por ejemplo 21.00 o 10.50): "
    Accept alicuota-trabajo
    IF alicuota-trabajo > 27
        Display "Error: la alicuota no puede superar el 27%"
        GO TO 3000-ALTA-ALICUOTA-EXIT
    END-IF
    OPEN EXTEND ALICUOTAS-IVA
    IF AI-STATUS = "35"
        OPEN OUTPUT ALICUOTAS-IVA
    END-IF
    INITIALIZE AI-REGISTRO
    Move tipo-trabajo     to AI-TIPO
    Move SPACE            to AI-SEP1
    Move vigencia-trabajo to AI-VIGENCIA
    Move SPACE            to AI-SEP2
    Move alicuota-trabajo to AI-ALICUOTA
    WRITE AI-REGISTRO
    CLOSE ALICUOTAS-IVA
    Display "Alicuota cargada: " tipo-trabajo " al " alicuota-trabajo
        "% desde el " vigencia-trabajo.
3000-ALTA-ALICUOTA-EXIT.
    EXIT.

4000-LISTAR-ALICUOTAS.
    Display "Tipo a listar (espacios = todos): "
    Accept filtro-tipo
    Move 0 to cant-listadas
    OPEN INPUT ALICUOTAS-IVA
    IF AI-STATUS <> "00"
        Display "No hay tabla ALICUOTAS-IVA: todos los tipos van al 21%"
        GO TO 4000-LISTAR-ALICUOTAS-EXIT
    END-IF
    Display "--- Alicuotas de IVA por fecha de vigencia ---"
    PERFORM 4100-LEER-ALICUOTA
    PERFORM UNTIL AI-STATUS = "10"
        IF filtro-tipo = SPACES OR AI-TIPO = filtro-tipo
            Display AI-TIPO " desde " AI-VIGENCIA ": " AI-ALICUOTA "%"
            Compute cant-listadas = cant-listadas + 1
        END-IF
        PERFORM 4100-LEER-ALICUOTA
    END-PERFORM
    CLOSE ALICUOTAS-IVA
    Display "Lineas de alicuota listadas: " cant-listadas.
4000-LISTAR-ALICUOTAS-EXIT.
    EXIT.

4100-LEER-ALICUOTA.
    READ ALICUOTAS-IVA
    NOT AT END
        CONTINUE
    END-READ.

*>El tipo se vincula a un producto activo del maestro; revincular un
*>tipo agrega una linea nueva que pasa a regir.
5000-VINCULAR-TIPO.
    Display "Tipo de caramelo: "
    Accept tipo-trabajo
    IF tipo-trabajo = SPACES
        Display "Error: el tipo es obligatorio"
        GO TO 5000-VINCULAR-TIPO-EXIT
    END-IF
    Display "Codigo de MAESTRO-PRODUCTOS: "
    Accept codigo-trabajo
    PERFORM 5100-BUSCAR-PRODUCTO THRU 5100-BUSCAR-PRODUCTO-EXIT
    IF producto-encontrado = "N"
        Display "Error: el codigo " codigo-trabajo
            " no figura en MAESTRO-PRODUCTOS"
        GO TO 5000-VINCULAR-TIPO-EXIT
    END-IF
    IF producto-activo <> "S"
        Display "Error: el producto " codigo-trabajo " esta inactivo"
        GO TO 5000-VINCULAR-TIPO-EXIT
    END-IF
    OPEN EXTEND TIPOS-KIOSKO
    IF TK-STATUS = "35"
        OPEN OUTPUT TIPOS-KIOSKO
    END-IF
    INITIALIZE TK-REGISTRO
    Move tipo-trabajo   to TK-TIPO
    Move SPACE          to TK-SEP1
    Move codigo-trabajo to TK-COD
    Move SPACE          to TK-SEP2
    Move fecha-hoy      to TK-FECHA
    WRITE TK-REGISTRO
    CLOSE TIPOS-KIOSKO
    Display "Tipo " tipo-trabajo " vinculado a " codigo-trabajo " "
        descrip-producto " (" categoria-producto ")".
5000-VINCULAR-TIPO-EXIT.
    EXIT.

5100-BUSCAR-PRODUCTO.
    Move "N" to producto-encontrado
    Move "N" to categoria-en-uso
    OPEN INPUT MAESTRO-PRODUCTOS
    IF MP-STATUS <> "00"
        Display "No se pudo abrir MAESTRO-PRODUCTOS"
        GO TO 5100-BUSCAR-PRODUCTO-EXIT
    END-IF
    PERFORM 5200-LEER-PRODUCTO
    PERFORM UNTIL MP-STATUS = "10"
        IF MP-COD = codigo-trabajo
            Move "S"          to producto-encontrado
            Move MP-ACTIVO    to producto-activo
            Move MP-DESCRIP   to descrip-producto
            Move MP-CATEGORIA to categoria-producto
        END-IF
        IF MP-CATEGORIA = categoria-trabajo
            Move "S" to categoria-en-uso
        END-IF
        PERFORM 5200-LEER-PRODUCTO
    END-PERFORM
    CLOSE MAESTRO-PRODUCTOS.
5100-BUSCAR-PRODUCTO-EXIT.
    EXIT.

5200-LEER-PRODUCTO.
    READ MAESTRO-PRODUCTOS
    NOT AT END
        CONTINUE
    END-READ.

*>El recargo es un porcentaje sobre el costo; una categoria que
*>ningun producto del maestro usa se acepta con advertencia (puede
*>ser una categoria nueva que todavia no se cargo).
6000-ALTA-RECARGO.
    Display "Categoria de MAESTRO-PRODUCTOS: "
    Accept categoria-trabajo
    IF categoria-trabajo = SPACES
        Display "Error: la categoria es obligatoria"
        GO TO 6000-ALTA-RECARGO-EXIT
    END-IF
    Display "Recargo sobre el costo en % (por ejemplo 45.00): "
    Accept recargo-trabajo
    IF recargo-trabajo = 0
        Display "Error: el recargo no puede ser 0"
        GO TO 6000-ALTA-RECARGO-EXIT
    END-IF
    Move 0 to codigo-trabajo
    PERFORM 5100-BUSCAR-PRODUCTO THRU 5100-BUSCAR-PRODUCTO-EXIT
    IF categoria-en-uso = "N"
        Display "ADVERTENCIA: ningun producto del maestro tiene la"
            " categoria " categoria-trabajo
    END-IF
    OPEN EXTEND RECARGOS-CATEGORIA
    IF RC-STATUS = "35"
        OPEN OUTPUT RECARGOS-CATEGORIA
    END-IF
    INITIALIZE RC-REGISTRO
    Move categoria-trabajo to RC-CATEGORIA
    Move SPACE             to RC-SEP1
    Move recargo-trabajo   to RC-RECARGO
    Move SPACE             to RC-SEP2
    Move fecha-hoy         to RC-FECHA
    WRITE RC-REGISTRO
    CLOSE RECARGOS-CATEGORIA
    Display "Recargo cargado: " categoria-trabajo " "
        recargo-trabajo "%".
6000-ALTA-RECARGO-EXIT.
    EXIT.

*>Se listan todas las lineas en orden de carga: la ultima de cada
*>tipo o categoria es la que rige.
7000-LISTAR-VINCULOS.
    Move 0 to cant-listadas
    OPEN INPUT TIPOS-KIOSKO
    IF TK-STATUS <> "00"
        Display "No hay tabla TIPOS-KIOSKO"
    ELSE
        Display "--- Vinculos tipo -> producto (rige el ultimo) ---"
        PERFORM 7100-LEER-VINCULO
        PERFORM UNTIL TK-STATUS = "10"
            Display TK-TIPO " -> " TK-COD " desde el " TK-FECHA
            Compute cant-listadas = cant-listadas + 1
            PERFORM 7100-LEER-VINCULO
        END-PERFORM
        CLOSE TIPOS-KIOSKO
    END-IF
    OPEN INPUT RECARGOS-CATEGORIA
    IF RC-STATUS <> "00"
        Display "No hay tabla RECARGOS-CATEGORIA"
        GO TO 7000-LISTAR-VINCULOS-EXIT
    END-IF
    Display "--- Recargos por categoria (rige el ultimo) ---"
    PERFORM 7200-LEER-RECARGO
    PERFORM UNTIL RC-STATUS = "10"
        Display RC-CATEGORIA " " RC-RECARGO "% desde el " RC-FECHA
        Compute cant-listadas = cant-listadas + 1
        PERFORM 7200-LEER-RECARGO
    END-PERFORM
    CLOSE RECARGOS-CATEGORIA
    Display "Lineas listadas: " cant-listadas.
7000-LISTAR-VINCULOS-EXIT.
    EXIT.

7100-LEER-VINCULO.
    READ TIPOS-KIOSKO
    NOT AT END
        CONTINUE
    END-READ.

7200-LEER-RECARGO.
    READ RECARGOS-CATEGORIA
    NOT AT END
        CONTINUE
    END-READ.

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "MANT-PRECIOS-K" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
