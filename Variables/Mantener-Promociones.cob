*>Mantenimiento del archivo PROMOCIONES (layout de
*>copybooks/promocion-rec): el supervisor da de alta cada promocion
*>del kiosko con su clase de regla (X = lleva/paga, P = porcentaje,
*>C = combo de dos tipos), el tipo de caramelo, la vigencia desde y
*>hasta y los valores de la regla; la baja no borra la linea sino que
*>la marca inactiva, para que los descuentos ya grabados en
*>VENTAS-DETALLE sigan teniendo a que promocion referirse. Hasta ahora
*>cada "3x2 en chupetines" lo aplicaba el operador con cuentas de
*>cabeza y un precio tipeado a mano, y el descuento no quedaba en
*>ningun archivo. Kiosko aplica solo lo que esta aca, activo y
*>vigente al dia de negocio. Reservado a supervisores (OP-NIVEL 2);
*>el intento de un operador sin nivel queda en ACCESOS-DENEGADOS.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Promociones.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PROMOCIONES ASSIGN TO "PROMOCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PR-STATUS.
        SELECT EXISTENCIAS ASSIGN TO "EXISTENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PROMOCIONES.
        COPY "promocion-rec".
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    WORKING-STORAGE SECTION.
        COPY "generacion-args".
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 PR-STATUS PIC X(2).
        01 EX-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
        01 codigo-trabajo PIC X(6).
        01 clase-trabajo PIC X(1).
        01 tipo-trabajo PIC X(10).
        01 tipo2-trabajo PIC X(10).
        01 desde-trabajo PIC X(8).
        01 hasta-trabajo PIC X(8).
        01 lleva-trabajo PIC 9(3).
        01 paga-trabajo PIC 9(3).
        01 porcentaje-trabajo PIC 9(2)V99.
        01 importe-trabajo PIC 9(5)V99.
        01 descrip-trabajo PIC X(20).
        01 codigo-existe PIC X(1).
        01 tipo-existe PIC X(1).
        01 tipo-buscado PIC X(10).
        01 fecha-filtro PIC X(8).
        01 cant-listadas PIC 9(4).
        01 cant-promos PIC 9(3) value 0.
        01 tabla-promos.
            05 promo-item OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-promos.
                10 prm-linea PIC X(97).
        01 p PIC 9(3).
        01 pos-promo PIC 9(3).
        01 promos-desbordadas PIC X(1) value "N".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta de promocion, B = baja,"
            " L = listado, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 1000-ALTA-PROMOCION
                    THRU 1000-ALTA-PROMOCION-EXIT
            WHEN "B" WHEN "b"
                PERFORM 2000-BAJA-PROMOCION
                    THRU 2000-BAJA-PROMOCION-EXIT
            WHEN "L" WHEN "l"
                PERFORM 3000-LISTAR-PROMOCIONES
                    THRU 3000-LISTAR-PROMOCIONES-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    STOP RUN.

*>El alta valida el codigo (no repetido), la clase y los valores de
*>la regla que esa clase usa; los que no usa quedan en cero o
*>espacios. Un tipo que no figura en EXISTENCIAS se avisa pero se
*>acepta: la promocion puede cargarse antes de la primera entrega.
1000-ALTA-PROMOCION.
    Display "Codigo de la promocion: "
    Accept codigo-trabajo
    IF codigo-trabajo = SPACES
        Display "Error: el codigo no puede quedar en blanco"
        GO TO 1000-ALTA-PROMOCION-EXIT
    END-IF
    PERFORM 1500-BUSCAR-CODIGO THRU 1500-BUSCAR-CODIGO-EXIT
    IF codigo-existe = "S"
        Display "Error: ya existe la promocion " codigo-trabajo
        GO TO 1000-ALTA-PROMOCION-EXIT
    END-IF
    Display "Clase (X = lleva/paga, P = porcentaje, C = combo): "
    Accept clase-trabajo
    EVALUATE clase-trabajo
        WHEN "x" Move "X" to clase-trabajo
        WHEN "p" Move "P" to clase-trabajo
        WHEN "c" Move "C" to clase-trabajo
        WHEN OTHER CONTINUE
    END-EVALUATE
    IF clase-trabajo <> "X" AND clase-trabajo <> "P"
    AND clase-trabajo <> "C"
        Display "Error: clase de promocion desconocida"
        GO TO 1000-ALTA-PROMOCION-EXIT
    END-IF
    Display "Tipo de caramelo: "
    Accept tipo-trabajo
    Move tipo-trabajo to tipo-buscado
    PERFORM 1600-BUSCAR-TIPO THRU 1600-BUSCAR-TIPO-EXIT
    IF tipo-existe = "N"
        Display "Aviso: el tipo " tipo-trabajo
            " no figura en EXISTENCIAS"
    END-IF
    Display "Vigente desde (AAAAMMDD): "
    Accept desde-trabajo
    Display "Vigente hasta (AAAAMMDD): "
    Accept hasta-trabajo
    IF desde-trabajo IS NOT NUMERIC OR hasta-trabajo IS NOT NUMERIC
        Display "Error: las fechas deben ser AAAAMMDD"
        GO TO 1000-ALTA-PROMOCION-EXIT
    END-IF
    IF hasta-trabajo < desde-trabajo
        Display "Error: la vigencia termina antes de empezar"
        GO TO 1000-ALTA-PROMOCION-EXIT
    END-IF
    Move 0 to lleva-trabajo paga-trabajo porcentaje-trabajo
        importe-trabajo
    Move SPACES to tipo2-trabajo
    EVALUATE clase-trabajo
        WHEN "X"
            Display "Unidades que lleva: "
            Accept lleva-trabajo
            Display "Unidades que paga: "
            Accept paga-trabajo
            IF lleva-trabajo = 0 OR paga-trabajo >= lleva-trabajo
                Display "Error: debe llevar mas unidades de las que"
                    " paga"
                GO TO 1000-ALTA-PROMOCION-EXIT
            END-IF
        WHEN "P"
            Display "Porcentaje de descuento: "
            Accept porcentaje-trabajo
            IF porcentaje-trabajo = 0
                Display "Error: el porcentaje no puede ser 0"
                GO TO 1000-ALTA-PROMOCION-EXIT
            END-IF
        WHEN "C"
            Display "Segundo tipo del combo: "
            Accept tipo2-trabajo
            IF tipo2-trabajo = SPACES OR tipo2-trabajo = tipo-trabajo
                Display "Error: el combo necesita un segundo tipo"
                    " distinto"
                GO TO 1000-ALTA-PROMOCION-EXIT
            END-IF
            Move tipo2-trabajo to tipo-buscado
            PERFORM 1600-BUSCAR-TIPO THRU 1600-BUSCAR-TIPO-EXIT
            IF tipo-existe = "N"
                Display "Aviso: el tipo " tipo2-trabajo
                    " no figura en EXISTENCIAS"
            END-IF
            Display "Descuento por combo: "
            Accept importe-trabajo
            IF importe-trabajo = 0
                Display "Error: el descuento no puede ser 0"
                GO TO 1000-ALTA-PROMOCION-EXIT
            END-IF
    END-EVALUATE
    Display "Descripcion: "
    Accept descrip-trabajo
    OPEN EXTEND PROMOCIONES
    IF PR-STATUS = "35"
        OPEN OUTPUT PROMOCIONES
    END-IF
    INITIALIZE PR-REGISTRO
    Move codigo-trabajo     to PR-CODIGO
    Move SPACE              to PR-SEP1
    Move clase-trabajo      to PR-CLASE
    Move SPACE              to PR-SEP2
    Move tipo-trabajo       to PR-TIPO
    Move SPACE              to PR-SEP3
    Move desde-trabajo      to PR-DESDE
    Move SPACE              to PR-SEP4
    Move hasta-trabajo      to PR-HASTA
    Move SPACE              to PR-SEP5
    Move lleva-trabajo      to PR-LLEVA
    Move SPACE              to PR-SEP6
    Move paga-trabajo       to PR-PAGA
    Move SPACE              to PR-SEP7
    Move porcentaje-trabajo to PR-PORCENTAJE
    Move SPACE              to PR-SEP8
    Move tipo2-trabajo      to PR-TIPO2
    Move SPACE              to PR-SEP9
    Move importe-trabajo    to PR-IMPORTE
    Move SPACE              to PR-SEP10
    Move "S"                to PR-ACTIVO
    Move SPACE              to PR-SEP11
    Move descrip-trabajo    to PR-DESCRIP
    Move SPACE              to PR-SEP12
    Move codigo-operador    to PR-OPERADOR
    WRITE PR-REGISTRO
    CLOSE PROMOCIONES
    Display "Promocion " codigo-trabajo " cargada del " desde-trabajo
        " al " hasta-trabajo.
1000-ALTA-PROMOCION-EXIT.
    EXIT.

1500-BUSCAR-CODIGO.
    Move "N" to codigo-existe
    OPEN INPUT PROMOCIONES
    IF PR-STATUS <> "00"
        GO TO 1500-BUSCAR-CODIGO-EXIT
    END-IF
    PERFORM 1550-LEER-PROMOCION
    PERFORM UNTIL PR-STATUS = "10"
        IF PR-CODIGO = codigo-trabajo
            Move "S" to codigo-existe
        END-IF
        PERFORM 1550-LEER-PROMOCION
    END-PERFORM
    CLOSE PROMOCIONES.
1500-BUSCAR-CODIGO-EXIT.
    EXIT.

1550-LEER-PROMOCION.
    READ PROMOCIONES
    NOT AT END
        CONTINUE
    END-READ.

1600-BUSCAR-TIPO.
    Move "N" to tipo-existe
    OPEN INPUT EXISTENCIAS
    IF EX-STATUS <> "00"
        Move "S" to tipo-existe
        GO TO 1600-BUSCAR-TIPO-EXIT
    END-IF
    PERFORM 1650-LEER-STOCK
    PERFORM UNTIL EX-STATUS = "10"
        IF EX-TIPO = tipo-buscado
            Move "S" to tipo-existe
        END-IF
        PERFORM 1650-LEER-STOCK
    END-PERFORM
    CLOSE EXISTENCIAS.
1600-BUSCAR-TIPO-EXIT.
    EXIT.

1650-LEER-STOCK.
    READ EXISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

*>La baja marca la linea inactiva y regraba el archivo, apartando
*>antes la version vigente como generacion via Guardar-Generacion.
*>Con la carga incompleta no se regraba, como en Kiosko.
2000-BAJA-PROMOCION.
    Display "Codigo de la promocion a dar de baja: "
    Accept codigo-trabajo
    Move 0 to cant-promos
    Move 0 to pos-promo
    Move "N" to promos-desbordadas
    OPEN INPUT PROMOCIONES
    IF PR-STATUS <> "00"
        Display "No hay archivo PROMOCIONES"
        GO TO 2000-BAJA-PROMOCION-EXIT
    END-IF
    PERFORM 1550-LEER-PROMOCION
    PERFORM UNTIL PR-STATUS = "10" OR cant-promos = 500
        Compute cant-promos = cant-promos + 1
        IF PR-CODIGO = codigo-trabajo AND PR-ACTIVO = "S"
            Move "N" to PR-ACTIVO
            Move cant-promos to pos-promo
        END-IF
        Move PR-REGISTRO to prm-linea (cant-promos)
        PERFORM 1550-LEER-PROMOCION
    END-PERFORM
    IF PR-STATUS <> "10"
        Move "S" to promos-desbordadas
    END-IF
    CLOSE PROMOCIONES
    IF promos-desbordadas = "S"
        Display "ERROR: PROMOCIONES supero las 500 lineas: no se"
            " regraba, depure las promociones vencidas"
        Move 8 to RETURN-CODE
        GO TO 2000-BAJA-PROMOCION-EXIT
    END-IF
    IF pos-promo = 0
        Display "Error: no hay promocion activa con codigo "
            codigo-trabajo
        GO TO 2000-BAJA-PROMOCION-EXIT
    END-IF
    Move "PROMOCIONES" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT PROMOCIONES
    PERFORM 2100-GRABAR-PROMOCION THRU 2100-GRABAR-PROMOCION-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-promos
    CLOSE PROMOCIONES
    Display "Promocion " codigo-trabajo " dada de baja".
2000-BAJA-PROMOCION-EXIT.
    EXIT.

2100-GRABAR-PROMOCION.
    Move prm-linea (p) to PR-REGISTRO
    WRITE PR-REGISTRO.
2100-GRABAR-PROMOCION-EXIT.
    EXIT.

3000-LISTAR-PROMOCIONES.
    Display "Vigentes a la fecha (AAAAMMDD, espacios = todas): "
    Accept fecha-filtro
    Move 0 to cant-listadas
    OPEN INPUT PROMOCIONES
    IF PR-STATUS <> "00"
        Display "No hay archivo PROMOCIONES"
        GO TO 3000-LISTAR-PROMOCIONES-EXIT
    END-IF
    Display "--- Promociones ---"
    PERFORM 1550-LEER-PROMOCION
    PERFORM UNTIL PR-STATUS = "10"
        IF fecha-filtro = SPACES
        OR (PR-ACTIVO = "S" AND PR-DESDE <= fecha-filtro
            AND PR-HASTA >= fecha-filtro)
            PERFORM 3100-MOSTRAR-PROMOCION
            Compute cant-listadas = cant-listadas + 1
        END-IF
        PERFORM 1550-LEER-PROMOCION
    END-PERFORM
    CLOSE PROMOCIONES
    Display "Promociones listadas: " cant-listadas.
3000-LISTAR-PROMOCIONES-EXIT.
    EXIT.

3100-MOSTRAR-PROMOCION.
    EVALUATE PR-CLASE
        WHEN "X"
            Display PR-CODIGO " " PR-TIPO " lleva " PR-LLEVA
                " paga " PR-PAGA " del " PR-DESDE " al " PR-HASTA
                " activa " PR-ACTIVO " " PR-DESCRIP
        WHEN "P"
            Display PR-CODIGO " " PR-TIPO " " PR-PORCENTAJE
                "% del " PR-DESDE " al " PR-HASTA
                " activa " PR-ACTIVO " " PR-DESCRIP
        WHEN OTHER
            Display PR-CODIGO " " PR-TIPO " + " PR-TIPO2
                " descuenta " PR-IMPORTE " del " PR-DESDE
                " al " PR-HASTA " activa " PR-ACTIVO " " PR-DESCRIP
    END-EVALUATE.

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
            Display "Acceso denegado: se exige nivel "
                NIVEL-REQUERIDO " y el operador tiene nivel "
                nivel-operador
            PERFORM 0180-GRABAR-ACCESO-DENEGADO
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    Move "N" to operador-valido
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        Move NIVEL-REQUERIDO to nivel-operador
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

0160-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "MANT-PROMOCIONES" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
        OPEN OUTPUT ACCESOS-DENEGADOS
    END-IF
    INITIALIZE AD-REGISTRO
    Move fecha-hoy       to AD-FECHA
    Move SPACE           to AD-SEP1
    Move hora-ahora      to AD-HORA
    Move SPACE           to AD-SEP2
    Move "MANT-PROMOCIONES" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
