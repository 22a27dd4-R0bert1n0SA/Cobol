*>Presupuesto contra real por cuenta: para el mes pedido compara lo
*>presupuestado en PRESUPUESTO (Mantener-Presupuesto) con lo real del
*>diario ASIENTOS, agrupado por cuenta padre del PLAN-CUENTAS como en
*>Estados-Contables. Por cuenta, por grupo, por seccion (ingresos y
*>egresos) y para el resultado muestra presupuesto, real, variacion
*>y variacion porcentual (Division-Redondeo) del mes y acumulado del
*>ejercicio (enero al mes pedido, ano calendario). La variacion es
*>real menos presupuesto; es desfavorable cuando un ingreso o el
*>resultado quedan por debajo de lo presupuestado o un egreso por
*>encima, y se marca la linea cuya variacion desfavorable supera el
*>porcentaje pedido (o que tiene real sin presupuesto). La gerencia
*>lo miraba a ojo una vez por trimestre. Sale en LISTADO-PRESUPUESTO;
*>una cuenta marcada deja RETURN-CODE 4.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Presupuesto.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRESUPUESTO ASSIGN TO "PRESUPUESTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PU-STATUS.
        SELECT ASIENTOS ASSIGN TO "ASIENTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT LISTADO-PRESUPUESTO ASSIGN TO "LISTADO-PRESUPUESTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PRESUPUESTO.
        COPY "presupuesto-rec".
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  LISTADO-PRESUPUESTO.
        01 LP-LINEA PIC X(150).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 PU-STATUS PIC X(2).
        01 AS-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 LP-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 tope-desfavorable PIC 9(3)V99.
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo     PIC X(6).
                10 cta-nombre     PIC X(30).
                10 cta-tipo       PIC X(1).
                10 cta-padre      PIC X(6).
                10 cta-grupo      PIC 9(3).
                10 cta-ppto-mes   PIC S9(13)V99.
                10 cta-ppto-acum  PIC S9(13)V99.
                10 cta-real-mes   PIC S9(13)V99.
                10 cta-real-acum  PIC S9(13)V99.
        01 m PIC 9(3).
        01 c PIC 9(3).
        01 g PIC 9(3).
        01 nivel PIC 9(2).
        01 pos-cuenta PIC 9(3).
        01 pos-padre PIC 9(3).
        01 fin-cadena PIC X(1).
        01 cuenta-buscada PIC X(6).
        01 cant-fuera-plan PIC 9(5) value 0.
        01 cant-marcadas PIC 9(4) value 0.
        01 tipo-seccion PIC X(1).
        01 titulo-seccion PIC X(30).
        01 fase-grupo PIC X(1).
        01 cant-con-datos PIC 9(3).
        01 importe-signo PIC S9(13)V99.
        01 grp-ppto-mes PIC S9(13)V99.
        01 grp-ppto-acum PIC S9(13)V99.
        01 grp-real-mes PIC S9(13)V99.
        01 grp-real-acum PIC S9(13)V99.
        01 sec-ppto-mes PIC S9(13)V99.
        01 sec-ppto-acum PIC S9(13)V99.
        01 sec-real-mes PIC S9(13)V99.
        01 sec-real-acum PIC S9(13)V99.
        01 ing-ppto-mes PIC S9(13)V99.
        01 ing-ppto-acum PIC S9(13)V99.
        01 ing-real-mes PIC S9(13)V99.
        01 ing-real-acum PIC S9(13)V99.
        01 lin-tipo PIC X(1).
        01 lin-es-cuenta PIC X(1).
        01 lin-ppto-mes PIC S9(13)V99.
        01 lin-ppto-acum PIC S9(13)V99.
        01 lin-real-mes PIC S9(13)V99.
        01 lin-real-acum PIC S9(13)V99.
        01 var-ppto PIC S9(13)V99.
        01 var-real PIC S9(13)V99.
        01 var-importe PIC S9(13)V99.
        01 var-porcentaje PIC S9(7)V99.
        01 var-desfavorable PIC X(1).
        01 desf-mes PIC X(1).
        01 desf-acum PIC X(1).
        01 pos-columna PIC 9(3).
        01 linea-impresion PIC X(150).
        01 importe-ed PIC -(9)9.99.
        01 porcentaje-ed PIC -(4)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes del reporte (AAAAMM): "
    Accept mes-pedido
    IF mes-pedido IS NOT NUMERIC
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Marcar variaciones desfavorables de mas de (%): "
    Accept tope-desfavorable
    PERFORM 1000-CARGAR-PLAN THRU 1000-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no hay como"
            " agrupar las cuentas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-RESOLVER-GRUPO THRU 1100-RESOLVER-GRUPO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    PERFORM 2000-CARGAR-PRESUPUESTO THRU 2000-CARGAR-PRESUPUESTO-EXIT
    PERFORM 2500-ACUMULAR-ASIENTOS THRU 2500-ACUMULAR-ASIENTOS-EXIT
    OPEN OUTPUT LISTADO-PRESUPUESTO
    PERFORM 3000-ENCABEZAR THRU 3000-ENCABEZAR-EXIT
    Move "I" to tipo-seccion
    Move "INGRESOS" to titulo-seccion
    PERFORM 4000-SECCION THRU 4000-SECCION-EXIT
    Move sec-ppto-mes  to ing-ppto-mes
    Move sec-ppto-acum to ing-ppto-acum
    Move sec-real-mes  to ing-real-mes
    Move sec-real-acum to ing-real-acum
    Move "E" to tipo-seccion
    Move "EGRESOS" to titulo-seccion
    PERFORM 4000-SECCION THRU 4000-SECCION-EXIT
    PERFORM 5000-RESULTADO THRU 5000-RESULTADO-EXIT
    CLOSE LISTADO-PRESUPUESTO
    Display "Reporte impreso en LISTADO-PRESUPUESTO"
    Display "Cuentas con variacion desfavorable sobre el tope: "
        cant-marcadas
    IF cant-fuera-plan > 0
        Display "ADVERTENCIA: " cant-fuera-plan " lineas de"
            " PRESUPUESTO con cuentas que no son de resultado en"
            " PLAN-CUENTAS, no se informan"
    END-IF
    IF cant-marcadas > 0 OR cant-fuera-plan > 0
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-PLAN.
    OPEN INPUT PLAN-CUENTAS
    IF PL-STATUS <> "00"
        GO TO 1000-CARGAR-PLAN-EXIT
    END-IF
    PERFORM 1050-LEER-CUENTA
    PERFORM UNTIL PL-STATUS = "10" OR cant-cuentas = 200
        Compute cant-cuentas = cant-cuentas + 1
        Move PL-CUENTA to cta-codigo (cant-cuentas)
        Move PL-NOMBRE to cta-nombre (cant-cuentas)
        Move PL-TIPO   to cta-tipo (cant-cuentas)
        Move PL-PADRE  to cta-padre (cant-cuentas)
        Move cant-cuentas to cta-grupo (cant-cuentas)
        Move 0 to cta-ppto-mes (cant-cuentas)
        Move 0 to cta-ppto-acum (cant-cuentas)
        Move 0 to cta-real-mes (cant-cuentas)
        Move 0 to cta-real-acum (cant-cuentas)
        PERFORM 1050-LEER-CUENTA
    END-PERFORM
    CLOSE PLAN-CUENTAS.
1000-CARGAR-PLAN-EXIT.
    EXIT.

1050-LEER-CUENTA.
    READ PLAN-CUENTAS
    NOT AT END
        CONTINUE
    END-READ.

*>Mismo agrupamiento que Estados-Contables: la cuenta queda en el
*>grupo de mas arriba de su cadena de padres, salvo que el grupo sea
*>de otro tipo.
1100-RESOLVER-GRUPO.
    Move m to pos-cuenta
    Move "N" to fin-cadena
    PERFORM 1150-SUBIR-NIVEL THRU 1150-SUBIR-NIVEL-EXIT
        VARYING nivel FROM 1 BY 1
        UNTIL nivel > 10 OR fin-cadena = "S"
    IF cta-tipo (pos-cuenta) = cta-tipo (m)
        Move pos-cuenta to cta-grupo (m)
    END-IF.
1100-RESOLVER-GRUPO-EXIT.
    EXIT.

1150-SUBIR-NIVEL.
    IF cta-padre (pos-cuenta) = SPACES
    OR cta-padre (pos-cuenta) = cta-codigo (pos-cuenta)
        Move "S" to fin-cadena
        GO TO 1150-SUBIR-NIVEL-EXIT
    END-IF
    Move 0 to pos-padre
    PERFORM 1160-BUSCAR-PADRE THRU 1160-BUSCAR-PADRE-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    IF pos-padre = 0
        Move "S" to fin-cadena
        GO TO 1150-SUBIR-NIVEL-EXIT
    END-IF
    Move pos-padre to pos-cuenta.
1150-SUBIR-NIVEL-EXIT.
    EXIT.

1160-BUSCAR-PADRE.
    IF cta-codigo (c) = cta-padre (pos-cuenta)
        Move c to pos-padre
    END-IF.
1160-BUSCAR-PADRE-EXIT.
    EXIT.

1200-BUSCAR-CUENTA.
    Move 0 to pos-cuenta
    PERFORM 1250-COMPARAR-CUENTA THRU 1250-COMPARAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    IF pos-cuenta > 0
        IF cta-tipo (pos-cuenta) <> "I" AND cta-tipo (pos-cuenta) <> "E"
            Move 0 to pos-cuenta
        END-IF
    END-IF.

1250-COMPARAR-CUENTA.
    IF cta-codigo (c) = cuenta-buscada
        Move c to pos-cuenta
    END-IF.
1250-COMPARAR-CUENTA-EXIT.
    EXIT.

2000-CARGAR-PRESUPUESTO.
    OPEN INPUT PRESUPUESTO
    IF PU-STATUS <> "00"
        Display "ADVERTENCIA: no hay PRESUPUESTO, todo sale sin"
            " presupuesto"
        GO TO 2000-CARGAR-PRESUPUESTO-EXIT
    END-IF
    PERFORM 2050-LEER-PRESUPUESTO
    PERFORM UNTIL PU-STATUS = "10"
        IF PU-MES (1:4) = mes-pedido (1:4) AND PU-MES <= mes-pedido
            PERFORM 2100-SUMAR-PRESUPUESTO
                THRU 2100-SUMAR-PRESUPUESTO-EXIT
        END-IF
        PERFORM 2050-LEER-PRESUPUESTO
    END-PERFORM
    CLOSE PRESUPUESTO.
2000-CARGAR-PRESUPUESTO-EXIT.
    EXIT.

2050-LEER-PRESUPUESTO.
    READ PRESUPUESTO
    NOT AT END
        CONTINUE
    END-READ.

2100-SUMAR-PRESUPUESTO.
    Move PU-CUENTA to cuenta-buscada
    PERFORM 1200-BUSCAR-CUENTA
    IF pos-cuenta = 0
        Compute cant-fuera-plan = cant-fuera-plan + 1
        GO TO 2100-SUMAR-PRESUPUESTO-EXIT
    END-IF
    IF PU-MES = mes-pedido
        Compute cta-ppto-mes (pos-cuenta) =
            cta-ppto-mes (pos-cuenta) + PU-IMPORTE
    END-IF
    Compute cta-ppto-acum (pos-cuenta) =
        cta-ppto-acum (pos-cuenta) + PU-IMPORTE.
2100-SUMAR-PRESUPUESTO-EXIT.
    EXIT.

*>Lo real va con el signo natural de la cuenta: el ingreso es haber
*>menos debe, el egreso debe menos haber.
2500-ACUMULAR-ASIENTOS.
    OPEN INPUT ASIENTOS
    IF AS-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir ASIENTOS, todo sale"
            " sin real"
        GO TO 2500-ACUMULAR-ASIENTOS-EXIT
    END-IF
    PERFORM 2550-LEER-ASIENTO
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-FECHA (1:4) = mes-pedido (1:4)
        AND AS-FECHA (1:6) <= mes-pedido
            PERFORM 2600-SUMAR-REAL THRU 2600-SUMAR-REAL-EXIT
        END-IF
        PERFORM 2550-LEER-ASIENTO
    END-PERFORM
    CLOSE ASIENTOS.
2500-ACUMULAR-ASIENTOS-EXIT.
    EXIT.

2550-LEER-ASIENTO.
    READ ASIENTOS
    NOT AT END
        CONTINUE
    END-READ.

2600-SUMAR-REAL.
    Move AS-CUENTA to cuenta-buscada
    PERFORM 1200-BUSCAR-CUENTA
    IF pos-cuenta = 0
        GO TO 2600-SUMAR-REAL-EXIT
    END-IF
    Move AS-IMPORTE to importe-signo
    IF (AS-DH = "D" AND cta-tipo (pos-cuenta) = "I")
    OR (AS-DH <> "D" AND cta-tipo (pos-cuenta) = "E")
        Compute importe-signo = 0 - AS-IMPORTE
    END-IF
    IF AS-FECHA (1:6) = mes-pedido
        Compute cta-real-mes (pos-cuenta) =
            cta-real-mes (pos-cuenta) + importe-signo
    END-IF
    Compute cta-real-acum (pos-cuenta) =
        cta-real-acum (pos-cuenta) + importe-signo.
2600-SUMAR-REAL-EXIT.
    EXIT.

3000-ENCABEZAR.
    Move SPACES to linea-impresion
    Move tope-desfavorable to porcentaje-ed
    STRING "PRESUPUESTO CONTRA REAL - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  ACUMULADO DESDE " DELIMITED BY SIZE
        mes-pedido (1:4) DELIMITED BY SIZE
        "01  TOPE DESFAVORABLE " DELIMITED BY SIZE
        porcentaje-ed DELIMITED BY SIZE
        "%  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move ALL "=" to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move "------------------- MES --------------------"
        to linea-impresion (29:50)
    Move "---------- ACUMULADO DEL EJERCICIO ---------"
        to linea-impresion (81:50)
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move "CUENTA NOMBRE" to linea-impresion (1:13)
    Move 29 to pos-columna
    PERFORM 3100-TITULOS-BLOQUE THRU 3100-TITULOS-BLOQUE-EXIT
    Move 81 to pos-columna
    PERFORM 3100-TITULOS-BLOQUE THRU 3100-TITULOS-BLOQUE-EXIT
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA.
3000-ENCABEZAR-EXIT.
    EXIT.

3100-TITULOS-BLOQUE.
    Move "  PRESUPUESTO" to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Move "         REAL" to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Move "    VARIACION" to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Move "   VAR %" to linea-impresion (pos-columna:8).
3100-TITULOS-BLOQUE-EXIT.
    EXIT.

4000-SECCION.
    Move 0 to sec-ppto-mes
    Move 0 to sec-ppto-acum
    Move 0 to sec-real-mes
    Move 0 to sec-real-acum
    Move SPACES to LP-LINEA
    WRITE LP-LINEA
    Move titulo-seccion to LP-LINEA
    WRITE LP-LINEA
    PERFORM 4100-GRUPO THRU 4100-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-cuentas
    Move SPACES to linea-impresion
    STRING "TOTAL " DELIMITED BY SIZE
        titulo-seccion DELIMITED BY "  "
        INTO linea-impresion
    END-STRING
    Move tipo-seccion  to lin-tipo
    Move "N"           to lin-es-cuenta
    Move sec-ppto-mes  to lin-ppto-mes
    Move sec-ppto-acum to lin-ppto-acum
    Move sec-real-mes  to lin-real-mes
    Move sec-real-acum to lin-real-acum
    PERFORM 8000-IMPRIMIR-COMPARACION THRU 8000-IMPRIMIR-COMPARACION-EXIT.
4000-SECCION-EXIT.
    EXIT.

*>Primera pasada suma el grupo; el grupo sin presupuesto ni real no se
*>imprime.
4100-GRUPO.
    IF cta-grupo (g) <> g OR cta-tipo (g) <> tipo-seccion
        GO TO 4100-GRUPO-EXIT
    END-IF
    Move 0 to grp-ppto-mes
    Move 0 to grp-ppto-acum
    Move 0 to grp-real-mes
    Move 0 to grp-real-acum
    Move 0 to cant-con-datos
    Move "S" to fase-grupo
    PERFORM 4200-CUENTA THRU 4200-CUENTA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    IF cant-con-datos = 0
        GO TO 4100-GRUPO-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (g) to linea-impresion (1:6)
    Move cta-nombre (g) to linea-impresion (8:30)
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move "I" to fase-grupo
    PERFORM 4200-CUENTA THRU 4200-CUENTA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    Move SPACES to linea-impresion
    STRING "  Subtotal " DELIMITED BY SIZE
        cta-nombre (g) (1:16) DELIMITED BY "  "
        INTO linea-impresion
    END-STRING
    Move tipo-seccion  to lin-tipo
    Move "N"           to lin-es-cuenta
    Move grp-ppto-mes  to lin-ppto-mes
    Move grp-ppto-acum to lin-ppto-acum
    Move grp-real-mes  to lin-real-mes
    Move grp-real-acum to lin-real-acum
    PERFORM 8000-IMPRIMIR-COMPARACION THRU 8000-IMPRIMIR-COMPARACION-EXIT
    Compute sec-ppto-mes = sec-ppto-mes + grp-ppto-mes
    Compute sec-ppto-acum = sec-ppto-acum + grp-ppto-acum
    Compute sec-real-mes = sec-real-mes + grp-real-mes
    Compute sec-real-acum = sec-real-acum + grp-real-acum.
4100-GRUPO-EXIT.
    EXIT.

4200-CUENTA.
    IF cta-grupo (m) <> g
        GO TO 4200-CUENTA-EXIT
    END-IF
    IF cta-ppto-mes (m) = 0 AND cta-ppto-acum (m) = 0
    AND cta-real-mes (m) = 0 AND cta-real-acum (m) = 0
        GO TO 4200-CUENTA-EXIT
    END-IF
    IF fase-grupo = "S"
        Compute cant-con-datos = cant-con-datos + 1
        Compute grp-ppto-mes = grp-ppto-mes + cta-ppto-mes (m)
        Compute grp-ppto-acum = grp-ppto-acum + cta-ppto-acum (m)
        Compute grp-real-mes = grp-real-mes + cta-real-mes (m)
        Compute grp-real-acum = grp-real-acum + cta-real-acum (m)
        GO TO 4200-CUENTA-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (m) to linea-impresion (3:6)
    Move cta-nombre (m) (1:18) to linea-impresion (10:18)
    Move tipo-seccion       to lin-tipo
    Move "S"                to lin-es-cuenta
    Move cta-ppto-mes (m)   to lin-ppto-mes
    Move cta-ppto-acum (m)  to lin-ppto-acum
    Move cta-real-mes (m)   to lin-real-mes
    Move cta-real-acum (m)  to lin-real-acum
    PERFORM 8000-IMPRIMIR-COMPARACION THRU 8000-IMPRIMIR-COMPARACION-EXIT.
4200-CUENTA-EXIT.
    EXIT.

*>El resultado se lee como un ingreso: quedar por debajo de lo
*>presupuestado es desfavorable.
5000-RESULTADO.
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move "RESULTADO" to linea-impresion (1:9)
    Move "R" to lin-tipo
    Move "N" to lin-es-cuenta
    Compute lin-ppto-mes = ing-ppto-mes - sec-ppto-mes
    Compute lin-ppto-acum = ing-ppto-acum - sec-ppto-acum
    Compute lin-real-mes = ing-real-mes - sec-real-mes
    Compute lin-real-acum = ing-real-acum - sec-real-acum
    PERFORM 8000-IMPRIMIR-COMPARACION THRU 8000-IMPRIMIR-COMPARACION-EXIT.
5000-RESULTADO-EXIT.
    EXIT.

*>Arma sobre linea-impresion (que ya trae cuenta o titulo) los dos
*>bloques mes y acumulado, con su marca de desfavorable.
8000-IMPRIMIR-COMPARACION.
    Move lin-ppto-mes to var-ppto
    Move lin-real-mes to var-real
    Move 29 to pos-columna
    PERFORM 8100-BLOQUE THRU 8100-BLOQUE-EXIT
    Move var-desfavorable to desf-mes
    Move lin-ppto-acum to var-ppto
    Move lin-real-acum to var-real
    Move 81 to pos-columna
    PERFORM 8100-BLOQUE THRU 8100-BLOQUE-EXIT
    Move var-desfavorable to desf-acum
    EVALUATE TRUE
        WHEN desf-mes = "S" AND desf-acum = "S"
            Move "DESFAV MES+ACUM" to linea-impresion (133:15)
        WHEN desf-mes = "S"
            Move "DESFAV MES" to linea-impresion (133:15)
        WHEN desf-acum = "S"
            Move "DESFAV ACUM" to linea-impresion (133:15)
    END-EVALUATE
    IF lin-es-cuenta = "S" AND (desf-mes = "S" OR desf-acum = "S")
        Compute cant-marcadas = cant-marcadas + 1
    END-IF
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA.
8000-IMPRIMIR-COMPARACION-EXIT.
    EXIT.

8100-BLOQUE.
    Move "N" to var-desfavorable
    Compute var-importe = var-real - var-ppto
    Move var-ppto to importe-ed
    Move importe-ed to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Move var-real to importe-ed
    Move importe-ed to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Move var-importe to importe-ed
    Move importe-ed to linea-impresion (pos-columna:13)
    Compute pos-columna = pos-columna + 14
    Compute DIV-DIVIDENDO = var-importe * 100
    Move var-ppto to DIV-DIVISOR
    IF var-ppto < 0
        Compute DIV-DIVISOR = 0 - var-ppto
    END-IF
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO <> "00"
        Move "SIN PPTO" to linea-impresion (pos-columna:8)
        IF (lin-tipo = "E" AND var-real > 0)
        OR (lin-tipo <> "E" AND var-real < 0)
            Move "S" to var-desfavorable
        END-IF
        GO TO 8100-BLOQUE-EXIT
    END-IF
    Move DIV-RESULTADO to var-porcentaje
    Move var-porcentaje to porcentaje-ed
    Move porcentaje-ed to linea-impresion (pos-columna:8)
    IF lin-tipo = "E"
        IF var-porcentaje > tope-desfavorable
            Move "S" to var-desfavorable
        END-IF
    ELSE
        IF var-porcentaje < 0
        AND 0 - var-porcentaje > tope-desfavorable
            Move "S" to var-desfavorable
        END-IF
    END-IF.
8100-BLOQUE-EXIT.
    EXIT.
