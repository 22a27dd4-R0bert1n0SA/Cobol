*>Estado de resultados y balance general sobre el diario ASIENTOS que
*>graba Asentar-Diario, con la clasificacion del PLAN-CUENTAS (tipo de
*>cuenta y cuenta padre, copybooks/plan-cuentas). Contaduria los
*>armaba a mano desde LISTADO-BALANCE.
*>El estado de resultados sale para el mes pedido o acumulado del
*>ejercicio (enero al mes pedido): ingresos y egresos agrupados por
*>cuenta padre con su subtotal, total de cada seccion y el resultado
*>del periodo. El balance general sale al cierre del mes: cada cuenta
*>patrimonial arrastra el saldo de todos los meses anteriores, suma
*>el movimiento del mes y da el saldo al cierre; los resultados
*>acumulados (del ejercicio y de ejercicios anteriores sin asignar)
*>se suman al patrimonio y se exige que el activo sea igual al pasivo
*>mas el patrimonio neto mas los resultados. Si no cuadra la corrida
*>termina con RETURN-CODE 8, como Balance-Comprobacion; una cuenta sin
*>tipo en el plan (o que no figura en el) sale aparte como sin
*>clasificar y deja RETURN-CODE 4.
*>Una cuenta padre que a su vez tiene padre se agrupa en la de mas
*>arriba; una cuenta de otro tipo que su padre forma grupo propio.
*>El ejercicio es el ano calendario. Todo sale en LISTADO-ESTADOS.

IDENTIFICATION DIVISION.
PROGRAM-ID. Estados-Contables.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ASIENTOS ASSIGN TO "ASIENTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT LISTADO-ESTADOS ASSIGN TO "LISTADO-ESTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  LISTADO-ESTADOS.
        01 LE-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 AS-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 LE-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 alcance PIC X(1).
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo    PIC X(6).
                10 cta-nombre    PIC X(30).
                10 cta-tipo      PIC X(1).
                10 cta-padre     PIC X(6).
                10 cta-grupo     PIC 9(3).
                10 cta-anios-ant PIC S9(13)V99.
                10 cta-ejer-ant  PIC S9(13)V99.
                10 cta-mes       PIC S9(13)V99.
        01 m PIC 9(3).
        01 c PIC 9(3).
        01 g PIC 9(3).
        01 nivel PIC 9(2).
        01 pos-cuenta PIC 9(3).
        01 pos-padre PIC 9(3).
        01 fin-cadena PIC X(1).
        01 plan-lleno PIC X(1) value "N".
        01 cant-sin-clasificar PIC 9(3) value 0.
        01 tipo-seccion PIC X(1).
        01 fase-grupo PIC X(1).
        01 cant-con-saldo PIC 9(3).
        01 signo-cuenta PIC S9(1).
        01 imp-periodo PIC S9(13)V99.
        01 imp-anterior PIC S9(13)V99.
        01 imp-mes PIC S9(13)V99.
        01 imp-cierre PIC S9(13)V99.
        01 grp-periodo PIC S9(13)V99.
        01 grp-anterior PIC S9(13)V99.
        01 grp-mes PIC S9(13)V99.
        01 grp-cierre PIC S9(13)V99.
        01 sec-periodo PIC S9(13)V99.
        01 sec-anterior PIC S9(13)V99.
        01 sec-mes PIC S9(13)V99.
        01 sec-cierre PIC S9(13)V99.
        01 total-ingresos PIC S9(13)V99.
        01 total-egresos PIC S9(13)V99.
        01 resultado-periodo PIC S9(13)V99.
        01 res-anios-ant PIC S9(13)V99 value 0.
        01 res-ejer-ant PIC S9(13)V99 value 0.
        01 res-mes PIC S9(13)V99 value 0.
        01 total-activo PIC S9(13)V99.
        01 total-pasivo PIC S9(13)V99.
        01 total-patrimonio PIC S9(13)V99.
        01 total-derecha PIC S9(13)V99.
        01 diferencia PIC S9(13)V99.
        01 titulo-seccion PIC X(30).
        01 linea-impresion PIC X(100).
        01 importe-ed PIC -(13)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes de los estados (AAAAMM): "
    Accept mes-pedido
    IF mes-pedido IS NOT NUMERIC
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Estado de resultados del mes (M) o acumulado del"
        " ejercicio (A): "
    Accept alcance
    IF alcance = "a"
        Move "A" to alcance
    END-IF
    IF alcance <> "A"
        Move "M" to alcance
    END-IF
    PERFORM 1000-CARGAR-PLAN THRU 1000-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no hay como"
            " clasificar las cuentas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-RESOLVER-GRUPO THRU 1100-RESOLVER-GRUPO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    PERFORM 2000-ACUMULAR-ASIENTOS THRU 2000-ACUMULAR-ASIENTOS-EXIT
    OPEN OUTPUT LISTADO-ESTADOS
    PERFORM 3000-ESTADO-RESULTADOS THRU 3000-ESTADO-RESULTADOS-EXIT
    PERFORM 4000-BALANCE-GENERAL THRU 4000-BALANCE-GENERAL-EXIT
    PERFORM 5000-SIN-CLASIFICAR THRU 5000-SIN-CLASIFICAR-EXIT
    CLOSE LISTADO-ESTADOS
    Display "Resultado del periodo: " resultado-periodo
    Display "Estados impresos en LISTADO-ESTADOS"
    IF cant-sin-clasificar > 0 AND RETURN-CODE = 0
        Display "ADVERTENCIA: " cant-sin-clasificar " cuentas sin"
            " clasificar en PLAN-CUENTAS"
        Move 4 to RETURN-CODE
    END-IF
    IF plan-lleno = "S"
        Display "ADVERTENCIA: tabla de cuentas llena (200), estados"
            " incompletos"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-PLAN.
    OPEN INPUT PLAN-CUENTAS
    IF PL-STATUS <> "00"
        GO TO 1000-CARGAR-PLAN-EXIT
    END-IF
    PERFORM 1050-LEER-CUENTA
    PERFORM UNTIL PL-STATUS = "10"
        IF cant-cuentas = 200
            Move "S" to plan-lleno
        ELSE
            Compute cant-cuentas = cant-cuentas + 1
            Move PL-CUENTA to cta-codigo (cant-cuentas)
            Move PL-NOMBRE to cta-nombre (cant-cuentas)
            Move PL-TIPO   to cta-tipo (cant-cuentas)
            Move PL-PADRE  to cta-padre (cant-cuentas)
            Move cant-cuentas to cta-grupo (cant-cuentas)
            Move 0 to cta-anios-ant (cant-cuentas)
            Move 0 to cta-ejer-ant (cant-cuentas)
            Move 0 to cta-mes (cant-cuentas)
            IF PL-TIPO <> "A" AND PL-TIPO <> "P" AND PL-TIPO <> "N"
            AND PL-TIPO <> "I" AND PL-TIPO <> "E"
                Move SPACE to cta-tipo (cant-cuentas)
            END-IF
        END-IF
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

*>Se sube por la cadena de padres (hasta 10 niveles) y la cuenta queda
*>en el grupo de mas arriba.
1100-RESOLVER-GRUPO.
    Move m to pos-cuenta
    Move "N" to fin-cadena
    PERFORM 1150-SUBIR-NIVEL THRU 1150-SUBIR-NIVEL-EXIT
        VARYING nivel FROM 1 BY 1
        UNTIL nivel > 10 OR fin-cadena = "S"
    IF pos-cuenta = m
        GO TO 1100-RESOLVER-GRUPO-EXIT
    END-IF
    IF cta-tipo (pos-cuenta) <> cta-tipo (m)
        Display "ADVERTENCIA: la cuenta " cta-codigo (m) " tipo "
            cta-tipo (m) " cuelga de " cta-codigo (pos-cuenta)
            " tipo " cta-tipo (pos-cuenta) ", sale como grupo propio"
        GO TO 1100-RESOLVER-GRUPO-EXIT
    END-IF
    Move pos-cuenta to cta-grupo (m).
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
        Display "ADVERTENCIA: la cuenta padre " cta-padre (pos-cuenta)
            " de " cta-codigo (pos-cuenta) " no figura en el plan"
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

*>Cada cuenta guarda debe menos haber en tres tramos: ejercicios
*>anteriores, meses anteriores del ejercicio y el mes pedido. Lo
*>posterior al mes no entra.
2000-ACUMULAR-ASIENTOS.
    OPEN INPUT ASIENTOS
    IF AS-STATUS <> "00"
        Display "No se pudo abrir el archivo ASIENTOS"
        GO TO 2000-ACUMULAR-ASIENTOS-EXIT
    END-IF
    PERFORM 2050-LEER-ASIENTO
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-FECHA (1:6) <= mes-pedido
            PERFORM 2100-ACUMULAR-CUENTA THRU 2100-ACUMULAR-CUENTA-EXIT
        END-IF
        PERFORM 2050-LEER-ASIENTO
    END-PERFORM
    CLOSE ASIENTOS.
2000-ACUMULAR-ASIENTOS-EXIT.
    EXIT.

2050-LEER-ASIENTO.
    READ ASIENTOS
    NOT AT END
        CONTINUE
    END-READ.

2100-ACUMULAR-CUENTA.
    Move 0 to pos-cuenta
    PERFORM 2150-BUSCAR-CUENTA THRU 2150-BUSCAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    IF pos-cuenta = 0
        IF cant-cuentas = 200
            Move "S" to plan-lleno
            GO TO 2100-ACUMULAR-CUENTA-EXIT
        END-IF
        Compute cant-cuentas = cant-cuentas + 1
        Move cant-cuentas to pos-cuenta
        Move AS-CUENTA to cta-codigo (pos-cuenta)
        Move "(sin plan)" to cta-nombre (pos-cuenta)
        Move SPACE to cta-tipo (pos-cuenta)
        Move SPACES to cta-padre (pos-cuenta)
        Move pos-cuenta to cta-grupo (pos-cuenta)
        Move 0 to cta-anios-ant (pos-cuenta)
        Move 0 to cta-ejer-ant (pos-cuenta)
        Move 0 to cta-mes (pos-cuenta)
    END-IF
    IF AS-DH = "D"
        Move AS-IMPORTE to imp-mes
    ELSE
        Compute imp-mes = 0 - AS-IMPORTE
    END-IF
    EVALUATE TRUE
        WHEN AS-FECHA (1:6) = mes-pedido
            Compute cta-mes (pos-cuenta) =
                cta-mes (pos-cuenta) + imp-mes
        WHEN AS-FECHA (1:4) = mes-pedido (1:4)
            Compute cta-ejer-ant (pos-cuenta) =
                cta-ejer-ant (pos-cuenta) + imp-mes
        WHEN OTHER
            Compute cta-anios-ant (pos-cuenta) =
                cta-anios-ant (pos-cuenta) + imp-mes
    END-EVALUATE.
2100-ACUMULAR-CUENTA-EXIT.
    EXIT.

2150-BUSCAR-CUENTA.
    IF cta-codigo (c) = AS-CUENTA
        Move c to pos-cuenta
    END-IF.
2150-BUSCAR-CUENTA-EXIT.
    EXIT.

3000-ESTADO-RESULTADOS.
    Move SPACES to linea-impresion
    IF alcance = "A"
        STRING "ESTADO DE RESULTADOS - ACUMULADO DEL EJERCICIO "
            DELIMITED BY SIZE
            mes-pedido (1:4) DELIMITED BY SIZE
            " HASTA " DELIMITED BY SIZE
            mes-pedido DELIMITED BY SIZE
            "  EMITIDO " DELIMITED BY SIZE
            fecha-hoy DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    ELSE
        STRING "ESTADO DE RESULTADOS - MES " DELIMITED BY SIZE
            mes-pedido DELIMITED BY SIZE
            "  EMITIDO " DELIMITED BY SIZE
            fecha-hoy DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    END-IF
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move ALL "=" to LE-LINEA
    WRITE LE-LINEA
    Move "I" to tipo-seccion
    Move "INGRESOS" to titulo-seccion
    PERFORM 3100-SECCION-RESULTADOS THRU 3100-SECCION-RESULTADOS-EXIT
    Move sec-periodo to total-ingresos
    Move "E" to tipo-seccion
    Move "EGRESOS" to titulo-seccion
    PERFORM 3100-SECCION-RESULTADOS THRU 3100-SECCION-RESULTADOS-EXIT
    Move sec-periodo to total-egresos
    Compute resultado-periodo = total-ingresos - total-egresos
    Move ALL "-" to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    IF resultado-periodo < 0
        Move "RESULTADO DEL PERIODO (PERDIDA)" to linea-impresion (1:31)
    ELSE
        Move "RESULTADO DEL PERIODO (GANANCIA)"
            to linea-impresion (1:32)
    END-IF
    Move resultado-periodo to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
3000-ESTADO-RESULTADOS-EXIT.
    EXIT.

3100-SECCION-RESULTADOS.
    Move 0 to sec-periodo
    Move SPACES to LE-LINEA
    WRITE LE-LINEA
    Move titulo-seccion to LE-LINEA
    WRITE LE-LINEA
    PERFORM 3200-GRUPO-RESULTADOS THRU 3200-GRUPO-RESULTADOS-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-cuentas
    Move SPACES to linea-impresion
    STRING "TOTAL " DELIMITED BY SIZE
        titulo-seccion DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move sec-periodo to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
3100-SECCION-RESULTADOS-EXIT.
    EXIT.

*>Primera pasada suma el grupo; el grupo sin movimiento no se imprime.
3200-GRUPO-RESULTADOS.
    IF cta-grupo (g) <> g OR cta-tipo (g) <> tipo-seccion
        GO TO 3200-GRUPO-RESULTADOS-EXIT
    END-IF
    Move 0 to grp-periodo
    Move 0 to cant-con-saldo
    Move "S" to fase-grupo
    PERFORM 3250-CUENTA-RESULTADOS THRU 3250-CUENTA-RESULTADOS-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    IF cant-con-saldo = 0
        GO TO 3200-GRUPO-RESULTADOS-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (g) to linea-impresion (3:6)
    Move cta-nombre (g) to linea-impresion (10:30)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move "I" to fase-grupo
    PERFORM 3250-CUENTA-RESULTADOS THRU 3250-CUENTA-RESULTADOS-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    Move SPACES to linea-impresion
    STRING "  Subtotal " DELIMITED BY SIZE
        cta-nombre (g) DELIMITED BY "  "
        INTO linea-impresion
    END-STRING
    Move grp-periodo to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Compute sec-periodo = sec-periodo + grp-periodo.
3200-GRUPO-RESULTADOS-EXIT.
    EXIT.

3250-CUENTA-RESULTADOS.
    IF cta-grupo (m) <> g OR cta-tipo (m) = SPACE
        GO TO 3250-CUENTA-RESULTADOS-EXIT
    END-IF
    PERFORM 8000-CALCULAR-SALDOS THRU 8000-CALCULAR-SALDOS-EXIT
    IF imp-periodo = 0
        GO TO 3250-CUENTA-RESULTADOS-EXIT
    END-IF
    IF fase-grupo = "S"
        Compute cant-con-saldo = cant-con-saldo + 1
        Compute grp-periodo = grp-periodo + imp-periodo
        GO TO 3250-CUENTA-RESULTADOS-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (m) to linea-impresion (5:6)
    Move cta-nombre (m) to linea-impresion (12:30)
    Move imp-periodo to importe-ed
    Move importe-ed to linea-impresion (57:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
3250-CUENTA-RESULTADOS-EXIT.
    EXIT.

4000-BALANCE-GENERAL.
    Move SPACES to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    STRING "BALANCE GENERAL AL CIERRE DEL MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move ALL "=" to LE-LINEA
    WRITE LE-LINEA
    Move "CUENTA NOMBRE                            SALDO ANTERIOR"
        & "   MOVIMIENTO MES  SALDO AL CIERRE" to LE-LINEA
    WRITE LE-LINEA
    Move "A" to tipo-seccion
    Move "ACTIVO" to titulo-seccion
    PERFORM 4100-SECCION-BALANCE THRU 4100-SECCION-BALANCE-EXIT
    Move sec-cierre to total-activo
    Move "P" to tipo-seccion
    Move "PASIVO" to titulo-seccion
    PERFORM 4100-SECCION-BALANCE THRU 4100-SECCION-BALANCE-EXIT
    Move sec-cierre to total-pasivo
    Move "N" to tipo-seccion
    Move "PATRIMONIO NETO" to titulo-seccion
    PERFORM 4100-SECCION-BALANCE THRU 4100-SECCION-BALANCE-EXIT
    Move sec-cierre to total-patrimonio
    PERFORM 4500-RESULTADOS-BALANCE THRU 4500-RESULTADOS-BALANCE-EXIT
    PERFORM 4800-CONTROL-BALANCE THRU 4800-CONTROL-BALANCE-EXIT.
4000-BALANCE-GENERAL-EXIT.
    EXIT.

4100-SECCION-BALANCE.
    Move 0 to sec-anterior
    Move 0 to sec-mes
    Move 0 to sec-cierre
    Move SPACES to LE-LINEA
    WRITE LE-LINEA
    Move titulo-seccion to LE-LINEA
    WRITE LE-LINEA
    PERFORM 4200-GRUPO-BALANCE THRU 4200-GRUPO-BALANCE-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-cuentas
    Move SPACES to linea-impresion
    STRING "TOTAL " DELIMITED BY SIZE
        titulo-seccion DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move sec-anterior to grp-anterior
    Move sec-mes to grp-mes
    Move sec-cierre to grp-cierre
    PERFORM 8500-COLUMNAS-GRUPO THRU 8500-COLUMNAS-GRUPO-EXIT.
4100-SECCION-BALANCE-EXIT.
    EXIT.

4200-GRUPO-BALANCE.
    IF cta-grupo (g) <> g OR cta-tipo (g) <> tipo-seccion
        GO TO 4200-GRUPO-BALANCE-EXIT
    END-IF
    Move 0 to grp-anterior
    Move 0 to grp-mes
    Move 0 to grp-cierre
    Move 0 to cant-con-saldo
    Move "S" to fase-grupo
    PERFORM 4250-CUENTA-BALANCE THRU 4250-CUENTA-BALANCE-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    IF cant-con-saldo = 0
        GO TO 4200-GRUPO-BALANCE-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (g) to linea-impresion (1:6)
    Move cta-nombre (g) to linea-impresion (8:30)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move "I" to fase-grupo
    PERFORM 4250-CUENTA-BALANCE THRU 4250-CUENTA-BALANCE-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    Move SPACES to linea-impresion
    STRING "  Subtotal " DELIMITED BY SIZE
        cta-nombre (g) DELIMITED BY "  "
        INTO linea-impresion
    END-STRING
    PERFORM 8500-COLUMNAS-GRUPO THRU 8500-COLUMNAS-GRUPO-EXIT
    Compute sec-anterior = sec-anterior + grp-anterior
    Compute sec-mes = sec-mes + grp-mes
    Compute sec-cierre = sec-cierre + grp-cierre.
4200-GRUPO-BALANCE-EXIT.
    EXIT.

4250-CUENTA-BALANCE.
    IF cta-grupo (m) <> g OR cta-tipo (m) = SPACE
        GO TO 4250-CUENTA-BALANCE-EXIT
    END-IF
    PERFORM 8000-CALCULAR-SALDOS THRU 8000-CALCULAR-SALDOS-EXIT
    IF imp-anterior = 0 AND imp-mes = 0
        GO TO 4250-CUENTA-BALANCE-EXIT
    END-IF
    IF fase-grupo = "S"
        Compute cant-con-saldo = cant-con-saldo + 1
        Compute grp-anterior = grp-anterior + imp-anterior
        Compute grp-mes = grp-mes + imp-mes
        Compute grp-cierre = grp-cierre + imp-cierre
        GO TO 4250-CUENTA-BALANCE-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move cta-codigo (m) to linea-impresion (3:6)
    Move cta-nombre (m) to linea-impresion (10:30)
    Move imp-anterior to importe-ed
    Move importe-ed to linea-impresion (41:17)
    Move imp-mes to importe-ed
    Move importe-ed to linea-impresion (58:17)
    Move imp-cierre to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
4250-CUENTA-BALANCE-EXIT.
    EXIT.

*>Los resultados no se cierran contra patrimonio en el diario: se
*>calculan de las cuentas de ingreso y egreso y se muestran como
*>parte del patrimonio, separando lo de ejercicios anteriores.
4500-RESULTADOS-BALANCE.
    PERFORM 4550-SUMAR-RESULTADO THRU 4550-SUMAR-RESULTADO-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas
    Move SPACES to LE-LINEA
    WRITE LE-LINEA
    Move "RESULTADOS" to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    Move "  Resultados de ejercicios anteriores"
        to linea-impresion (1:37)
    Move res-anios-ant to grp-anterior
    Move 0 to grp-mes
    Move res-anios-ant to grp-cierre
    PERFORM 8500-COLUMNAS-GRUPO THRU 8500-COLUMNAS-GRUPO-EXIT
    Move SPACES to linea-impresion
    STRING "  Resultado del ejercicio " DELIMITED BY SIZE
        mes-pedido (1:4) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move res-ejer-ant to grp-anterior
    Move res-mes to grp-mes
    Compute grp-cierre = res-ejer-ant + res-mes
    PERFORM 8500-COLUMNAS-GRUPO THRU 8500-COLUMNAS-GRUPO-EXIT.
4500-RESULTADOS-BALANCE-EXIT.
    EXIT.

*>Ganancia es haber menos debe en ingresos y egresos por igual.
4550-SUMAR-RESULTADO.
    IF cta-tipo (m) <> "I" AND cta-tipo (m) <> "E"
        GO TO 4550-SUMAR-RESULTADO-EXIT
    END-IF
    Compute res-anios-ant = res-anios-ant - cta-anios-ant (m)
    Compute res-ejer-ant = res-ejer-ant - cta-ejer-ant (m)
    Compute res-mes = res-mes - cta-mes (m).
4550-SUMAR-RESULTADO-EXIT.
    EXIT.

4800-CONTROL-BALANCE.
    Compute total-derecha = total-pasivo + total-patrimonio
        + res-anios-ant + res-ejer-ant + res-mes
    Compute diferencia = total-activo - total-derecha
    Move ALL "-" to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL ACTIVO" to linea-impresion (1:12)
    Move total-activo to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL PASIVO + PATRIMONIO NETO + RESULTADOS"
        to linea-impresion (1:43)
    Move total-derecha to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    IF diferencia = 0
        Move "EL BALANCE CUADRA" to LE-LINEA
        WRITE LE-LINEA
        Display "Balance general al " mes-pedido ": cuadra"
        GO TO 4800-CONTROL-BALANCE-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move diferencia to importe-ed
    STRING "ERROR: EL BALANCE NO CUADRA (diferencia "
        DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Display "ERROR: el balance general al " mes-pedido
        " no cuadra (diferencia " diferencia ")"
    Move 8 to RETURN-CODE.
4800-CONTROL-BALANCE-EXIT.
    EXIT.

5000-SIN-CLASIFICAR.
    PERFORM 5100-REVISAR-CUENTA THRU 5100-REVISAR-CUENTA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-cuentas.
5000-SIN-CLASIFICAR-EXIT.
    EXIT.

5100-REVISAR-CUENTA.
    IF cta-tipo (m) <> SPACE
        GO TO 5100-REVISAR-CUENTA-EXIT
    END-IF
    IF cta-anios-ant (m) = 0 AND cta-ejer-ant (m) = 0
    AND cta-mes (m) = 0
        GO TO 5100-REVISAR-CUENTA-EXIT
    END-IF
    IF cant-sin-clasificar = 0
        Move SPACES to LE-LINEA
        WRITE LE-LINEA
        Move "CUENTAS SIN CLASIFICAR (DEBE MENOS HABER, NO ENTRAN EN"
            & " LOS ESTADOS)" to LE-LINEA
        WRITE LE-LINEA
    END-IF
    Compute cant-sin-clasificar = cant-sin-clasificar + 1
    Compute imp-anterior = cta-anios-ant (m) + cta-ejer-ant (m)
    Move cta-mes (m) to imp-mes
    Compute imp-cierre = imp-anterior + imp-mes
    Move SPACES to linea-impresion
    Move cta-codigo (m) to linea-impresion (3:6)
    Move cta-nombre (m) to linea-impresion (10:30)
    Move imp-anterior to importe-ed
    Move importe-ed to linea-impresion (41:17)
    Move imp-mes to importe-ed
    Move importe-ed to linea-impresion (58:17)
    Move imp-cierre to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
5100-REVISAR-CUENTA-EXIT.
    EXIT.

*>Saldo natural de la cuenta m: activo y egreso deudores, pasivo,
*>patrimonio e ingreso acreedores.
8000-CALCULAR-SALDOS.
    IF cta-tipo (m) = "A" OR cta-tipo (m) = "E"
        Move 1 to signo-cuenta
    ELSE
        Move -1 to signo-cuenta
    END-IF
    IF alcance = "A"
        Compute imp-periodo =
            (cta-ejer-ant (m) + cta-mes (m)) * signo-cuenta
    ELSE
        Compute imp-periodo = cta-mes (m) * signo-cuenta
    END-IF
    Compute imp-anterior =
        (cta-anios-ant (m) + cta-ejer-ant (m)) * signo-cuenta
    Compute imp-mes = cta-mes (m) * signo-cuenta
    Compute imp-cierre = imp-anterior + imp-mes.
8000-CALCULAR-SALDOS-EXIT.
    EXIT.

8500-COLUMNAS-GRUPO.
    Move grp-anterior to importe-ed
    Move importe-ed to linea-impresion (41:17)
    Move grp-mes to importe-ed
    Move importe-ed to linea-impresion (58:17)
    Move grp-cierre to importe-ed
    Move importe-ed to linea-impresion (75:17)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
8500-COLUMNAS-GRUPO-EXIT.
    EXIT.
