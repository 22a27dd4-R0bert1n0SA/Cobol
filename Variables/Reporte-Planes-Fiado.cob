*>Planes de pago de fiado atrasados: recorre PLANES-FIADO (los planes
*>que arma el modo F de Kiosko, una linea por cuota, con lo que la
*>cobranza ya imputo) y lista los planes que tienen cuotas vencidas
*>impagas, total o parcialmente, pasados los dias de gracia pedidos.
*>Por plan: cliente, cuotas pagadas, cuotas vencidas impagas, importe
*>vencido impago, saldo que le queda al plan, la cuota impaga mas
*>vieja y los dias de atraso, con el atraso mas largo primero, que es
*>por donde conviene empezar a llamar. Al pie, los planes vigentes,
*>los atrasados y el total vencido impago. Es el control que faltaba
*>sobre los "cuatro pagos los dias 10" que se acordaban de palabra.
*>El nombre del cliente sale enmascarado por Enmascarar-Dato (solo
*>las iniciales) salvo que el listado lo corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Planes-Fiado.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PLANES-FIADO ASSIGN TO "PLANES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PF-STATUS.
        SELECT CLIENTES-FIADO ASSIGN TO "CLIENTES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CF-STATUS.
        SELECT LISTADO-PLANES ASSIGN TO "LISTADO-PLANES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PLANES-FIADO.
        COPY "plan-fiado".
    FD  CLIENTES-FIADO.
        COPY "clientes-fiado".
    FD  LISTADO-PLANES.
        01 LP-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 PF-STATUS PIC X(2).
        01 CF-STATUS PIC X(2).
        01 LP-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 fecha-corte PIC X(8).
        01 fecha-corte-num REDEFINES fecha-corte PIC 9(8).
        01 fecha-cuota PIC X(8).
        01 fecha-cuota-num REDEFINES fecha-cuota PIC 9(8).
        01 dias-gracia PIC 9(3).
        01 cant-planes PIC 9(4) value 0.
        01 tabla-planes.
            05 plan-item OCCURS 1 TO 1000 TIMES
                DEPENDING ON cant-planes.
                10 pla-plan      PIC 9(6).
                10 pla-cliente   PIC 9(4).
                10 pla-nombre    PIC X(30).
                10 pla-fecha     PIC X(8).
                10 pla-cuotas    PIC 9(2).
                10 pla-pagadas   PIC 9(2).
                10 pla-vencidas  PIC 9(2).
                10 pla-vencido   PIC 9(8)v99.
                10 pla-saldo     PIC 9(8)v99.
                10 pla-mas-vieja PIC X(8).
        01 plan-aux PIC X(82).
        01 p PIC 9(4).
        01 i PIC 9(4).
        01 j PIC 9(4).
        01 pos-plan PIC 9(4).
        01 tabla-llena PIC X(1) value "N".
        01 falta-cuota PIC 9(8)v99.
        01 dias-atraso PIC 9(5).
        01 cant-vigentes PIC 9(4) value 0.
        01 cant-atrasados PIC 9(4) value 0.
        01 total-vencido PIC 9(9)v99 value 0.
        01 linea-impresion PIC X(100).
        COPY "mascara-args".
        01 importe-ed PIC Z(7)9.99.
        01 total-ed PIC Z(8)9.99.
        01 cuotas-ed PIC Z9.
        01 dias-ed PIC ZZZZ9.
        01 cantidad-ed PIC ZZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Dias de gracia despues del vencimiento (0 = ninguno): "
    Accept dias-gracia
    Compute fecha-corte-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-hoy-num) - dias-gracia)
    PERFORM 1000-CARGAR-PLANES THRU 1000-CARGAR-PLANES-EXIT
    IF tabla-llena = "S"
        Display "ERROR: mas de 1000 planes en PLANES-FIADO, el"
            " listado quedaria incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-CARGAR-NOMBRES THRU 2000-CARGAR-NOMBRES-EXIT
    PERFORM 3000-ORDENAR-PLANES
    Move "I" to MSC-FUNCION
    Move "REPORTE-PLANES-FIADO" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    PERFORM 4000-IMPRIMIR-LISTADO
    Display "Planes vigentes: " cant-vigentes
        " - con cuotas vencidas impagas: " cant-atrasados
    Display "Listado impreso en LISTADO-PLANES-FIADO"
    STOP RUN.

*>Las cuotas de un mismo plan se juntan en una linea de la tabla; un
*>plan sin cuotas adeudadas ya termino y no se cuenta como vigente.
1000-CARGAR-PLANES.
    OPEN INPUT PLANES-FIADO
    IF PF-STATUS <> "00"
        Display "No se pudo abrir PLANES-FIADO: no hay planes de pago"
        GO TO 1000-CARGAR-PLANES-EXIT
    END-IF
    PERFORM 1100-LEER-CUOTA
    PERFORM UNTIL PF-STATUS = "10"
        PERFORM 1200-ACUMULAR-CUOTA THRU 1200-ACUMULAR-CUOTA-EXIT
        PERFORM 1100-LEER-CUOTA
    END-PERFORM
    CLOSE PLANES-FIADO.
1000-CARGAR-PLANES-EXIT.
    EXIT.

1100-LEER-CUOTA.
    READ PLANES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

1200-ACUMULAR-CUOTA.
    Move 0 to pos-plan
    PERFORM 1300-BUSCAR-PLAN THRU 1300-BUSCAR-PLAN-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-planes
    IF pos-plan = 0
        IF cant-planes = 1000
            Move "S" to tabla-llena
            GO TO 1200-ACUMULAR-CUOTA-EXIT
        END-IF
        Compute cant-planes = cant-planes + 1
        Move cant-planes to pos-plan
        Move PF-PLAN       to pla-plan (pos-plan)
        Move PF-CLIENTE    to pla-cliente (pos-plan)
        Move SPACES        to pla-nombre (pos-plan)
        Move PF-FECHA-PLAN to pla-fecha (pos-plan)
        Move PF-CUOTAS     to pla-cuotas (pos-plan)
        Move 0 to pla-pagadas (pos-plan)
        Move 0 to pla-vencidas (pos-plan)
        Move 0 to pla-vencido (pos-plan)
        Move 0 to pla-saldo (pos-plan)
        Move SPACES to pla-mas-vieja (pos-plan)
    END-IF
    IF PF-ESTADO = "P"
        Compute pla-pagadas (pos-plan) = pla-pagadas (pos-plan) + 1
        GO TO 1200-ACUMULAR-CUOTA-EXIT
    END-IF
    Compute falta-cuota = PF-IMPORTE - PF-PAGADO
    Compute pla-saldo (pos-plan) = pla-saldo (pos-plan) + falta-cuota
    IF PF-VENCIMIENTO < fecha-corte
        Compute pla-vencidas (pos-plan) = pla-vencidas (pos-plan) + 1
        Compute pla-vencido (pos-plan) =
            pla-vencido (pos-plan) + falta-cuota
        IF pla-mas-vieja (pos-plan) = SPACES
        OR PF-VENCIMIENTO < pla-mas-vieja (pos-plan)
            Move PF-VENCIMIENTO to pla-mas-vieja (pos-plan)
        END-IF
    END-IF.
1200-ACUMULAR-CUOTA-EXIT.
    EXIT.

1300-BUSCAR-PLAN.
    IF pla-plan (p) = PF-PLAN
        Move p to pos-plan
    END-IF.
1300-BUSCAR-PLAN-EXIT.
    EXIT.

2000-CARGAR-NOMBRES.
    IF cant-planes = 0
        GO TO 2000-CARGAR-NOMBRES-EXIT
    END-IF
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS <> "00"
        GO TO 2000-CARGAR-NOMBRES-EXIT
    END-IF
    PERFORM 2100-LEER-CLIENTE
    PERFORM UNTIL CF-STATUS = "10"
        PERFORM 2200-PONER-NOMBRE THRU 2200-PONER-NOMBRE-EXIT
            VARYING p FROM 1 BY 1 UNTIL p > cant-planes
        PERFORM 2100-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FIADO.
2000-CARGAR-NOMBRES-EXIT.
    EXIT.

2100-LEER-CLIENTE.
    READ CLIENTES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

2200-PONER-NOMBRE.
    IF pla-cliente (p) = CF-CODIGO
        Move CF-NOMBRE to pla-nombre (p)
    END-IF.
2200-PONER-NOMBRE-EXIT.
    EXIT.

*>La cuota impaga mas vieja primero: el atraso mas largo encabeza.
*>Los planes sin atraso quedan al final y no se imprimen.
3000-ORDENAR-PLANES.
    PERFORM 3100-PASADA
        VARYING i FROM 1 BY 1 UNTIL i >= cant-planes.

3100-PASADA.
    PERFORM 3200-COMPARAR-PLANES
        VARYING j FROM 1 BY 1 UNTIL j > cant-planes - i.

3200-COMPARAR-PLANES.
    IF (pla-mas-vieja (j) = SPACES AND pla-mas-vieja (j + 1) <> SPACES)
    OR (pla-mas-vieja (j + 1) <> SPACES
        AND pla-mas-vieja (j) > pla-mas-vieja (j + 1))
        Move plan-item (j)     to plan-aux
        Move plan-item (j + 1) to plan-item (j)
        Move plan-aux          to plan-item (j + 1)
    End-If.

4000-IMPRIMIR-LISTADO.
    OPEN OUTPUT LISTADO-PLANES
    Move SPACES to linea-impresion
    Move dias-gracia to dias-ed
    STRING "PLANES DE PAGO DE FIADO CON CUOTAS VENCIDAS AL "
        DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        " - GRACIA " DELIMITED BY SIZE
        dias-ed DELIMITED BY SIZE
        " DIAS" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move "PLAN   CLIENTE NOMBRE               CUOT PAG VEN      VENCIDO"
        & "   SALDO PLAN DESDE     DIAS" to LP-LINEA
    WRITE LP-LINEA
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA
    PERFORM 4100-IMPRIMIR-PLAN THRU 4100-IMPRIMIR-PLAN-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-planes
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move cant-vigentes to cantidad-ed
    STRING "PLANES VIGENTES: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move cant-atrasados to cantidad-ed
    STRING "PLANES CON CUOTAS VENCIDAS IMPAGAS: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move total-vencido to total-ed
    STRING "TOTAL VENCIDO IMPAGO: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    CLOSE LISTADO-PLANES.

4100-IMPRIMIR-PLAN.
    IF pla-saldo (p) = 0
        GO TO 4100-IMPRIMIR-PLAN-EXIT
    END-IF
    Compute cant-vigentes = cant-vigentes + 1
    IF pla-vencidas (p) = 0
        GO TO 4100-IMPRIMIR-PLAN-EXIT
    END-IF
    Compute cant-atrasados = cant-atrasados + 1
    Compute total-vencido = total-vencido + pla-vencido (p)
    Move pla-mas-vieja (p) to fecha-cuota
    Compute dias-atraso = FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
        - FUNCTION INTEGER-OF-DATE (fecha-cuota-num)
    Move SPACES to linea-impresion
    Move pla-plan (p) to linea-impresion (1:6)
    Move pla-cliente (p) to linea-impresion (8:4)
    Move "N" to MSC-FUNCION
    Move pla-nombre (p) to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move MSC-SALIDA (1:20) to linea-impresion (16:20)
    Move pla-cuotas (p) to cuotas-ed
    Move cuotas-ed to linea-impresion (39:2)
    Move pla-pagadas (p) to cuotas-ed
    Move cuotas-ed to linea-impresion (43:2)
    Move pla-vencidas (p) to cuotas-ed
    Move cuotas-ed to linea-impresion (47:2)
    Move pla-vencido (p) to importe-ed
    Move importe-ed to linea-impresion (51:11)
    Move pla-saldo (p) to importe-ed
    Move importe-ed to linea-impresion (64:11)
    Move pla-mas-vieja (p) to linea-impresion (76:8)
    Move dias-atraso to dias-ed
    Move dias-ed to linea-impresion (85:5)
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA.
4100-IMPRIMIR-PLAN-EXIT.
    EXIT.
