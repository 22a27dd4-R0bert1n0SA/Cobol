*>Comparativo interanual de ventas del kiosko desde HISTORIA-VENTAS
*>(el resumen mensual que graba Cierre-Mes-Ventas): dado un mes, compara
*>ese mes, o el acumulado del año hasta ese mes, contra el mismo
*>periodo del año anterior, tipo por tipo, con la variacion en unidades
*>y en venta (importe y porcentaje), y al pie los tickets, el ticket
*>promedio y el margen de los dos periodos. Los tipos cuya venta cayo
*>mas que el porcentaje pedido (20 si no se indica) se marcan CAIDA y
*>se cuentan al final. Si alguno de los dos periodos no tiene todos sus
*>meses cerrados en la historia se avisa y la corrida termina con
*>codigo 4: la comparacion existe pero no es pareja. Los porcentajes
*>se calculan via Division-Redondeo, como en toda la casa.

IDENTIFICATION DIVISION.
PROGRAM-ID. Comparar-Ventas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT HISTORIA-VENTAS ASSIGN TO "HISTORIA-VENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HV-STATUS.
        SELECT LISTADO-COMPARATIVO ASSIGN TO "LISTADO-COMPARATIVO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  HISTORIA-VENTAS.
        COPY "historia-ventas".
    FD  LISTADO-COMPARATIVO.
        01 LC-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 HV-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 mes-pedido-partes REDEFINES mes-pedido.
            05 anio-pedido PIC 9(4).
            05 nro-mes-pedido PIC 9(2).
        01 modo-periodo PIC X(1).
        01 umbral-caida PIC 9(3).
        01 desde-actual PIC X(6).
        01 hasta-actual PIC X(6).
        01 desde-anterior PIC X(6).
        01 hasta-anterior PIC X(6).
        01 anio-anterior PIC 9(4).
        01 meses-periodo PIC 9(2).
        01 meses-actual PIC 9(2) value 0.
        01 meses-anterior PIC 9(2) value 0.
        01 periodo-linea PIC X(1).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-tipos.
            05 tipo-item OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-tipos.
                10 tip-tipo          PIC X(10).
                10 tip-unid-actual   PIC S9(9).
                10 tip-unid-anterior PIC S9(9).
                10 tip-vta-actual    PIC S9(10)v99.
                10 tip-vta-anterior  PIC S9(10)v99.
        01 t PIC 9(3).
        01 pos-tipo PIC 9(3).
        01 tipos-desbordados PIC X(1) value "N".
        01 tickets-actual PIC S9(8) value 0.
        01 tickets-anterior PIC S9(8) value 0.
        01 cobrado-actual PIC S9(12)v99 value 0.
        01 cobrado-anterior PIC S9(12)v99 value 0.
        01 margen-actual PIC S9(10)v99 value 0.
        01 margen-anterior PIC S9(10)v99 value 0.
        01 total-unid-actual PIC S9(9) value 0.
        01 total-unid-anterior PIC S9(9) value 0.
        01 total-vta-actual PIC S9(10)v99 value 0.
        01 total-vta-anterior PIC S9(10)v99 value 0.
        01 promedio-actual PIC S9(9)v99 value 0.
        01 promedio-anterior PIC S9(9)v99 value 0.
        01 variacion-unid PIC S9(9).
        01 variacion-vta PIC S9(10)v99.
        01 cociente PIC S9(9)v99.
        01 porcentaje-var PIC S9(5)v99.
        01 cant-caidas PIC 9(3) value 0.
        01 linea-impresion PIC X(100).
        01 importe-ed PIC -(9)9.99.
        01 unidades-ed PIC -(7)9.
        01 porcentaje-ed PIC -(4)9.99.
        01 tickets-ed PIC -(7)9.
        01 umbral-ed PIC ZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a comparar (AAAAMM, espacios = mes anterior): "
    Accept mes-pedido
    IF mes-pedido = SPACES
        Move fecha-hoy (1:6) to mes-pedido
        IF nro-mes-pedido = 1
            Compute anio-pedido = anio-pedido - 1
            Move 12 to nro-mes-pedido
        ELSE
            Compute nro-mes-pedido = nro-mes-pedido - 1
        END-IF
    END-IF
    IF mes-pedido IS NOT NUMERIC
    OR nro-mes-pedido < 1 OR nro-mes-pedido > 12
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Periodo: M = el mes, A = acumulado del año (espacios = M): "
    Accept modo-periodo
    IF modo-periodo <> "A"
        Move "M" to modo-periodo
    END-IF
    Display "Caida de venta a marcar, en % (0 = 20): "
    Accept umbral-caida
    IF umbral-caida = 0
        Move 20 to umbral-caida
    END-IF
    Move mes-pedido to hasta-actual
    IF modo-periodo = "A"
        Move mes-pedido to desde-actual
        Move "01" to desde-actual (5:2)
        Move nro-mes-pedido to meses-periodo
    ELSE
        Move mes-pedido to desde-actual
        Move 1 to meses-periodo
    END-IF
    Compute anio-anterior = anio-pedido - 1
    Move desde-actual to desde-anterior
    Move anio-anterior to desde-anterior (1:4)
    Move hasta-actual to hasta-anterior
    Move anio-anterior to hasta-anterior (1:4)
    PERFORM 1000-LEER-HISTORIA THRU 1000-LEER-HISTORIA-EXIT
    IF tipos-desbordados = "S"
        Display "ERROR: mas de 300 tipos en HISTORIA-VENTAS, el"
            " comparativo quedaria incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-IMPRIMIR-COMPARATIVO
    Display "Tipos con caida de venta mayor al " umbral-caida "%: "
        cant-caidas
    IF meses-actual < meses-periodo OR meses-anterior < meses-periodo
        Display "ADVERTENCIA: meses cerrados en la historia: "
            meses-actual " del periodo actual y " meses-anterior
            " del anterior, de " meses-periodo
        Move 4 to RETURN-CODE
    END-IF
    Display "Comparativo impreso en LISTADO-COMPARATIVO"
    STOP RUN.

1000-LEER-HISTORIA.
    OPEN INPUT HISTORIA-VENTAS
    IF HV-STATUS <> "00"
        Display "No se pudo abrir HISTORIA-VENTAS: no hay meses"
            " cerrados que comparar"
        GO TO 1000-LEER-HISTORIA-EXIT
    END-IF
    PERFORM 1100-LEER-LINEA
    PERFORM UNTIL HV-STATUS = "10"
        Move SPACE to periodo-linea
        IF HV-MES >= desde-actual AND HV-MES <= hasta-actual
            Move "A" to periodo-linea
        END-IF
        IF HV-MES >= desde-anterior AND HV-MES <= hasta-anterior
            Move "P" to periodo-linea
        END-IF
        IF periodo-linea <> SPACE
            PERFORM 1200-ACUMULAR-LINEA THRU 1200-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 1100-LEER-LINEA
    END-PERFORM
    CLOSE HISTORIA-VENTAS.
1000-LEER-HISTORIA-EXIT.
    EXIT.

1100-LEER-LINEA.
    READ HISTORIA-VENTAS
    NOT AT END
        CONTINUE
    END-READ.

*>La linea M de cada mes da los tickets (el cobrado se rearma con el
*>ticket promedio) y el margen; las lineas T van a la tabla por tipo.
1200-ACUMULAR-LINEA.
    IF HV-CLASE = "M"
        IF periodo-linea = "A"
            Compute meses-actual = meses-actual + 1
            Compute tickets-actual = tickets-actual + HV-TICKETS
            Compute cobrado-actual = cobrado-actual
                + HV-TICKETS * HV-TICKET-PROM
            Compute margen-actual = margen-actual + HV-MARGEN
        ELSE
            Compute meses-anterior = meses-anterior + 1
            Compute tickets-anterior = tickets-anterior + HV-TICKETS
            Compute cobrado-anterior = cobrado-anterior
                + HV-TICKETS * HV-TICKET-PROM
            Compute margen-anterior = margen-anterior + HV-MARGEN
        END-IF
        GO TO 1200-ACUMULAR-LINEA-EXIT
    END-IF
    Move 0 to pos-tipo
    PERFORM 1300-COMPARAR-TIPO THRU 1300-COMPARAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    IF pos-tipo = 0
        IF cant-tipos = 300
            Move "S" to tipos-desbordados
            GO TO 1200-ACUMULAR-LINEA-EXIT
        END-IF
        Compute cant-tipos = cant-tipos + 1
        Move cant-tipos to pos-tipo
        Move HV-TIPO to tip-tipo (pos-tipo)
        Move 0 to tip-unid-actual (pos-tipo)
        Move 0 to tip-unid-anterior (pos-tipo)
        Move 0 to tip-vta-actual (pos-tipo)
        Move 0 to tip-vta-anterior (pos-tipo)
    END-IF
    IF periodo-linea = "A"
        Compute tip-unid-actual (pos-tipo) =
            tip-unid-actual (pos-tipo) + HV-UNIDADES
        Compute tip-vta-actual (pos-tipo) =
            tip-vta-actual (pos-tipo) + HV-IMPORTE
    ELSE
        Compute tip-unid-anterior (pos-tipo) =
            tip-unid-anterior (pos-tipo) + HV-UNIDADES
        Compute tip-vta-anterior (pos-tipo) =
            tip-vta-anterior (pos-tipo) + HV-IMPORTE
    END-IF.
1200-ACUMULAR-LINEA-EXIT.
    EXIT.

1300-COMPARAR-TIPO.
    IF tip-tipo (t) = HV-TIPO
        Move t to pos-tipo
    END-IF.
1300-COMPARAR-TIPO-EXIT.
    EXIT.

3000-IMPRIMIR-COMPARATIVO.
    OPEN OUTPUT LISTADO-COMPARATIVO
    Move SPACES to linea-impresion
    STRING "COMPARATIVO INTERANUAL DE VENTAS - " DELIMITED BY SIZE
        desde-actual DELIMITED BY SIZE
        " A " DELIMITED BY SIZE
        hasta-actual DELIMITED BY SIZE
        " CONTRA " DELIMITED BY SIZE
        desde-anterior DELIMITED BY SIZE
        " A " DELIMITED BY SIZE
        hasta-anterior DELIMITED BY SIZE
        " - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move umbral-caida to umbral-ed
    STRING "SE MARCAN LOS TIPOS CUYA VENTA CAYO MAS DEL "
        DELIMITED BY SIZE
        umbral-ed DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move "TIPO       UNID ACT UNID ANT VAR UNID     VENTA ACT"
        & "     VENTA ANT     VAR VENTA    VAR %" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 3100-IMPRIMIR-TIPO THRU 3100-IMPRIMIR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL" to linea-impresion (1:5)
    Move total-unid-anterior to unidades-ed
    Move unidades-ed to linea-impresion (21:8)
    Move total-unid-actual to unidades-ed
    Move unidades-ed to linea-impresion (12:8)
    Compute variacion-unid = total-unid-actual - total-unid-anterior
    Move variacion-unid to unidades-ed
    Move unidades-ed to linea-impresion (30:8)
    Move total-vta-actual to importe-ed
    Move importe-ed to linea-impresion (39:13)
    Move total-vta-anterior to importe-ed
    Move importe-ed to linea-impresion (53:13)
    Compute variacion-vta = total-vta-actual - total-vta-anterior
    Move variacion-vta to importe-ed
    Move importe-ed to linea-impresion (67:13)
    IF total-vta-anterior > 0
        Compute DIV-DIVIDENDO = variacion-vta * 100
        Move total-vta-anterior to DIV-DIVISOR
        PERFORM 3500-DIVIDIR
        Move cociente to porcentaje-var
        Move porcentaje-var to porcentaje-ed
        Move porcentaje-ed to linea-impresion (81:8)
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move "                   PERIODO ACTUAL  PERIODO ANTERIOR"
        to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "TICKETS" to linea-impresion (1:7)
    Move tickets-actual to tickets-ed
    Move tickets-ed to linea-impresion (26:8)
    Move tickets-anterior to tickets-ed
    Move tickets-ed to linea-impresion (44:8)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    IF tickets-actual > 0
        Move cobrado-actual to DIV-DIVIDENDO
        Move tickets-actual to DIV-DIVISOR
        PERFORM 3500-DIVIDIR
        Move cociente to promedio-actual
    END-IF
    IF tickets-anterior > 0
        Move cobrado-anterior to DIV-DIVIDENDO
        Move tickets-anterior to DIV-DIVISOR
        PERFORM 3500-DIVIDIR
        Move cociente to promedio-anterior
    END-IF
    Move SPACES to linea-impresion
    Move "TICKET PROMEDIO" to linea-impresion (1:15)
    Move promedio-actual to importe-ed
    Move importe-ed to linea-impresion (21:13)
    Move promedio-anterior to importe-ed
    Move importe-ed to linea-impresion (39:13)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "MARGEN BRUTO" to linea-impresion (1:12)
    Move margen-actual to importe-ed
    Move importe-ed to linea-impresion (21:13)
    Move margen-anterior to importe-ed
    Move importe-ed to linea-impresion (39:13)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move cant-caidas to umbral-ed
    STRING "TIPOS CON CAIDA: " DELIMITED BY SIZE
        umbral-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    CLOSE LISTADO-COMPARATIVO.

*>Un tipo sin venta el año anterior es NUEVO; uno que dejo de venderse
*>cae el 100% y se marca como cualquier otra caida.
3100-IMPRIMIR-TIPO.
    Compute total-unid-actual = total-unid-actual + tip-unid-actual (t)
    Compute total-unid-anterior =
        total-unid-anterior + tip-unid-anterior (t)
    Compute total-vta-actual = total-vta-actual + tip-vta-actual (t)
    Compute total-vta-anterior =
        total-vta-anterior + tip-vta-anterior (t)
    Compute variacion-unid = tip-unid-actual (t) - tip-unid-anterior (t)
    Compute variacion-vta = tip-vta-actual (t) - tip-vta-anterior (t)
    Move SPACES to linea-impresion
    Move tip-tipo (t) to linea-impresion (1:10)
    Move tip-unid-actual (t) to unidades-ed
    Move unidades-ed to linea-impresion (12:8)
    Move tip-unid-anterior (t) to unidades-ed
    Move unidades-ed to linea-impresion (21:8)
    Move variacion-unid to unidades-ed
    Move unidades-ed to linea-impresion (30:8)
    Move tip-vta-actual (t) to importe-ed
    Move importe-ed to linea-impresion (39:13)
    Move tip-vta-anterior (t) to importe-ed
    Move importe-ed to linea-impresion (53:13)
    Move variacion-vta to importe-ed
    Move importe-ed to linea-impresion (67:13)
    IF tip-vta-anterior (t) > 0
        Compute DIV-DIVIDENDO = variacion-vta * 100
        Move tip-vta-anterior (t) to DIV-DIVISOR
        PERFORM 3500-DIVIDIR
        Move cociente to porcentaje-var
        Move porcentaje-var to porcentaje-ed
        Move porcentaje-ed to linea-impresion (81:8)
        IF porcentaje-var < 0 AND 0 - porcentaje-var > umbral-caida
            Move "CAIDA" to linea-impresion (90:5)
            Compute cant-caidas = cant-caidas + 1
        END-IF
    ELSE
        IF tip-vta-actual (t) > 0
            Move "NUEVO" to linea-impresion (84:5)
        END-IF
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
3100-IMPRIMIR-TIPO-EXIT.
    EXIT.

3500-DIVIDIR.
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to cociente
    ELSE
        Move 0 to cociente
    END-IF.
