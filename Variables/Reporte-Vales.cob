*>Reporte mensual de vales de regalo del kiosko: recorre el libro
*>VALES hasta el fin del mes pedido y arma para cada vale emitido lo
*>canjeado (neto de reintegros por anulacion) y el saldo. Los vales con
*>saldo que siguen vigentes al cierre del mes son el pasivo con los
*>portadores; los que vencieron dentro del mes con saldo son el saldo
*>vencido del mes, que deja de deberse. Imprime LISTADO-VALES con el
*>detalle de ambos y los totales del mes (emitido, canjeado, pasivo
*>vigente, vencido en el mes y vencido en meses anteriores). Las
*>mismas cifras, dia por dia, las asienta Asentar-Diario.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Vales.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VALES ASSIGN TO "VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VL-STATUS.
        SELECT LISTADO-VALES ASSIGN TO "LISTADO-VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  VALES.
        COPY "vale-mov".
    FD  LISTADO-VALES.
        01 LV-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 VL-STATUS PIC X(2).
        01 LV-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 inicio-mes PIC X(8).
        01 fin-mes PIC X(8).
        01 cant-vales PIC 9(4) value 0.
        01 tabla-vales.
            05 vale-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-vales.
                10 val-numero    PIC 9(6).
                10 val-emision   PIC X(8).
                10 val-venc      PIC X(8).
                10 val-importe   PIC 9(7)v99.
                10 val-canjeado  PIC S9(8)v99.
        01 v PIC 9(4).
        01 pos-vale PIC 9(4).
        01 tabla-llena PIC X(1) value "N".
        01 saldo-vale PIC S9(8)v99.
        01 total-emitido PIC S9(10)v99 value 0.
        01 total-canjeado PIC S9(10)v99 value 0.
        01 total-pasivo PIC S9(10)v99 value 0.
        01 total-vencido PIC S9(10)v99 value 0.
        01 total-vencido-ant PIC S9(10)v99 value 0.
        01 cant-vigentes PIC 9(4) value 0.
        01 cant-vencidos PIC 9(4) value 0.
        01 linea-impresion PIC X(100).
        01 importe-ed PIC -(9)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes del reporte (AAAAMM, espacios = mes actual): "
    Accept mes-pedido
    IF mes-pedido = SPACES
        Move fecha-hoy (1:6) to mes-pedido
    END-IF
    Move SPACES to inicio-mes fin-mes
    STRING mes-pedido DELIMITED BY SIZE
        "01" DELIMITED BY SIZE
        INTO inicio-mes
    END-STRING
    STRING mes-pedido DELIMITED BY SIZE
        "31" DELIMITED BY SIZE
        INTO fin-mes
    END-STRING
    PERFORM 1000-CARGAR-VALES THRU 1000-CARGAR-VALES-EXIT
    IF tabla-llena = "S"
        Display "ERROR: mas de 2000 vales en el libro VALES, el"
            " pasivo quedaria incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-IMPRIMIR-REPORTE
    Display "Pasivo vigente por vales al " fin-mes ": " total-pasivo
    Display "Saldos vencidos en el mes: " total-vencido
    Display "Reporte impreso en LISTADO-VALES"
    STOP RUN.

*>Solo los movimientos hasta el fin del mes: el reporte de un mes
*>pasado da lo mismo aunque se corra despues.
1000-CARGAR-VALES.
    OPEN INPUT VALES
    IF VL-STATUS <> "00"
        Display "No se pudo abrir el libro VALES"
        GO TO 1000-CARGAR-VALES-EXIT
    END-IF
    PERFORM 1100-LEER-VALE
    PERFORM UNTIL VL-STATUS = "10"
        IF VL-FECHA <= fin-mes
            PERFORM 1500-APLICAR-MOVIMIENTO
                THRU 1500-APLICAR-MOVIMIENTO-EXIT
        END-IF
        PERFORM 1100-LEER-VALE
    END-PERFORM
    CLOSE VALES.
1000-CARGAR-VALES-EXIT.
    EXIT.

1100-LEER-VALE.
    READ VALES
    NOT AT END
        CONTINUE
    END-READ.

1500-APLICAR-MOVIMIENTO.
    Move 0 to pos-vale
    PERFORM 1600-BUSCAR-VALE THRU 1600-BUSCAR-VALE-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vales
    IF VL-CLASE = "E"
        IF pos-vale = 0
            IF cant-vales = 2000
                Move "S" to tabla-llena
                GO TO 1500-APLICAR-MOVIMIENTO-EXIT
            END-IF
            Compute cant-vales = cant-vales + 1
            Move cant-vales to pos-vale
            Move VL-NUMERO to val-numero (pos-vale)
            Move 0 to val-canjeado (pos-vale)
        END-IF
        Move VL-FECHA       to val-emision (pos-vale)
        Move VL-VENCIMIENTO to val-venc (pos-vale)
        Move VL-IMPORTE     to val-importe (pos-vale)
        IF VL-FECHA >= inicio-mes
            Compute total-emitido = total-emitido + VL-IMPORTE
        END-IF
        GO TO 1500-APLICAR-MOVIMIENTO-EXIT
    END-IF
    IF pos-vale = 0
        Display "Aviso: movimiento del vale " VL-NUMERO
            " sin emision en el libro"
        GO TO 1500-APLICAR-MOVIMIENTO-EXIT
    END-IF
    IF VL-CLASE = "C"
        Compute val-canjeado (pos-vale) =
            val-canjeado (pos-vale) + VL-IMPORTE
        IF VL-FECHA >= inicio-mes
            Compute total-canjeado = total-canjeado + VL-IMPORTE
        END-IF
    END-IF
    IF VL-CLASE = "R"
        Compute val-canjeado (pos-vale) =
            val-canjeado (pos-vale) - VL-IMPORTE
        IF VL-FECHA >= inicio-mes
            Compute total-canjeado = total-canjeado - VL-IMPORTE
        END-IF
    END-IF.
1500-APLICAR-MOVIMIENTO-EXIT.
    EXIT.

1600-BUSCAR-VALE.
    IF val-numero (v) = VL-NUMERO
        Move v to pos-vale
    END-IF.
1600-BUSCAR-VALE-EXIT.
    EXIT.

2000-IMPRIMIR-REPORTE.
    OPEN OUTPUT LISTADO-VALES
    Move SPACES to linea-impresion
    STRING "VALES DE REGALO - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        " - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA
    Move "VALE   EMISION  VENCE          IMPORTE      CANJEADO         SALDO  ESTADO"
        to LV-LINEA
    WRITE LV-LINEA
    Move ALL "-" to LV-LINEA
    WRITE LV-LINEA
    PERFORM 2100-IMPRIMIR-VALE THRU 2100-IMPRIMIR-VALE-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vales
    Move ALL "-" to LV-LINEA
    WRITE LV-LINEA
    Move "EMITIDO EN EL MES" to linea-impresion
    Move total-emitido to importe-ed
    PERFORM 2500-IMPRIMIR-TOTAL
    Move "CANJEADO EN EL MES (NETO DE REINTEGROS)" to linea-impresion
    Move total-canjeado to importe-ed
    PERFORM 2500-IMPRIMIR-TOTAL
    Move "PASIVO VIGENTE AL CIERRE DEL MES" to linea-impresion
    Move total-pasivo to importe-ed
    PERFORM 2500-IMPRIMIR-TOTAL
    Move "SALDOS VENCIDOS EN EL MES" to linea-impresion
    Move total-vencido to importe-ed
    PERFORM 2500-IMPRIMIR-TOTAL
    Move "SALDOS VENCIDOS EN MESES ANTERIORES" to linea-impresion
    Move total-vencido-ant to importe-ed
    PERFORM 2500-IMPRIMIR-TOTAL
    CLOSE LISTADO-VALES.

*>Se listan los vales con saldo vigentes al cierre y los que vencieron
*>con saldo dentro del mes; los agotados y los vencidos de antes solo
*>suman a los totales.
2100-IMPRIMIR-VALE.
    Compute saldo-vale = val-importe (v) - val-canjeado (v)
    IF saldo-vale = 0
        GO TO 2100-IMPRIMIR-VALE-EXIT
    END-IF
    IF val-venc (v) < inicio-mes
        Compute total-vencido-ant = total-vencido-ant + saldo-vale
        GO TO 2100-IMPRIMIR-VALE-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move val-numero (v)  to linea-impresion (1:6)
    Move val-emision (v) to linea-impresion (8:8)
    Move val-venc (v)    to linea-impresion (17:8)
    Move val-importe (v) to importe-ed
    Move importe-ed to linea-impresion (26:13)
    Move val-canjeado (v) to importe-ed
    Move importe-ed to linea-impresion (40:13)
    Move saldo-vale to importe-ed
    Move importe-ed to linea-impresion (54:13)
    IF val-venc (v) > fin-mes
        Move "VIGENTE" to linea-impresion (69:7)
        Compute total-pasivo = total-pasivo + saldo-vale
        Compute cant-vigentes = cant-vigentes + 1
    ELSE
        Move "VENCIDO" to linea-impresion (69:7)
        Compute total-vencido = total-vencido + saldo-vale
        Compute cant-vencidos = cant-vencidos + 1
    END-IF
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA.
2100-IMPRIMIR-VALE-EXIT.
    EXIT.

2500-IMPRIMIR-TOTAL.
    Move importe-ed to linea-impresion (54:13)
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA
    Move SPACES to linea-impresion.
