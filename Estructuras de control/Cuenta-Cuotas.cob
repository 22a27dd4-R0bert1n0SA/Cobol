*>Cuenta corriente de aranceles con antiguedad de deuda: para un
*>legajo (con el detalle de cada cuota) o para todo el padron (una
*>linea por alumno con cuotas emitidas) aplica lo pagado en
*>PAGOS-CUOTAS a las cuotas de CUOTAS de la mas vieja a la mas nueva,
*>igual que Deuda-Cuotas, y reparte el saldo que queda segun los dias
*>de vencida de cada cuota a la fecha del dia: a vencer, 1-30, 31-60,
*>61-90 y mas de 90. Marca BLOQ. a los alumnos que Deuda-Cuotas
*>bloquea para rendir y certificar. Sale en LISTADO-CUENTA-CUOTAS y
*>termina con RETURN-CODE 4 si hay algun alumno bloqueado. El nombre
*>del alumno sale enmascarado por Enmascarar-Dato (solo las
*>iniciales) salvo que el listado lo corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cuenta-Cuotas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT CUOTAS ASSIGN TO "CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CU-STATUS.
        SELECT PAGOS-CUOTAS ASSIGN TO "PAGOS-CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
        SELECT LISTADO-CUENTA-CUOTAS ASSIGN TO "LISTADO-CUENTA-CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  CUOTAS.
        COPY "cuota-rec".
    FD  PAGOS-CUOTAS.
        COPY "pago-cuota".
    FD  LISTADO-CUENTA-CUOTAS.
        01 LC-LINEA PIC X(132).
    WORKING-STORAGE SECTION.
        COPY "cuotas-args".
        01 RA-STATUS PIC X(2).
        01 CU-STATUS PIC X(2).
        01 PC-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num PIC 9(8).
        01 fecha-venc-num PIC 9(8).
        01 dias-vencida PIC S9(6).
        01 legajo-pedido PIC 9(8).
        01 legajo-cuenta PIC 9(8).
        01 nombre-cuenta PIC X(30).
        01 alumno-encontrado PIC X(1) value "N".
        01 total-pagado PIC 9(9)V99.
        01 resto-pago PIC 9(9)V99.
        01 saldo-cuota PIC 9(7)V99.
        01 tramo-cuota PIC X(10).
        01 tramos-alumno.
            05 saldo-a-vencer PIC 9(9)V99.
            05 saldo-30       PIC 9(9)V99.
            05 saldo-60       PIC 9(9)V99.
            05 saldo-90       PIC 9(9)V99.
            05 saldo-mas-90   PIC 9(9)V99.
            05 saldo-total    PIC 9(9)V99.
        01 tramos-general.
            05 gral-a-vencer PIC 9(11)V99 value 0.
            05 gral-30       PIC 9(11)V99 value 0.
            05 gral-60       PIC 9(11)V99 value 0.
            05 gral-90       PIC 9(11)V99 value 0.
            05 gral-mas-90   PIC 9(11)V99 value 0.
            05 gral-total    PIC 9(11)V99 value 0.
        01 cant-alumnos PIC 9(5) value 0.
        01 cant-bloqueados PIC 9(5) value 0.
        01 marca-bloqueo PIC X(5).
        01 importe-ed PIC Z(8)9.99.
        01 saldo-ed   PIC Z(8)9.99.
        01 tramo-ed-1 PIC Z(8)9.99.
        01 tramo-ed-2 PIC Z(8)9.99.
        01 tramo-ed-3 PIC Z(8)9.99.
        01 tramo-ed-4 PIC Z(8)9.99.
        01 tramo-ed-5 PIC Z(8)9.99.
        01 total-ed   PIC Z(10)9.99.
        01 dias-ed    PIC -(5)9.
        01 linea-impresion PIC X(132).
        COPY "mascara-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move fecha-hoy to fecha-hoy-num
    Display "Legajo a consultar (0 = todo el padron): "
    Accept legajo-pedido
    OPEN INPUT CUOTAS
    IF CU-STATUS <> "00"
        Display "No se pudo abrir el archivo CUOTAS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CUOTAS
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        Display "No se pudo abrir el archivo REGISTRO-ALUMNOS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Move "I" to MSC-FUNCION
    Move "CUENTA-CUOTAS" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-CUENTA-CUOTAS
    Move SPACES to linea-impresion
    STRING "CUENTA CORRIENTE DE CUOTAS - ANTIGUEDAD AL " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move "LEGAJO   NOMBRE                             A VENCER      1-30"
        & " DIAS     31-60 DIAS     61-90 DIAS    MAS DE 90    SALDO TOTAL"
        to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 1000-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        IF legajo-pedido = 0 OR RA-LEGAJO = legajo-pedido
            Move "S" to alumno-encontrado
            Move RA-LEGAJO to legajo-cuenta
            Move "N" to MSC-FUNCION
            Move RA-NOMBRE to MSC-ENTRADA
            CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
            Move MSC-SALIDA to nombre-cuenta
            PERFORM 2000-CUENTA-ALUMNO THRU 2000-CUENTA-ALUMNO-EXIT
        END-IF
        PERFORM 1000-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS
    IF alumno-encontrado = "N" AND legajo-pedido > 0
        Move legajo-pedido to legajo-cuenta
        Move "(NO FIGURA EN EL PADRON)" to nombre-cuenta
        PERFORM 2000-CUENTA-ALUMNO THRU 2000-CUENTA-ALUMNO-EXIT
    END-IF
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move gral-a-vencer to total-ed
    Move SPACES to linea-impresion
    STRING "TOTALES   A VENCER: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move gral-30 to total-ed
    Move SPACES to linea-impresion
    STRING "          1-30 DIAS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move gral-60 to total-ed
    Move SPACES to linea-impresion
    STRING "         31-60 DIAS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move gral-90 to total-ed
    Move SPACES to linea-impresion
    STRING "         61-90 DIAS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move gral-mas-90 to total-ed
    Move SPACES to linea-impresion
    STRING "     MAS DE 90 DIAS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move gral-total to total-ed
    Move SPACES to linea-impresion
    STRING "        SALDO TOTAL: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        "   ALUMNOS: " DELIMITED BY SIZE
        cant-alumnos DELIMITED BY SIZE
        "   BLOQUEADOS: " DELIMITED BY SIZE
        cant-bloqueados DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    CLOSE LISTADO-CUENTA-CUOTAS
    Display "Alumnos con cuotas: " cant-alumnos
        "  bloqueados: " cant-bloqueados
        "  saldo total: " gral-total " (ver LISTADO-CUENTA-CUOTAS)"
    IF cant-bloqueados > 0
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

2000-CUENTA-ALUMNO.
    Move legajo-cuenta to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-EMITIDAS = 0
        IF legajo-pedido > 0
            Move SPACES to linea-impresion
            STRING legajo-cuenta DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                nombre-cuenta DELIMITED BY SIZE
                " SIN CUOTAS EMITIDAS" DELIMITED BY SIZE
                INTO linea-impresion
            END-STRING
            Move linea-impresion to LC-LINEA
            WRITE LC-LINEA
        END-IF
        GO TO 2000-CUENTA-ALUMNO-EXIT
    END-IF
    Compute cant-alumnos = cant-alumnos + 1
    Move SPACES to marca-bloqueo
    IF CQ-BLOQUEADO = "S"
        Move "BLOQ." to marca-bloqueo
        Compute cant-bloqueados = cant-bloqueados + 1
    END-IF
    INITIALIZE tramos-alumno
    Move 0 to total-pagado
    PERFORM 2100-SUMAR-PAGOS THRU 2100-SUMAR-PAGOS-EXIT
    Move total-pagado to resto-pago
    OPEN INPUT CUOTAS
    PERFORM 2300-LEER-CUOTA
    PERFORM UNTIL CU-STATUS = "10"
        IF CU-LEGAJO = legajo-cuenta
            PERFORM 3000-APLICAR-CUOTA THRU 3000-APLICAR-CUOTA-EXIT
        END-IF
        PERFORM 2300-LEER-CUOTA
    END-PERFORM
    CLOSE CUOTAS
    Move saldo-a-vencer to tramo-ed-1
    Move saldo-30       to tramo-ed-2
    Move saldo-60       to tramo-ed-3
    Move saldo-90       to tramo-ed-4
    Move saldo-mas-90   to tramo-ed-5
    Move saldo-total    to saldo-ed
    Move SPACES to linea-impresion
    STRING legajo-cuenta DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-cuenta DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-ed-1 DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-ed-2 DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-ed-3 DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-ed-4 DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-ed-5 DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        saldo-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        marca-bloqueo DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    IF legajo-pedido > 0
        Move SPACES to linea-impresion
        STRING "          CUOTAS EMITIDAS: " DELIMITED BY SIZE
            CQ-EMITIDAS DELIMITED BY SIZE
            "  VENCIDAS IMPAGAS: " DELIMITED BY SIZE
            CQ-IMPAGAS DELIMITED BY SIZE
            "  TOLERADAS: " DELIMITED BY SIZE
            CQ-TOLERADAS DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LC-LINEA
        WRITE LC-LINEA
    END-IF
    Compute gral-a-vencer = gral-a-vencer + saldo-a-vencer
    Compute gral-30       = gral-30 + saldo-30
    Compute gral-60       = gral-60 + saldo-60
    Compute gral-90       = gral-90 + saldo-90
    Compute gral-mas-90   = gral-mas-90 + saldo-mas-90
    Compute gral-total    = gral-total + saldo-total.
2000-CUENTA-ALUMNO-EXIT.
    EXIT.

2100-SUMAR-PAGOS.
    OPEN INPUT PAGOS-CUOTAS
    IF PC-STATUS <> "00"
        GO TO 2100-SUMAR-PAGOS-EXIT
    END-IF
    PERFORM 2200-LEER-PAGO
    PERFORM UNTIL PC-STATUS = "10"
        IF PC-LEGAJO = legajo-cuenta
            Compute total-pagado = total-pagado + PC-IMPORTE
        END-IF
        PERFORM 2200-LEER-PAGO
    END-PERFORM
    CLOSE PAGOS-CUOTAS.
2100-SUMAR-PAGOS-EXIT.
    EXIT.

2200-LEER-PAGO.
    READ PAGOS-CUOTAS
    NOT AT END
        CONTINUE
    END-READ.

2300-LEER-CUOTA.
    READ CUOTAS
    NOT AT END
        CONTINUE
    END-READ.

*>Misma imputacion que Deuda-Cuotas: lo pagado cubre las cuotas en
*>orden de emision y el saldo de cada una va al tramo de sus dias de
*>vencida. Con un solo legajo se lista ademas cada cuota.
3000-APLICAR-CUOTA.
    IF resto-pago >= CU-IMPORTE
        Compute resto-pago = resto-pago - CU-IMPORTE
        Move 0 to saldo-cuota
    ELSE
        Compute saldo-cuota = CU-IMPORTE - resto-pago
        Move 0 to resto-pago
    END-IF
    Move 0 to dias-vencida
    IF CU-VENCIMIENTO IS NUMERIC
        Move CU-VENCIMIENTO to fecha-venc-num
        Compute dias-vencida = FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
            - FUNCTION INTEGER-OF-DATE (fecha-venc-num)
    END-IF
    EVALUATE TRUE
        WHEN saldo-cuota = 0
            Move "CANCELADA" to tramo-cuota
        WHEN dias-vencida <= 0
            Move "A VENCER" to tramo-cuota
            Compute saldo-a-vencer = saldo-a-vencer + saldo-cuota
        WHEN dias-vencida <= 30
            Move "1-30" to tramo-cuota
            Compute saldo-30 = saldo-30 + saldo-cuota
        WHEN dias-vencida <= 60
            Move "31-60" to tramo-cuota
            Compute saldo-60 = saldo-60 + saldo-cuota
        WHEN dias-vencida <= 90
            Move "61-90" to tramo-cuota
            Compute saldo-90 = saldo-90 + saldo-cuota
        WHEN OTHER
            Move "MAS DE 90" to tramo-cuota
            Compute saldo-mas-90 = saldo-mas-90 + saldo-cuota
    END-EVALUATE
    Compute saldo-total = saldo-total + saldo-cuota
    IF legajo-pedido = 0
        GO TO 3000-APLICAR-CUOTA-EXIT
    END-IF
    Move CU-IMPORTE   to importe-ed
    Move saldo-cuota  to saldo-ed
    Move dias-vencida to dias-ed
    Move SPACES to linea-impresion
    STRING "          CUOTA " DELIMITED BY SIZE
        CU-PERIODO DELIMITED BY SIZE
        " VENCE " DELIMITED BY SIZE
        CU-VENCIMIENTO DELIMITED BY SIZE
        " IMPORTE " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        " SALDO " DELIMITED BY SIZE
        saldo-ed DELIMITED BY SIZE
        " DIAS " DELIMITED BY SIZE
        dias-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tramo-cuota DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
3000-APLICAR-CUOTA-EXIT.
    EXIT.
