*>Cobranza de cuotas de arancel en ventanilla: por cada pago se tipea
*>el legajo (validado contra REGISTRO-ALUMNOS; un alumno inactivo
*>puede seguir pagando lo que debe), el programa muestra su deuda y
*>las cuotas vencidas impagas segun Deuda-Cuotas, toma el importe y
*>el detalle (medio de pago o comprobante) y graba el pago en
*>PAGOS-CUOTAS con la fecha del dia. El pago no se imputa a una cuota:
*>cancela las cuotas de la mas vieja a la mas nueva. Despues de cada
*>pago se muestra la deuda que queda y si el alumno sigue bloqueado
*>para rendir y certificar.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cobrar-Cuotas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT PAGOS-CUOTAS ASSIGN TO "PAGOS-CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  PAGOS-CUOTAS.
        COPY "pago-cuota".
    WORKING-STORAGE SECTION.
        COPY "cuotas-args".
        01 RA-STATUS PIC X(2).
        01 PC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-pagos PIC X(1) value "S".
        01 legajo-pago PIC 9(8).
        01 nombre-alumno PIC X(30).
        01 alumno-valido PIC X(1).
        01 importe-pago PIC 9(7)V99.
        01 detalle-pago PIC X(20).
        01 cant-pagos PIC 9(4) value 0.
        01 total-cobrado PIC 9(9)V99 value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Perform Until hay-mas-pagos = "N" or hay-mas-pagos = "n"
        PERFORM 1000-TOMAR-PAGO THRU 1000-TOMAR-PAGO-EXIT
        Display "¿Desea registrar otro pago? (S/N): "
        Accept hay-mas-pagos
    End-Perform
    Display "Pagos registrados: " cant-pagos " por " total-cobrado
    STOP RUN.

1000-TOMAR-PAGO.
    Display "Legajo del alumno que paga: "
    Accept legajo-pago
    PERFORM 2000-VALIDAR-ALUMNO THRU 2000-VALIDAR-ALUMNO-EXIT
    IF alumno-valido = "N"
        Display "Error: el legajo " legajo-pago " no figura en"
            " REGISTRO-ALUMNOS"
        GO TO 1000-TOMAR-PAGO-EXIT
    END-IF
    PERFORM 3000-MOSTRAR-DEUDA THRU 3000-MOSTRAR-DEUDA-EXIT
    IF CQ-DISPONIBLE = "N"
        Display "Error: no hay cuotas emitidas (archivo CUOTAS)"
        GO TO 1000-TOMAR-PAGO-EXIT
    END-IF
    Display "Importe pagado (0 = cancelar): "
    Accept importe-pago
    IF importe-pago = 0
        Display "Pago cancelado"
        GO TO 1000-TOMAR-PAGO-EXIT
    END-IF
    IF importe-pago > CQ-DEUDA
        Display "ADVERTENCIA: el pago supera la deuda; el excedente"
            " queda a cuenta de las proximas cuotas"
    END-IF
    Display "Detalle (medio de pago o comprobante): "
    Accept detalle-pago
    OPEN EXTEND PAGOS-CUOTAS
    IF PC-STATUS = "35"
        OPEN OUTPUT PAGOS-CUOTAS
    END-IF
    INITIALIZE PC-REGISTRO
    Move fecha-hoy    to PC-FECHA
    Move SPACE        to PC-SEP1
    Move legajo-pago  to PC-LEGAJO
    Move SPACE        to PC-SEP2
    Move importe-pago to PC-IMPORTE
    Move SPACE        to PC-SEP3
    Move detalle-pago to PC-DETALLE
    WRITE PC-REGISTRO
    CLOSE PAGOS-CUOTAS
    Compute cant-pagos = cant-pagos + 1
    Compute total-cobrado = total-cobrado + importe-pago
    Display "Pago registrado. Situacion despues del pago:"
    PERFORM 3000-MOSTRAR-DEUDA THRU 3000-MOSTRAR-DEUDA-EXIT.
1000-TOMAR-PAGO-EXIT.
    EXIT.

2000-VALIDAR-ALUMNO.
    Move "N" to alumno-valido
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir REGISTRO-ALUMNOS,"
            " no se valida el legajo"
        Move "S" to alumno-valido
        Move SPACES to nombre-alumno
        GO TO 2000-VALIDAR-ALUMNO-EXIT
    END-IF
    PERFORM 2100-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        IF RA-LEGAJO = legajo-pago
            Move "S" to alumno-valido
            Move RA-NOMBRE to nombre-alumno
        END-IF
        PERFORM 2100-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS.
2000-VALIDAR-ALUMNO-EXIT.
    EXIT.

2100-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

3000-MOSTRAR-DEUDA.
    Move legajo-pago to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-DISPONIBLE = "N"
        GO TO 3000-MOSTRAR-DEUDA-EXIT
    END-IF
    Display "  " legajo-pago " " nombre-alumno
    Display "  Cuotas emitidas: " CQ-EMITIDAS
        "  vencidas impagas: " CQ-IMPAGAS
        "  deuda total: " CQ-DEUDA
    IF CQ-BLOQUEADO = "S"
        Display "  BLOQUEADO: mas de " CQ-TOLERADAS " cuotas impagas,"
            " no puede rendir ni recibir certificados"
    END-IF.
3000-MOSTRAR-DEUDA-EXIT.
    EXIT.
