*>Subprograma comun de deuda de aranceles de un alumno: Ejercicio12 no
*>acepta la nota, Certificados no emite el certificado y Egresados no
*>registra el egreso de un alumno con mas cuotas impagas que las que
*>tolera la casa, y Cobrar-Cuotas y Cuenta-Cuotas informan la misma
*>cuenta; la regla tiene que estar en un solo lugar. Lee las cuotas
*>del legajo en CUOTAS (en orden de emision) y el total pagado en
*>PAGOS-CUOTAS, aplica lo pagado de la cuota mas vieja a la mas nueva
*>y cuenta las cuotas vencidas a la fecha de corte que siguen con
*>saldo. Un alumno con mas de CUOTAS-TOLERADAS cuotas impagas queda
*>bloqueado. Sin archivo CUOTAS no hay aranceles emitidos y no se
*>bloquea a nadie.
*>Interfaz en copybooks/cuotas-args.

IDENTIFICATION DIVISION.
PROGRAM-ID. Deuda-Cuotas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CUOTAS ASSIGN TO "CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CU-STATUS.
        SELECT PAGOS-CUOTAS ASSIGN TO "PAGOS-CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CUOTAS.
        COPY "cuota-rec".
    FD  PAGOS-CUOTAS.
        COPY "pago-cuota".
    WORKING-STORAGE SECTION.
        01 CU-STATUS PIC X(2).
        01 PC-STATUS PIC X(2).
        01 CUOTAS-TOLERADAS PIC 9(2) value 2.
        01 total-pagado PIC 9(9)V99.
        01 resto-pago PIC 9(9)V99.
        01 total-cuotas PIC 9(9)V99.
    LINKAGE SECTION.
        COPY "cuotas-args".
PROCEDURE DIVISION USING CQ-ARGUMENTOS.
0000-MAINLINE.
    Move 0 to CQ-EMITIDAS
    Move 0 to CQ-IMPAGAS
    Move 0 to CQ-DEUDA
    Move CUOTAS-TOLERADAS to CQ-TOLERADAS
    Move "N" to CQ-BLOQUEADO
    Move "S" to CQ-DISPONIBLE
    Move 0 to total-pagado
    Move 0 to total-cuotas
    OPEN INPUT CUOTAS
    IF CU-STATUS <> "00"
        Move "N" to CQ-DISPONIBLE
        GOBACK
    END-IF
    CLOSE CUOTAS
    PERFORM 1000-SUMAR-PAGOS THRU 1000-SUMAR-PAGOS-EXIT
    Move total-pagado to resto-pago
    PERFORM 2000-APLICAR-CUOTAS THRU 2000-APLICAR-CUOTAS-EXIT
    Compute CQ-DEUDA = total-cuotas - total-pagado
    IF CQ-IMPAGAS > CUOTAS-TOLERADAS
        Move "S" to CQ-BLOQUEADO
    END-IF
    GOBACK.

1000-SUMAR-PAGOS.
    OPEN INPUT PAGOS-CUOTAS
    IF PC-STATUS <> "00"
        GO TO 1000-SUMAR-PAGOS-EXIT
    END-IF
    PERFORM 1100-LEER-PAGO
    PERFORM UNTIL PC-STATUS = "10"
        IF PC-LEGAJO = CQ-LEGAJO
            Compute total-pagado = total-pagado + PC-IMPORTE
        END-IF
        PERFORM 1100-LEER-PAGO
    END-PERFORM
    CLOSE PAGOS-CUOTAS.
1000-SUMAR-PAGOS-EXIT.
    EXIT.

1100-LEER-PAGO.
    READ PAGOS-CUOTAS
    NOT AT END
        CONTINUE
    END-READ.

*>Lo pagado cubre las cuotas en orden de emision; la primera que no
*>alcanza a cubrirse y las siguientes quedan con saldo, y cuentan como
*>impagas las que ya vencieron a la fecha de corte.
2000-APLICAR-CUOTAS.
    OPEN INPUT CUOTAS
    PERFORM 2100-LEER-CUOTA
    PERFORM UNTIL CU-STATUS = "10"
        IF CU-LEGAJO = CQ-LEGAJO
            Compute CQ-EMITIDAS = CQ-EMITIDAS + 1
            Compute total-cuotas = total-cuotas + CU-IMPORTE
            IF resto-pago >= CU-IMPORTE
                Compute resto-pago = resto-pago - CU-IMPORTE
            ELSE
                Move 0 to resto-pago
                IF CU-VENCIMIENTO < CQ-FECHA
                    Compute CQ-IMPAGAS = CQ-IMPAGAS + 1
                END-IF
            END-IF
        END-IF
        PERFORM 2100-LEER-CUOTA
    END-PERFORM
    CLOSE CUOTAS.
2000-APLICAR-CUOTAS-EXIT.
    EXIT.

2100-LEER-CUOTA.
    READ CUOTAS
    NOT AT END
        CONTINUE
    END-READ.
