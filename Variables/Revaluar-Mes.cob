*>           revaluacion saltea los contra-registros y las operaciones
*>           que estos referencian: una operacion revertida no se
*>           reexpresa.
*>2026-10-15 con las puntas de compra y venta, cada operacion se
*>           reexpresa a la punta de cierre de su mismo lado (compra
*>           contra TC-COMPRA, venta contra TC-VENTA; la comision de
*>           una compra se descuenta, como la liquido Variables), asi
*>           el spread ganado no se confunde con la revaluacion. El
*>           resumen por moneda informa ademas lo comprado, lo vendido
*>           y el spread del mes, aparte del resultado por revaluacion.
*>           La reexpresion divide por 100 via Division-Redondeo, como
*>           la liquidacion original.

IDENTIFICATION DIVISION.
PROGRAM-ID. Revaluar-Mes.
            05 AR-SEP5       PIC X(1).
            05 AR-DIFERENCIA PIC S9(14)V9(2) SIGN IS TRAILING SEPARATE.
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 TX-STATUS PIC X(2).
        01 TC-STATUS PIC X(2).
        01 AR-STATUS PIC X(2).
                10 cie-moneda PIC X(3).
                10 cie-fecha  PIC X(8).
                10 cie-valor  PIC 9(5)V9(2).
                10 cie-compra PIC 9(5)V9(2).
                10 cie-venta  PIC 9(5)V9(2).
                10 cie-monto-compra PIC 9(12)V9(2).
                10 cie-monto-venta  PIC 9(12)V9(2).
                10 cie-spread PIC S9(12)V9(2).
                10 cie-resultado PIC S9(14)V9(2).
                10 cie-cant   PIC 9(5).
        01 m PIC 9(2).
        01 pos-moneda PIC 9(2).
        01 total-revaluado PIC 9(14)V9(2).
        01 diferencia      PIC S9(14)V9(2).
        01 valor-cierre-lado PIC 9(5)V9(2).
        01 base-revaluada PIC 9(13)V9(4).
        01 factor-comision PIC 9(3)V9(2).
        01 valor-ref-operacion PIC 9(5)V9(2).
        01 spread-operacion PIC S9(12)V9(2).
        01 cant-revaluadas PIC 9(5) value 0.
        01 cant-sin-tasa   PIC 9(5) value 0.
        01 cant-reversas PIC 9(4) value 0.
        Move SPACES    to cie-fecha (pos-moneda)
        Move 0         to cie-resultado (pos-moneda)
        Move 0         to cie-cant (pos-moneda)
        Move 0         to cie-monto-compra (pos-moneda)
        Move 0         to cie-monto-venta (pos-moneda)
        Move 0         to cie-spread (pos-moneda)
    END-IF
    IF TC-FECHA >= cie-fecha (pos-moneda)
        Move TC-FECHA to cie-fecha (pos-moneda)
        Move TC-VALOR to cie-valor (pos-moneda)
        Move TC-VALOR to cie-compra (pos-moneda)
        Move TC-VALOR to cie-venta (pos-moneda)
        IF TC-COMPRA IS NUMERIC AND TC-COMPRA > 0
            Move TC-COMPRA to cie-compra (pos-moneda)
        END-IF
        IF TC-VENTA IS NUMERIC AND TC-VENTA > 0
            Move TC-VENTA to cie-venta (pos-moneda)
        END-IF
    END-IF.
1200-ANOTAR-CIERRE-EXIT.
    EXIT.
            ": transaccion del " TX-FECHA " no revaluada"
        GO TO 3000-REVALUAR-EXIT
    END-IF
    IF TX-VALOR-REF IS NUMERIC AND TX-VALOR-REF > 0
        Move TX-VALOR-REF to valor-ref-operacion
    ELSE
        Move TX-VALOR to valor-ref-operacion
    END-IF
    IF TX-LADO = "C"
        Move cie-compra (pos-moneda) to valor-cierre-lado
        Compute factor-comision = 100 - TX-PORCENTAJE
        Compute spread-operacion ROUNDED =
            TX-MONTO * (valor-ref-operacion - TX-VALOR)
        Compute cie-monto-compra (pos-moneda) =
            cie-monto-compra (pos-moneda) + TX-MONTO
    ELSE
        Move cie-venta (pos-moneda) to valor-cierre-lado
        Compute factor-comision = 100 + TX-PORCENTAJE
        Compute spread-operacion ROUNDED =
            TX-MONTO * (TX-VALOR - valor-ref-operacion)
        Compute cie-monto-venta (pos-moneda) =
            cie-monto-venta (pos-moneda) + TX-MONTO
    END-IF
    Compute cie-spread (pos-moneda) =
        cie-spread (pos-moneda) + spread-operacion
    Compute base-revaluada = TX-MONTO * valor-cierre-lado
    Compute DIV-DIVIDENDO = base-revaluada * factor-comision
    Move 100 to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to total-revaluado
    Compute diferencia = total-revaluado - TX-TOTAL
    Compute cie-resultado (pos-moneda) =
        cie-resultado (pos-moneda) + diferencia
        Display cie-moneda (m) " (tasa de cierre " cie-valor (m)
            " del " cie-fecha (m) "): PERDIDA por revaluacion "
            cie-resultado (m) " en " cie-cant (m) " transacciones"
    END-IF
    Display "    comprado " cie-monto-compra (m)
        " vendido " cie-monto-venta (m)
        " spread del mes " cie-spread (m)
        " (puntas de cierre " cie-compra (m) " / " cie-venta (m) ")".
4000-MOSTRAR-MONEDA-EXIT.
    EXIT.
