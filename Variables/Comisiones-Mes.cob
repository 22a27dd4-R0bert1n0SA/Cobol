*>desvios. Es a la vez la cifra de ingresos del mes y el control de
*>que la tabla de tramos se esta aplicando. Sale en LISTADO-COMISIONES.
*>Las reversas (TX-CLASE "R") y las operaciones que estas referencian
*>se saltean: una comision revertida no es ingreso. El spread (la
*>punta de compra o venta aplicada contra la tasa de referencia
*>TX-VALOR-REF) es el otro ingreso de la mesa y se informa aparte, por
*>moneda junto con lo comprado y lo vendido, sin mezclarlo con la
*>comision.

IDENTIFICATION DIVISION.
PROGRAM-ID. Comisiones-Mes.
                10 mon-codigo   PIC X(3).
                10 mon-comision PIC 9(12)v99.
                10 mon-cant     PIC 9(5).
                10 mon-spread   PIC S9(12)v99.
                10 mon-comprado PIC 9(12)v99.
                10 mon-vendido  PIC 9(12)v99.
        01 total-spread PIC S9(12)v99 value 0.
        01 spread-operacion PIC S9(12)v99.
        01 valor-ref-operacion PIC 9(5)v99.
        01 spread-ed PIC -(11)9.99.
        01 m PIC 9(2).
        01 pos-moneda PIC 9(2).
        01 cant-tramos PIC 9(3) value 0.
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move total-spread to spread-ed
    Move SPACES to linea-impresion
    STRING "SPREAD DE PUNTAS (aparte de la comision): " DELIMITED BY SIZE
        spread-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    CLOSE LISTADO-COMISIONES
    Display "Comisiones del mes " mes-pedido ": " total-comisiones
        " (" cant-operaciones " operaciones, " cant-fallback
        " por fallback, " cant-desvios " desvios)"
    Display "Spread de puntas del mes " mes-pedido ": " spread-ed
    Display "Reporte impreso en LISTADO-COMISIONES"
    STOP RUN.

        Move 0 to comision-operacion
    END-IF
    Compute total-comisiones = total-comisiones + comision-operacion
    IF TX-VALOR-REF IS NUMERIC AND TX-VALOR-REF > 0
        Move TX-VALOR-REF to valor-ref-operacion
    ELSE
        Move TX-VALOR to valor-ref-operacion
    END-IF
    IF TX-LADO = "C"
        Compute spread-operacion ROUNDED =
            TX-MONTO * (valor-ref-operacion - TX-VALOR)
    ELSE
        Compute spread-operacion ROUNDED =
            TX-MONTO * (TX-VALOR - valor-ref-operacion)
    END-IF
    Compute total-spread = total-spread + spread-operacion
    IF TX-TRAMO = 0
        Compute cant-fallback = cant-fallback + 1
    END-IF
        Move TX-MONEDA to mon-codigo (pos-moneda)
        Move 0 to mon-comision (pos-moneda)
        Move 0 to mon-cant (pos-moneda)
        Move 0 to mon-spread (pos-moneda)
        Move 0 to mon-comprado (pos-moneda)
        Move 0 to mon-vendido (pos-moneda)
    END-IF
    IF pos-moneda > 0
        Compute mon-comision (pos-moneda) =
            mon-comision (pos-moneda) + comision-operacion
        Compute mon-cant (pos-moneda) = mon-cant (pos-moneda) + 1
        Compute mon-spread (pos-moneda) =
            mon-spread (pos-moneda) + spread-operacion
        IF TX-LADO = "C"
            Compute mon-comprado (pos-moneda) =
                mon-comprado (pos-moneda) + TX-MONTO
        ELSE
            Compute mon-vendido (pos-moneda) =
                mon-vendido (pos-moneda) + TX-MONTO
        END-IF
    END-IF
    Move 0 to pos-tramo
    PERFORM 2200-BUSCAR-TRAMO-ACUM THRU 2200-BUSCAR-TRAMO-ACUM-EXIT
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move mon-spread (m) to spread-ed
    Move SPACES to linea-impresion
    STRING "      comprado " DELIMITED BY SIZE
        mon-comprado (m) DELIMITED BY SIZE
        "  vendido " DELIMITED BY SIZE
        mon-vendido (m) DELIMITED BY SIZE
        "  spread " DELIMITED BY SIZE
        spread-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5000-TOTAL-MONEDA-EXIT.
    EXIT.
