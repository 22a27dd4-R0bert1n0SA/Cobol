*>2026-09-03 con las reversas de Variables (TX-CLASE "R"), la posicion
*>           saltea los contra-registros y las operaciones que estos
*>           referencian: una operacion revertida no es posicion.
*>2026-10-15 con las puntas de compra y venta, la posicion de cada
*>           moneda separa lo comprado de lo vendido (operaciones,
*>           monto y pesos de cada lado) e informa el spread ganado
*>           (la punta aplicada contra la referencia TX-VALOR-REF)
*>           aparte de la comision cobrada.
*>2026-10-15 cada moneda que supera su limite diario levanta ademas
*>           una alerta (severidad E) en la cola ALERTAS via
*>           Registrar-Alerta, para que el exceso no espere a que
*>           alguien lea la pantalla.

IDENTIFICATION DIVISION.
PROGRAM-ID. Posicion-Diaria.
            05 LM-SEP    PIC X(1).
            05 LM-LIMITE PIC 9(14)V9(2).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "alerta-args".
        01 TX-STATUS PIC X(2).
        01 LM-STATUS PIC X(2).
        01 fecha-pedida PIC X(8).
                10 pos-valor-max   PIC 9(5)V9(2).
                10 pos-limite      PIC 9(14)V9(2).
                10 pos-con-limite  PIC X(1).
                10 pos-cant-compra  PIC 9(5).
                10 pos-monto-compra PIC 9(12)V9(2).
                10 pos-pesos-compra PIC 9(14)V9(2).
                10 pos-cant-venta   PIC 9(5).
                10 pos-monto-venta  PIC 9(12)V9(2).
                10 pos-pesos-venta  PIC 9(14)V9(2).
                10 pos-spread       PIC S9(12)V9(2).
                10 pos-comision     PIC 9(12)V9(2).
        01 valor-ref-operacion PIC 9(5)V9(2).
        01 spread-operacion PIC S9(12)V9(2).
        01 comision-operacion PIC 9(12)V9(2).
        01 m PIC 9(2).
        01 pos-encontrada PIC 9(2).
        01 marca-limite PIC X(18).
        Move 0         to pos-valor-max (pos-encontrada)
        Move 0         to pos-limite (pos-encontrada)
        Move "N"       to pos-con-limite (pos-encontrada)
        Move 0 to pos-cant-compra (pos-encontrada)
        Move 0 to pos-monto-compra (pos-encontrada)
        Move 0 to pos-pesos-compra (pos-encontrada)
        Move 0 to pos-cant-venta (pos-encontrada)
        Move 0 to pos-monto-venta (pos-encontrada)
        Move 0 to pos-pesos-venta (pos-encontrada)
        Move 0 to pos-spread (pos-encontrada)
        Move 0 to pos-comision (pos-encontrada)
    END-IF
    Compute pos-cant (pos-encontrada) = pos-cant (pos-encontrada) + 1
    Compute pos-monto (pos-encontrada) =
    END-IF
    IF TX-VALOR > pos-valor-max (pos-encontrada)
        Move TX-VALOR to pos-valor-max (pos-encontrada)
    END-IF
    PERFORM 2200-ACUMULAR-LADO.
2000-ACUMULAR-MONEDA-EXIT.
    EXIT.

2100-BUSCAR-MONEDA-EXIT.
    EXIT.

*>Lo comprado y lo vendido por separado, el spread de la punta contra
*>la referencia y la comision (monto por tasa por porcentaje sobre
*>100, como la cobro Variables). Un registro anterior a las puntas es
*>una venta a la tasa de referencia: spread cero.
2200-ACUMULAR-LADO.
    IF TX-VALOR-REF IS NUMERIC AND TX-VALOR-REF > 0
        Move TX-VALOR-REF to valor-ref-operacion
    ELSE
        Move TX-VALOR to valor-ref-operacion
    END-IF
    Compute DIV-DIVIDENDO = TX-MONTO * TX-VALOR * TX-PORCENTAJE
    Move 100 to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to comision-operacion
    IF TX-LADO = "C"
        Compute spread-operacion ROUNDED =
            TX-MONTO * (valor-ref-operacion - TX-VALOR)
        Compute pos-cant-compra (pos-encontrada) =
            pos-cant-compra (pos-encontrada) + 1
        Compute pos-monto-compra (pos-encontrada) =
            pos-monto-compra (pos-encontrada) + TX-MONTO
        Compute pos-pesos-compra (pos-encontrada) =
            pos-pesos-compra (pos-encontrada) + TX-TOTAL
    ELSE
        Compute spread-operacion ROUNDED =
            TX-MONTO * (TX-VALOR - valor-ref-operacion)
        Compute pos-cant-venta (pos-encontrada) =
            pos-cant-venta (pos-encontrada) + 1
        Compute pos-monto-venta (pos-encontrada) =
            pos-monto-venta (pos-encontrada) + TX-MONTO
        Compute pos-pesos-venta (pos-encontrada) =
            pos-pesos-venta (pos-encontrada) + TX-TOTAL
    END-IF
    Compute pos-spread (pos-encontrada) =
        pos-spread (pos-encontrada) + spread-operacion
    Compute pos-comision (pos-encontrada) =
        pos-comision (pos-encontrada) + comision-operacion.

3000-CARGAR-LIMITES.
    OPEN INPUT LIMITES-MONEDA
    IF LM-STATUS <> "00"
    IF pos-con-limite (m) = "S"
    AND pos-pesos (m) > pos-limite (m)
        Move "<- SUPERA LIMITE" to marca-limite
        PERFORM 4500-ALERTAR-LIMITE
    END-IF
    Display pos-moneda (m)
        " -> transacciones: " pos-cant (m)
        " pesos: " pos-pesos (m)
    Display "    tasa aplicada entre " pos-valor-min (m)
        " y " pos-valor-max (m)
        "  limite diario: " pos-limite (m) " " marca-limite
    Display "    comprado: " pos-cant-compra (m)
        " operaciones, monto " pos-monto-compra (m)
        " pesos " pos-pesos-compra (m)
    Display "    vendido:  " pos-cant-venta (m)
        " operaciones, monto " pos-monto-venta (m)
        " pesos " pos-pesos-venta (m)
    Display "    spread: " pos-spread (m)
        "  comision: " pos-comision (m).
4000-MOSTRAR-MONEDA-EXIT.
    EXIT.

4500-ALERTAR-LIMITE.
    INITIALIZE ALE-ARGUMENTOS
    Move "POSICION-DIARIA" to ALE-PROGRAMA
    Move "E" to ALE-SEVERIDAD
    STRING "Moneda " DELIMITED BY SIZE
        pos-moneda (m) DELIMITED BY SIZE
        " supera su limite diario de posicion" DELIMITED BY SIZE
        INTO ALE-TEXTO
    END-STRING
    STRING pos-moneda (m) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        fecha-pedida DELIMITED BY SIZE
        INTO ALE-REFERENCIA
    END-STRING
    CALL "Registrar-Alerta" USING ALE-ARGUMENTOS.
