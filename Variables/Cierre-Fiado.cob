*>           exacto): el archivado se lleva tambien lo anterior sin
*>           sellar, y lo que no entrara al saldo desapareceria de la
*>           apertura para siempre.
*>2026-10-15 recargo por mora: antes de sumar el mes, a cada cliente no
*>           exento (CF-EXENTO) se le recarga la tasa mensual pedida
*>           sobre lo que, con las reglas de Antiguedad-Fiado (apertura
*>           fechada al primer dia de su ciclo, pagos del cargo mas
*>           viejo al mas nuevo, lo adeudado de un plan por vencimiento
*>           de cuota), tiene al ultimo dia del mes mas dias que el
*>           tramo pedido. El recargo (via Division-Redondeo) se graba
*>           en FIADO-MOVS como movimiento tipo R fechado a fin de mes,
*>           entra al saldo final y sale en el resumen.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cierre-Fiado.
        SELECT LISTADO-RESUMENES ASSIGN TO "LISTADO-RESUMENES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LR-STATUS.
        SELECT PLANES-FIADO ASSIGN TO "PLANES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FIADO.
        01 AR-LINEA PIC X(60).
    FD  LISTADO-RESUMENES.
        01 LR-LINEA PIC X(80).
    FD  PLANES-FIADO.
        COPY "plan-fiado".
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 CF-STATUS PIC X(2).
        01 FM-STATUS PIC X(2).
        01 FS-STATUS PIC X(2).
        01 FC-STATUS PIC X(2).
        01 AR-STATUS PIC X(2).
        01 LR-STATUS PIC X(2).
        01 PF-STATUS PIC X(2).
        01 TASA-DEFECTO PIC 9(2)V99 value 3.
        01 TRAMO-DEFECTO PIC 9(3) value 60.
        01 tasa-recargo PIC 9(2)V99.
        01 dias-tramo PIC 9(3).
        01 primero-siguiente PIC X(8).
        01 primero-siguiente-num REDEFINES primero-siguiente PIC 9(8).
        01 fin-mes PIC X(8).
        01 fin-mes-num REDEFINES fin-mes PIC 9(8).
        01 dias-fin-mes PIC 9(8).
        01 fecha-cargo PIC X(8).
        01 fecha-cargo-num REDEFINES fecha-cargo PIC 9(8).
        01 dias-cargo PIC 9(8).
        01 edad-cargo PIC S9(5).
        01 cant-cargos PIC 9(3).
        01 tabla-cargos.
            05 cargo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cargos.
                10 crg-fecha PIC X(8).
                10 crg-resto PIC 9(8)v99.
        01 crg-fecha-aux PIC X(8).
        01 crg-resto-aux PIC 9(8)v99.
        01 cargos-desbordados PIC X(1).
        01 pagos-cliente PIC 9(8)v99.
        01 c PIC 9(3).
        01 d PIC 9(3).
        01 cant-cuotas PIC 9(2).
        01 tabla-cuotas.
            05 cuota-item OCCURS 1 TO 99 TIMES
                DEPENDING ON cant-cuotas.
                10 cuo-venc  PIC X(8).
                10 cuo-resto PIC 9(8)v99.
        01 q PIC 9(2).
        01 deuda-viva PIC 9(9)v99.
        01 resto-plan PIC 9(9)v99.
        01 cubierto-plan PIC 9(9)v99.
        01 vencido-cliente PIC 9(9)v99.
        01 recargo-cliente PIC 9(8)v99.
        01 recargos-mes PIC 9(8)v99.
        01 cant-recargos PIC 9(3) value 0.
        01 total-recargos PIC 9(9)v99 value 0.
        01 tasa-ed PIC Z9.99.
        01 dias-ed PIC ZZ9.
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 mes-siguiente PIC X(6).
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a cerrar (AAAAMM): "
    Accept mes-pedido
    Move TASA-DEFECTO to tasa-ed
    Display "Recargo mensual por mora en % (0 = " tasa-ed "): "
    Accept tasa-recargo
    IF tasa-recargo = 0
        Move TASA-DEFECTO to tasa-recargo
    END-IF
    Display "Se recarga lo vencido hace mas de cuantos dias (0 = "
        TRAMO-DEFECTO "): "
    Accept dias-tramo
    IF dias-tramo = 0
        Move TRAMO-DEFECTO to dias-tramo
    END-IF
    PERFORM 0500-VERIFICAR-YA-CERRADO THRU 0500-VERIFICAR-YA-CERRADO-EXIT
    IF ya-cerrado = "S"
        Display "El ciclo " mes-pedido " ya esta sellado"
    PERFORM 6000-GRABAR-CICLO
    Display "Ciclo " mes-pedido " sellado: " cant-clientes
        " resumenes en LISTADO-RESUMENES"
    Display "Recargos por mora grabados: " cant-recargos
        " por un total de " total-recargos
    STOP RUN.

0500-VERIFICAR-YA-CERRADO.
        Compute mes-sig = mes-sig + 1
    END-IF
    Move anio-sig to mes-siguiente (1:4)
    Move mes-sig  to mes-siguiente (5:2)
    Move mes-siguiente to primero-siguiente (1:6)
    Move "01" to primero-siguiente (7:2)
    Compute dias-fin-mes =
        FUNCTION INTEGER-OF-DATE (primero-siguiente-num) - 1
    Compute fin-mes-num = FUNCTION DATE-OF-INTEGER (dias-fin-mes).

1000-LEER-CLIENTE.
    READ CLIENTES-FIADO
        CONTINUE
    END-READ.

*>Resumen de un cliente: apertura del cierre anterior, recargo por
*>mora sobre lo vencido, movimientos del mes, saldo final que pasa a
*>ser la apertura del mes siguiente.
2000-CERRAR-CLIENTE.
    Move CF-CODIGO to cliente-actual
    Move CF-NOMBRE to nombre-actual
    PERFORM 2200-BUSCAR-APERTURA THRU 2200-BUSCAR-APERTURA-EXIT
    PERFORM 2700-CALCULAR-RECARGO THRU 2700-CALCULAR-RECARGO-EXIT
    Move 0 to cargos-mes
    Move 0 to recargos-mes
    Move 0 to pagos-mes
    PERFORM 2500-SUMAR-MES THRU 2500-SUMAR-MES-EXIT
    Compute saldo-final =
        saldo-anterior + cargos-mes + recargos-mes - pagos-mes
    IF saldo-anterior = 0 AND cargos-mes = 0 AND pagos-mes = 0
    AND recargos-mes = 0
        GO TO 2000-CERRAR-CLIENTE-EXIT
    END-IF
    Compute cant-clientes = cant-clientes + 1
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-CLIENTE = cliente-actual
        AND FM-FECHA (1:6) <= mes-pedido
            EVALUATE FM-TIPO
                WHEN "C"
                    Compute cargos-mes = cargos-mes + FM-IMPORTE
                WHEN "R"
                    Compute recargos-mes = recargos-mes + FM-IMPORTE
                WHEN OTHER
                    Compute pagos-mes = pagos-mes + FM-IMPORTE
            END-EVALUATE
        END-IF
        PERFORM 2600-LEER-MOVIMIENTO
    END-PERFORM
        CONTINUE
    END-READ.

*>Lo vencido se mide como en Antiguedad-Fiado, pero al ultimo dia del
*>mes cerrado: la apertura deudora es un cargo fechado al primer dia
*>de su ciclo, los cargos (C y recargos R anteriores) se cubren con
*>los pagos del mas viejo al mas nuevo, y lo adeudado de un plan de
*>pagos vence por cuota. Con la tabla de cargos llena no se recarga
*>(un recargo mal calculado es peor que ninguno) y se avisa.
2700-CALCULAR-RECARGO.
    Move 0 to vencido-cliente
    Move 0 to recargo-cliente
    IF CF-EXENTO = "S"
        GO TO 2700-CALCULAR-RECARGO-EXIT
    END-IF
    Move 0 to cant-cargos
    Move 0 to pagos-cliente
    Move "N" to cargos-desbordados
    IF saldo-anterior > 0
        Move 1 to cant-cargos
        Move periodo-apertura to crg-fecha (1) (1:6)
        Move "01" to crg-fecha (1) (7:2)
        Move saldo-anterior to crg-resto (1)
    END-IF
    IF saldo-anterior < 0
        Compute pagos-cliente = 0 - saldo-anterior
    END-IF
    OPEN INPUT FIADO-MOVS
    IF FM-STATUS = "00"
        PERFORM 2600-LEER-MOVIMIENTO
        PERFORM UNTIL FM-STATUS = "10"
            IF FM-CLIENTE = cliente-actual
            AND FM-FECHA (1:6) <= mes-pedido
                IF FM-TIPO = "C" OR FM-TIPO = "R"
                    IF cant-cargos < 200
                        Compute cant-cargos = cant-cargos + 1
                        Move FM-FECHA   to crg-fecha (cant-cargos)
                        Move FM-IMPORTE to crg-resto (cant-cargos)
                    ELSE
                        Move "S" to cargos-desbordados
                    END-IF
                ELSE
                    Compute pagos-cliente = pagos-cliente + FM-IMPORTE
                END-IF
            END-IF
            PERFORM 2600-LEER-MOVIMIENTO
        END-PERFORM
        CLOSE FIADO-MOVS
    END-IF
    IF cargos-desbordados = "S"
        Display "ADVERTENCIA: tabla de cargos llena (200) para el"
            " cliente " cliente-actual ": no se le calcula recargo"
        Move 8 to RETURN-CODE
        GO TO 2700-CALCULAR-RECARGO-EXIT
    END-IF
    IF cant-cargos = 0
        GO TO 2700-CALCULAR-RECARGO-EXIT
    END-IF
    PERFORM 2710-PASADA-CARGOS
        VARYING c FROM 1 BY 1 UNTIL c >= cant-cargos
    PERFORM 2730-APLICAR-PAGOS THRU 2730-APLICAR-PAGOS-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    PERFORM 2740-INCORPORAR-PLAN THRU 2740-INCORPORAR-PLAN-EXIT
    PERFORM 2770-SUMAR-VENCIDO THRU 2770-SUMAR-VENCIDO-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    IF vencido-cliente = 0
        GO TO 2700-CALCULAR-RECARGO-EXIT
    END-IF
    Compute DIV-DIVIDENDO = vencido-cliente * tasa-recargo
    Move 100 to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to recargo-cliente
    IF recargo-cliente > 0
        PERFORM 2780-GRABAR-RECARGO
    END-IF.
2700-CALCULAR-RECARGO-EXIT.
    EXIT.

2710-PASADA-CARGOS.
    PERFORM 2720-COMPARAR-CARGOS
        VARYING d FROM 1 BY 1 UNTIL d > cant-cargos - c.

2720-COMPARAR-CARGOS.
    IF crg-fecha (d) > crg-fecha (d + 1)
        Move crg-fecha (d)     to crg-fecha-aux
        Move crg-resto (d)     to crg-resto-aux
        Move crg-fecha (d + 1) to crg-fecha (d)
        Move crg-resto (d + 1) to crg-resto (d)
        Move crg-fecha-aux     to crg-fecha (d + 1)
        Move crg-resto-aux     to crg-resto (d + 1)
    End-If.

2730-APLICAR-PAGOS.
    IF pagos-cliente = 0
        GO TO 2730-APLICAR-PAGOS-EXIT
    END-IF
    IF pagos-cliente >= crg-resto (c)
        Compute pagos-cliente = pagos-cliente - crg-resto (c)
        Move 0 to crg-resto (c)
    ELSE
        Compute crg-resto (c) = crg-resto (c) - pagos-cliente
        Move 0 to pagos-cliente
    END-IF.
2730-APLICAR-PAGOS-EXIT.
    EXIT.

*>Lo adeudado del plan vigente (nunca mas que la deuda viva) sale de
*>los cargos mas viejos y vuelve a entrar fechado al vencimiento de
*>cada cuota: una cuota que todavia no vencio no genera recargo.
2740-INCORPORAR-PLAN.
    Move 0 to deuda-viva
    PERFORM 2765-SUMAR-DEUDA THRU 2765-SUMAR-DEUDA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    IF deuda-viva = 0
        GO TO 2740-INCORPORAR-PLAN-EXIT
    END-IF
    Move 0 to cant-cuotas
    Move 0 to resto-plan
    OPEN INPUT PLANES-FIADO
    IF PF-STATUS <> "00"
        GO TO 2740-INCORPORAR-PLAN-EXIT
    END-IF
    PERFORM 2750-LEER-CUOTA
    PERFORM UNTIL PF-STATUS = "10" OR cant-cuotas = 99
        IF PF-CLIENTE = cliente-actual AND PF-ESTADO = "A"
        AND PF-IMPORTE > PF-PAGADO
            Compute cant-cuotas = cant-cuotas + 1
            Move PF-VENCIMIENTO to cuo-venc (cant-cuotas)
            Compute cuo-resto (cant-cuotas) = PF-IMPORTE - PF-PAGADO
            Compute resto-plan = resto-plan + cuo-resto (cant-cuotas)
        END-IF
        PERFORM 2750-LEER-CUOTA
    END-PERFORM
    CLOSE PLANES-FIADO
    IF cant-cuotas = 0
        GO TO 2740-INCORPORAR-PLAN-EXIT
    END-IF
    IF resto-plan > deuda-viva
        Move deuda-viva to resto-plan
    END-IF
    Move resto-plan to pagos-cliente
    PERFORM 2730-APLICAR-PAGOS THRU 2730-APLICAR-PAGOS-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    PERFORM 2760-AGREGAR-CUOTA THRU 2760-AGREGAR-CUOTA-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cuotas.
2740-INCORPORAR-PLAN-EXIT.
    EXIT.

2750-LEER-CUOTA.
    READ PLANES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

*>Con la tabla de cargos llena la cuota que no entra queda afuera y
*>no genera recargo: se pierde a favor del cliente, nunca en contra.
2760-AGREGAR-CUOTA.
    IF resto-plan = 0 OR cant-cargos = 200
        GO TO 2760-AGREGAR-CUOTA-EXIT
    END-IF
    IF cuo-resto (q) > resto-plan
        Move resto-plan to cubierto-plan
    ELSE
        Move cuo-resto (q) to cubierto-plan
    END-IF
    Compute resto-plan = resto-plan - cubierto-plan
    Compute cant-cargos = cant-cargos + 1
    Move cuo-venc (q)  to crg-fecha (cant-cargos)
    Move cubierto-plan to crg-resto (cant-cargos).
2760-AGREGAR-CUOTA-EXIT.
    EXIT.

2765-SUMAR-DEUDA.
    Compute deuda-viva = deuda-viva + crg-resto (c).
2765-SUMAR-DEUDA-EXIT.
    EXIT.

2770-SUMAR-VENCIDO.
    IF crg-resto (c) = 0
        GO TO 2770-SUMAR-VENCIDO-EXIT
    END-IF
    Move crg-fecha (c) to fecha-cargo
    Compute dias-cargo = FUNCTION INTEGER-OF-DATE (fecha-cargo-num)
    Compute edad-cargo = dias-fin-mes - dias-cargo
    IF edad-cargo > dias-tramo
        Compute vencido-cliente = vencido-cliente + crg-resto (c)
    END-IF.
2770-SUMAR-VENCIDO-EXIT.
    EXIT.

2780-GRABAR-RECARGO.
    OPEN EXTEND FIADO-MOVS
    IF FM-STATUS = "35"
        OPEN OUTPUT FIADO-MOVS
    END-IF
    INITIALIZE FM-REGISTRO
    Move fin-mes         to FM-FECHA
    Move SPACE           to FM-SEP1
    Move cliente-actual  to FM-CLIENTE
    Move SPACE           to FM-SEP2
    Move "R"             to FM-TIPO
    Move SPACE           to FM-SEP3
    Move recargo-cliente to FM-IMPORTE
    Move SPACE           to FM-SEP4
    STRING "recargo mora " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        INTO FM-DETALLE
    END-STRING
    Move SPACE           to FM-SEP5
    Move SPACES          to FM-PUNTO
    WRITE FM-REGISTRO
    CLOSE FIADO-MOVS
    Compute cant-recargos = cant-recargos + 1
    Compute total-recargos = total-recargos + recargo-cliente.

*>Una pagina por cliente, para cortar y entregar en el mostrador.
3000-IMPRIMIR-RESUMEN.
    Compute nro-pagina = nro-pagina + 1
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    IF recargos-mes > 0
        Move recargos-mes to importe-ed
        Move SPACES to linea-impresion
        STRING "RECARGO POR MORA:    " DELIMITED BY SIZE
            importe-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LR-LINEA
        WRITE LR-LINEA
    END-IF
    IF recargo-cliente > 0
        Move tasa-recargo to tasa-ed
        Move dias-tramo to dias-ed
        Move vencido-cliente to importe-ed
        Move SPACES to linea-impresion
        STRING "  (" DELIMITED BY SIZE
            tasa-ed DELIMITED BY SIZE
            "% sobre " DELIMITED BY SIZE
            importe-ed DELIMITED BY SIZE
            " vencido hace mas de " DELIMITED BY SIZE
            dias-ed DELIMITED BY SIZE
            " dias)" DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LR-LINEA
        WRITE LR-LINEA
    END-IF
    Move pagos-mes to importe-ed
    Move SPACES to linea-impresion
    STRING "PAGOS DEL MES:       " DELIMITED BY SIZE
