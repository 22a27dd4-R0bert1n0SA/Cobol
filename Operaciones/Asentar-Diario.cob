*>y mes y exige que de cero. El encabezado de Revaluar-Mes decia que
*>su salida "va directo al asiento contable del mes": ahora lo hace
*>el sistema.
*>2026-10-15 se asientan los vales de regalo del libro VALES: lo
*>           emitido en el dia, donde nace el pasivo con el portador
*>           (VALE-EMIS-EF lo cobrado en efectivo, que ya vino dentro
*>           del efectivo de CAJA-VENTAS, y VALE-EMIS-TJ lo cobrado
*>           con tarjeta), lo canjeado neto de reintegros (VALE-CANJE,
*>           el pasivo se convierte en venta) y el saldo de los vales
*>           que vencen ese dia (VALE-VENCIDO, el pasivo que se
*>           extingue).
*>2026-10-15 se asientan los gastos pagados del cajon (GASTOS-CAJA)
*>           por categoria, con la regla GASTO-<categoria> de
*>           REGLAS-ASIENTO; la categoria sin regla propia va por la
*>           regla general GASTO-CAJA. Como el arqueo ya viene neto de
*>           gastos, CAJA-VENTAS se asienta con el esperado mas los
*>           gastos (CX-GASTOS), que es lo que se cobro.
*>2026-10-15 el recargo por mora de fiado (tipo R de FIADO-MOVS, lo
*>           graba Cierre-Fiado el ultimo dia del mes) se asienta
*>           aparte con la regla FIADO-MORA: es un ingreso, no una
*>           venta a cuenta.
*>2026-10-15 el registro de PLAN-CUENTAS pasa al copybook comun
*>           plan-cuentas, que suma el tipo de cuenta y la cuenta padre
*>           que usa Estados-Contables; el asiento no cambia.
*>2026-10-15 el registro de ASIENTOS pasa al copybook comun
*>           asiento-rec (suma numero, aprobador y concepto de los
*>           asientos manuales; aca van en cero y en blanco) y no se
*>           asienta un dia cuyo mes esta cerrado en PERIODOS-CERRADOS
*>           (Controlar-Periodo): la corrida termina con RC 8.
*>2026-10-15 se asienta la facturacion del taller desde CUENTAS-COBRAR
*>           (la graba Formula-matematica): el neto de las facturas
*>           del dia por la regla FACT-VENTAS, su IVA por FACT-IVA y
*>           las cobranzas del dia por FACT-COBRO.
*>2026-10-15 con varios puntos de venta cada punto graba su propio
*>           arqueo del dia: CAJA-VENTAS y CAJA-DIF se asientan una
*>           sola vez con el total de todos los arqueos de la fecha
*>           (antes el segundo punto se salteaba como ya asentado).
*>2026-10-15 el registro de AJUSTES-STOCK pasa al copybook comun
*>           ajuste-stock, con AJ-PUNTO; las cuatro copias del layout
*>           describen ahora el mismo registro.

IDENTIFICATION DIVISION.
PROGRAM-ID. Asentar-Diario.
        SELECT FIADO-MOVS ASSIGN TO "FIADO-MOVS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FM-STATUS.
        SELECT VALES ASSIGN TO "VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VL-STATUS.
        SELECT GASTOS-CAJA ASSIGN TO "GASTOS-CAJA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GC-STATUS.
        SELECT CUENTAS-COBRAR ASSIGN TO "CUENTAS-COBRAR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  REGLAS-ASIENTO.
        01 RG-REGISTRO.
            05 RG-ORIGEN PIC X(12).
            05 RG-SEP2   PIC X(1).
            05 RG-HABER  PIC X(6).
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  CIERRES-CAJA.
        COPY "cierre-caja".
    FD  FX-TRANSACCIONES.
            05 AR-SEP5       PIC X(1).
            05 AR-DIFERENCIA PIC S9(14)V9(2) SIGN IS TRAILING SEPARATE.
    FD  AJUSTES-STOCK.
        COPY "ajuste-stock".
    FD  FIADO-MOVS.
        COPY "fiado-mov".
    FD  VALES.
        COPY "vale-mov".
    FD  GASTOS-CAJA.
        COPY "gasto-caja".
    FD  CUENTAS-COBRAR.
        COPY "cobrar-mov".
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "periodo-args".
        01 PL-STATUS PIC X(2).
        01 RG-STATUS PIC X(2).
        01 AS-STATUS PIC X(2).
        01 AR-STATUS PIC X(2).
        01 AJ-STATUS PIC X(2).
        01 FM-STATUS PIC X(2).
        01 VL-STATUS PIC X(2).
        01 fecha-pedida PIC X(8).
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
        01 total-revaluo PIC S9(14)v99.
        01 total-ajuste-stk PIC S9(10)v99.
        01 total-cargos PIC S9(10)v99.
        01 total-caja-ventas PIC S9(10)v99.
        01 total-caja-dif PIC S9(10)v99.
        01 cant-arqueos PIC 9(3).
        01 total-pagos PIC S9(10)v99.
        01 total-recargos PIC S9(10)v99.
        01 ya-asentado PIC X(1).
        01 cant-asientos PIC 9(3) value 0.
        01 cant-sin-regla PIC 9(2) value 0.
        01 total-emision-vales PIC S9(10)v99.
        01 total-emision-tarjeta PIC S9(10)v99.
        01 total-canje-vales PIC S9(10)v99.
        01 total-vencido-vales PIC S9(10)v99.
        01 cant-vales PIC 9(4) value 0.
        01 tabla-vales.
            05 vale-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-vales.
                10 val-numero PIC 9(6).
                10 val-venc   PIC X(8).
                10 val-saldo  PIC S9(8)v99.
        01 v PIC 9(4).
        01 pos-vale PIC 9(4).
        01 vales-desbordados PIC X(1) value "N".
        01 GC-STATUS PIC X(2).
        01 cant-categorias PIC 9(2) value 0.
        01 tabla-categorias.
            05 categoria OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-categorias.
                10 cat-codigo  PIC X(4).
                10 cat-importe PIC 9(10)v99.
        01 k PIC 9(2).
        01 pos-categoria PIC 9(2).
        01 total-gasto-general PIC S9(10)v99.
        01 CR-STATUS PIC X(2).
        01 total-facturado-neto PIC S9(12)v99.
        01 total-facturado-iva PIC S9(12)v99.
        01 total-cobranzas PIC S9(12)v99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Dia a asentar (AAAAMMDD, espacios = hoy): "
    IF fecha-pedida = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-pedida
    END-IF
    Move fecha-pedida to PER-FECHA
    CALL "Controlar-Periodo" USING PER-ARGUMENTOS
    IF PER-ESTADO = "10"
        Display "El mes " fecha-pedida (1:6) " esta cerrado: no se"
            " asienta (un supervisor puede reabrirlo en Cerrar-Periodo)"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0500-CARGAR-PLAN THRU 0500-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no se asienta"
    PERFORM 3000-ASENTAR-REVALUO THRU 3000-ASENTAR-REVALUO-EXIT
    PERFORM 4000-ASENTAR-STOCK THRU 4000-ASENTAR-STOCK-EXIT
    PERFORM 5000-ASENTAR-FIADO THRU 5000-ASENTAR-FIADO-EXIT
    PERFORM 6000-ASENTAR-VALES THRU 6000-ASENTAR-VALES-EXIT
    PERFORM 7000-ASENTAR-GASTOS THRU 7000-ASENTAR-GASTOS-EXIT
    PERFORM 8000-ASENTAR-FACTURACION THRU 8000-ASENTAR-FACTURACION-EXIT
    Display "Asientos grabados para el " fecha-pedida ": "
        cant-asientos " (origenes sin regla: " cant-sin-regla ")"
    IF cant-sin-regla > 0
        Move 4 to RETURN-CODE
    END-IF
    IF vales-desbordados = "S"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

0500-CARGAR-PLAN.
    END-READ.

*>El arqueo del dia: las ventas en efectivo esperadas van por la
*>regla CAJA-VENTAS y la diferencia del arqueo por CAJA-DIF. Cada
*>punto de venta cierra su propio arqueo: se totalizan todos los de
*>la fecha y se asienta una partida de cada regla.
1000-ASENTAR-CAJA.
    Move 0 to total-caja-ventas total-caja-dif cant-arqueos
    OPEN INPUT CIERRES-CAJA
    IF CX-STATUS <> "00"
        GO TO 1000-ASENTAR-CAJA-EXIT
    PERFORM 1100-LEER-CIERRE
    PERFORM UNTIL CX-STATUS = "10"
        IF CX-FECHA = fecha-pedida
            Compute cant-arqueos = cant-arqueos + 1
            Compute total-caja-ventas = total-caja-ventas + CX-ESPERADO
            IF CX-GASTOS IS NUMERIC
                Compute total-caja-ventas =
                    total-caja-ventas + CX-GASTOS
            END-IF
            Compute total-caja-dif = total-caja-dif + CX-DIFERENCIA
        END-IF
        PERFORM 1100-LEER-CIERRE
    END-PERFORM
    CLOSE CIERRES-CAJA
    IF cant-arqueos > 0
        Move "CAJA-VENTAS" to origen-trabajo
        Move total-caja-ventas to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-caja-dif <> 0
        Move "CAJA-DIF" to origen-trabajo
        Move total-caja-dif to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF.
1000-ASENTAR-CAJA-EXIT.
    EXIT.

    END-READ.

5000-ASENTAR-FIADO.
    Move 0 to total-cargos total-pagos total-recargos
    OPEN INPUT FIADO-MOVS
    IF FM-STATUS <> "00"
        GO TO 5000-ASENTAR-FIADO-EXIT
    PERFORM 5100-LEER-MOVIMIENTO
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-FECHA = fecha-pedida
            EVALUATE FM-TIPO
                WHEN "C"
                    Compute total-cargos = total-cargos + FM-IMPORTE
                WHEN "R"
                    Compute total-recargos =
                        total-recargos + FM-IMPORTE
                WHEN OTHER
                    Compute total-pagos = total-pagos + FM-IMPORTE
            END-EVALUATE
        END-IF
        PERFORM 5100-LEER-MOVIMIENTO
    END-PERFORM
        Move "FIADO-PAGO" to origen-trabajo
        Move total-pagos to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-recargos <> 0
        Move "FIADO-MORA" to origen-trabajo
        Move total-recargos to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF.
5000-ASENTAR-FIADO-EXIT.
    EXIT.
        CONTINUE
    END-READ.

*>El saldo vencido sale de todo el libro hasta el dia pedido: un vale
*>vence al terminar su fecha de vencimiento, asi que lo que le quedaba
*>ese dia es lo que se da de baja del pasivo.
6000-ASENTAR-VALES.
    Move 0 to total-emision-vales total-emision-tarjeta
    Move 0 to total-canje-vales total-vencido-vales
    OPEN INPUT VALES
    IF VL-STATUS <> "00"
        GO TO 6000-ASENTAR-VALES-EXIT
    END-IF
    PERFORM 6100-LEER-VALE
    PERFORM UNTIL VL-STATUS = "10"
        IF VL-FECHA <= fecha-pedida
            PERFORM 6500-ACUMULAR-VALE THRU 6500-ACUMULAR-VALE-EXIT
        END-IF
        PERFORM 6100-LEER-VALE
    END-PERFORM
    CLOSE VALES
    IF total-emision-vales <> 0
        Move "VALE-EMIS-EF" to origen-trabajo
        Move total-emision-vales to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-emision-tarjeta <> 0
        Move "VALE-EMIS-TJ" to origen-trabajo
        Move total-emision-tarjeta to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-canje-vales <> 0
        Move "VALE-CANJE" to origen-trabajo
        Move total-canje-vales to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF vales-desbordados = "S"
        Display "ERROR: mas de 2000 vales en VALES: el saldo vencido"
            " del dia no se asienta"
        GO TO 6000-ASENTAR-VALES-EXIT
    END-IF
    PERFORM 6700-SUMAR-VENCIDO THRU 6700-SUMAR-VENCIDO-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vales
    IF total-vencido-vales <> 0
        Move "VALE-VENCIDO" to origen-trabajo
        Move total-vencido-vales to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF.
6000-ASENTAR-VALES-EXIT.
    EXIT.

6100-LEER-VALE.
    READ VALES
    NOT AT END
        CONTINUE
    END-READ.

6500-ACUMULAR-VALE.
    IF VL-FECHA = fecha-pedida
        EVALUATE VL-CLASE
            WHEN "E"
                IF VL-PAGO = "T"
                    Compute total-emision-tarjeta =
                        total-emision-tarjeta + VL-IMPORTE
                ELSE
                    Compute total-emision-vales =
                        total-emision-vales + VL-IMPORTE
                END-IF
            WHEN "C"
                Compute total-canje-vales =
                    total-canje-vales + VL-IMPORTE
            WHEN "R"
                Compute total-canje-vales =
                    total-canje-vales - VL-IMPORTE
        END-EVALUATE
    END-IF
    Move 0 to pos-vale
    PERFORM 6600-BUSCAR-VALE THRU 6600-BUSCAR-VALE-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vales
    IF pos-vale = 0
        IF VL-CLASE <> "E"
            GO TO 6500-ACUMULAR-VALE-EXIT
        END-IF
        IF cant-vales = 2000
            Move "S" to vales-desbordados
            GO TO 6500-ACUMULAR-VALE-EXIT
        END-IF
        Compute cant-vales = cant-vales + 1
        Move cant-vales to pos-vale
        Move VL-NUMERO to val-numero (pos-vale)
        Move 0 to val-saldo (pos-vale)
    END-IF
    EVALUATE VL-CLASE
        WHEN "E"
            Move VL-VENCIMIENTO to val-venc (pos-vale)
            Compute val-saldo (pos-vale) =
                val-saldo (pos-vale) + VL-IMPORTE
        WHEN "C"
            Compute val-saldo (pos-vale) =
                val-saldo (pos-vale) - VL-IMPORTE
        WHEN "R"
            Compute val-saldo (pos-vale) =
                val-saldo (pos-vale) + VL-IMPORTE
    END-EVALUATE.
6500-ACUMULAR-VALE-EXIT.
    EXIT.

6600-BUSCAR-VALE.
    IF val-numero (v) = VL-NUMERO
        Move v to pos-vale
    END-IF.
6600-BUSCAR-VALE-EXIT.
    EXIT.

6700-SUMAR-VENCIDO.
    IF val-venc (v) = fecha-pedida AND val-saldo (v) > 0
        Compute total-vencido-vales =
            total-vencido-vales + val-saldo (v)
    END-IF.
6700-SUMAR-VENCIDO-EXIT.
    EXIT.

*>Los gastos del dia se juntan por categoria; una categoria que no
*>entra en la tabla o no tiene regla propia se suma a GASTO-CAJA.
7000-ASENTAR-GASTOS.
    Move 0 to total-gasto-general
    OPEN INPUT GASTOS-CAJA
    IF GC-STATUS <> "00"
        GO TO 7000-ASENTAR-GASTOS-EXIT
    END-IF
    PERFORM 7100-LEER-GASTO
    PERFORM UNTIL GC-STATUS = "10"
        IF GC-FECHA = fecha-pedida
            PERFORM 7200-ACUMULAR-GASTO THRU 7200-ACUMULAR-GASTO-EXIT
        END-IF
        PERFORM 7100-LEER-GASTO
    END-PERFORM
    CLOSE GASTOS-CAJA
    PERFORM 7400-ASENTAR-CATEGORIA THRU 7400-ASENTAR-CATEGORIA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-categorias
    IF total-gasto-general <> 0
        Move "GASTO-CAJA" to origen-trabajo
        Move total-gasto-general to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF.
7000-ASENTAR-GASTOS-EXIT.
    EXIT.

7100-LEER-GASTO.
    READ GASTOS-CAJA
    NOT AT END
        CONTINUE
    END-READ.

7200-ACUMULAR-GASTO.
    Move 0 to pos-categoria
    PERFORM 7300-BUSCAR-CATEGORIA THRU 7300-BUSCAR-CATEGORIA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-categorias
    IF pos-categoria = 0
        IF cant-categorias = 50
            Compute total-gasto-general =
                total-gasto-general + GC-IMPORTE
            GO TO 7200-ACUMULAR-GASTO-EXIT
        END-IF
        Compute cant-categorias = cant-categorias + 1
        Move cant-categorias to pos-categoria
        Move GC-CATEGORIA to cat-codigo (pos-categoria)
        Move 0 to cat-importe (pos-categoria)
    END-IF
    Compute cat-importe (pos-categoria) =
        cat-importe (pos-categoria) + GC-IMPORTE.
7200-ACUMULAR-GASTO-EXIT.
    EXIT.

7300-BUSCAR-CATEGORIA.
    IF cat-codigo (k) = GC-CATEGORIA
        Move k to pos-categoria
    END-IF.
7300-BUSCAR-CATEGORIA-EXIT.
    EXIT.

7400-ASENTAR-CATEGORIA.
    Move SPACES to origen-trabajo
    STRING "GASTO-" DELIMITED BY SIZE
        cat-codigo (k) DELIMITED BY SPACE
        INTO origen-trabajo
    END-STRING
    Move 0 to pos-regla
    PERFORM 9100-BUSCAR-REGLA THRU 9100-BUSCAR-REGLA-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-reglas
    IF pos-regla = 0
        Compute total-gasto-general =
            total-gasto-general + cat-importe (k)
        GO TO 7400-ASENTAR-CATEGORIA-EXIT
    END-IF
    Move cat-importe (k) to importe-trabajo
    PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT.
7400-ASENTAR-CATEGORIA-EXIT.
    EXIT.

*>Facturacion del taller: las facturas del dia abren el neto (venta)
*>y el IVA (debito fiscal) contra deudores; las cobranzas cancelan
*>deudores.
8000-ASENTAR-FACTURACION.
    Move 0 to total-facturado-neto total-facturado-iva total-cobranzas
    OPEN INPUT CUENTAS-COBRAR
    IF CR-STATUS <> "00"
        GO TO 8000-ASENTAR-FACTURACION-EXIT
    END-IF
    PERFORM 8100-LEER-CUENTA-COBRAR
    PERFORM UNTIL CR-STATUS = "10"
        IF CR-FECHA = fecha-pedida
            IF CR-TIPO = "F"
                Compute total-facturado-neto =
                    total-facturado-neto + CR-NETO
                Compute total-facturado-iva =
                    total-facturado-iva + CR-IMPUESTO
            ELSE
                Compute total-cobranzas = total-cobranzas + CR-TOTAL
            END-IF
        END-IF
        PERFORM 8100-LEER-CUENTA-COBRAR
    END-PERFORM
    CLOSE CUENTAS-COBRAR
    IF total-facturado-neto <> 0
        Move "FACT-VENTAS" to origen-trabajo
        Move total-facturado-neto to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-facturado-iva <> 0
        Move "FACT-IVA" to origen-trabajo
        Move total-facturado-iva to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF
    IF total-cobranzas <> 0
        Move "FACT-COBRO" to origen-trabajo
        Move total-cobranzas to importe-trabajo
        PERFORM 9000-ASENTAR-PARTIDA THRU 9000-ASENTAR-PARTIDA-EXIT
    END-IF.
8000-ASENTAR-FACTURACION-EXIT.
    EXIT.

8100-LEER-CUENTA-COBRAR.
    READ CUENTAS-COBRAR
    NOT AT END
        CONTINUE
    END-READ.

*>Partida doble de un origen: busca la regla, valida las cuentas
*>contra el plan, controla que el dia y origen no esten ya asentados,
*>y graba el debe y el haber por el mismo importe (un total negativo
    Move "D"           to AS-DH
    Move SPACE         to AS-SEP4
    Move importe-abs   to AS-IMPORTE
    Move SPACE         to AS-SEP5
    Move SPACE         to AS-SEP6
    Move SPACE         to AS-SEP7
    WRITE AS-REGISTRO
    INITIALIZE AS-REGISTRO
    Move fecha-pedida  to AS-FECHA
    Move "H"           to AS-DH
    Move SPACE         to AS-SEP4
    Move importe-abs   to AS-IMPORTE
    Move SPACE         to AS-SEP5
    Move SPACE         to AS-SEP6
    Move SPACE         to AS-SEP7
    WRITE AS-REGISTRO
    Compute cant-asientos = cant-asientos + 1.

    Move "D"           to AS-DH
    Move SPACE         to AS-SEP4
    Move importe-abs   to AS-IMPORTE
    Move SPACE         to AS-SEP5
    Move SPACE         to AS-SEP6
    Move SPACE         to AS-SEP7
    WRITE AS-REGISTRO
    INITIALIZE AS-REGISTRO
    Move fecha-pedida  to AS-FECHA
    Move "H"           to AS-DH
    Move SPACE         to AS-SEP4
    Move importe-abs   to AS-IMPORTE
    Move SPACE         to AS-SEP5
    Move SPACE         to AS-SEP6
    Move SPACE         to AS-SEP7
    WRITE AS-REGISTRO
    Compute cant-asientos = cant-asientos + 1.
