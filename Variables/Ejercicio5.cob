*>           recorrido secuencial de siempre cuando el indice falta.
*>           El secuencial sigue siendo la vista de transferencia.

*>2026-10-15 promociones: al cerrar los items del ticket se aplican
*>           las promociones activas y vigentes al dia de negocio del
*>           archivo PROMOCIONES (copybooks/promocion-rec, mantenido
*>           por Mantener-Promociones): lleva/paga, porcentaje sobre
*>           el tipo y combo de dos tipos. Cada descuento se graba en
*>           VENTAS-DETALLE como renglon de clase "D" con el codigo de
*>           la promocion, el total del ticket queda neto y el
*>           descuento total viaja en DS-DESCUENTO. El operador deja
*>           de calcular el "3x2" de cabeza y tipear el precio a mano.

*>2026-10-15 EXISTENCIAS pasa al copybook existencias-rec y lleva la
*>           cantidad a pedir (EX-PEDIDO) que propone Puntos-Reposicion
*>           con la venta diaria real y la demora del proveedor: la
*>           orden de compra del modo P sugiere reponer hasta el punto
*>           mas esa cantidad. Sin EX-PEDIDO se sugiere como antes.

*>2026-10-15 trazabilidad de lote: cada renglon de VENTAS-DETALLE
*>           lleva el lote del que 1550-CONSUMIR-LOTES saco las
*>           unidades (un item que toca dos lotes se graba en dos
*>           renglones). Los lotes retirados por Retirar-Lote
*>           (LS-ESTADO "R") no se venden, no reciben entregas ni se
*>           cuentan, y la anulacion de un ticket no devuelve al stock
*>           las unidades de un lote retirado.

*>2026-10-15 se agrega el modo devolucion a proveedor (D): la
*>           mercaderia vencida o dañada sale de un lote puntual,
*>           baja EXISTENCIAS y LOTES-STOCK y queda en
*>           DEVOLUCIONES-PROVEEDOR (copybooks/devolucion-prov)
*>           valorizada al costo de la recepcion original del lote,
*>           como nota de credito contra la cuenta del proveedor.

*>2026-10-15 vales de regalo: el modo G emite un vale numerado con
*>           importe y vencimiento en el libro VALES (copybooks/
*>           vale-mov) y el ticket acepta el medio de pago V, que
*>           canjea el vale en todo o en parte (lo que el saldo no
*>           cubre se cobra en efectivo) y rechaza vales inexistentes,
*>           vencidos o agotados. La anulacion de un ticket pagado con
*>           vale le reintegra al vale lo canjeado.

*>2026-10-15 se agrega el modo gasto de caja (X): lo que se paga con
*>           plata del cajon (limpieza, bolsas, propina de reparto)
*>           queda en GASTOS-CAJA con categoria validada contra
*>           CATEGORIAS-GASTO, descripcion y operador, y Cierre-Caja
*>           lo descuenta del efectivo esperado en vez de dar
*>           faltante.

*>2026-10-15 IVA por renglon: cada renglon de VENTAS-DETALLE lleva la
*>           alicuota del tipo vigente al dia de negocio (tabla
*>           ALICUOTAS-IVA, copybooks/alicuota-iva; sin alicuota
*>           cargada, la general) y su importe abierto en neto e
*>           impuesto, para el libro IVA ventas del mes. La anulacion
*>           repite la alicuota del ticket original.

*>2026-10-15 varios mostradores: al arrancar se identifica el punto
*>           de venta de la terminal contra el maestro PUNTOS-VENTA
*>           (copybooks/punto-venta) y queda grabado en cada ticket,
*>           renglon, gasto, vale, entrega, devolucion, ajuste y linea
*>           de stock. Cada punto lleva su propio stock y su propia
*>           numeracion de tickets (el 01 en los archivos de siempre,
*>           los demas en EXISTENCIAS-PVnn, LOTES-STOCK-PVnn y
*>           TICKET-CONTROL-PVnn), el dia se da por cerrado cuando
*>           cerro la caja del punto, y la anulacion y el resumen del
*>           dia solo ven los tickets del punto.

*>2026-10-15 planes de pago de fiado: el modo F parte el saldo de un
*>           cliente atrasado (todo o lo acordado) en cuotas mensuales
*>           al dia pactado en PLANES-FIADO (copybooks/plan-fiado),
*>           con autorizacion de supervisor y un solo plan vigente por
*>           cliente. La cobranza imputa el pago a las cuotas
*>           adeudadas del plan, de la que vence primero en adelante;
*>           lo que sobra queda como pago a cuenta.
*>2026-10-15 el recargo por mora (tipo R de FIADO-MOVS, lo graba
*>           Cierre-Fiado) suma al saldo de la cuenta como un cargo; el
*>           alta de cliente nace sin exencion de recargo.
*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.
*>2026-10-15 el registro de AJUSTES-STOCK pasa al copybook comun
*>           ajuste-stock, con AJ-PUNTO; las cuatro copias del layout
*>           describen ahora el mismo registro.
*>2026-10-15 la anulacion carga el ticket entero de VENTAS-DETALLE:
*>           la tabla del ticket cubre los 200 consumos de lote, el
*>           resto sin lote de cada uno de los 50 items y los 20
*>           descuentos; si aun asi no entra, la anulacion se rechaza
*>           con RETURN-CODE 8 antes de grabar nada.
*>2026-10-15 ANULACIONES lleva el punto de venta (AN-PUNTO): el
*>           numero de ticket solo es unico dentro de su punto.

IDENTIFICATION DIVISION.
PROGRAM-ID. Kiosko.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EXISTENCIAS ASSIGN TO DYNAMIC nombre-existencias
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT TICKET-CONTROL ASSIGN TO DYNAMIC nombre-ticket-control
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TK-STATUS.
        SELECT RECEPCIONES ASSIGN TO "RECEPCIONES"
        SELECT ANULACIONES ASSIGN TO "ANULACIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AN-STATUS.
        SELECT LOTES-STOCK ASSIGN TO DYNAMIC nombre-lotes
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LS-STATUS.
        SELECT PROVEEDORES ASSIGN TO "PROVEEDORES"
            ACCESS MODE RANDOM
            RECORD KEY IS FI-CODIGO
            FILE STATUS IS FI-STATUS.
        SELECT PROMOCIONES ASSIGN TO "PROMOCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PM-STATUS.
        SELECT DEVOLUCIONES-PROVEEDOR ASSIGN TO "DEVOLUCIONES-PROVEEDOR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DV-STATUS.
        SELECT VALES ASSIGN TO "VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VL-STATUS.
        SELECT ALICUOTAS-IVA ASSIGN TO "ALICUOTAS-IVA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AI-STATUS.
        SELECT CATEGORIAS-GASTO ASSIGN TO "CATEGORIAS-GASTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CG-STATUS.
        SELECT PUNTOS-VENTA ASSIGN TO "PUNTOS-VENTA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PT-STATUS.
        SELECT GASTOS-CAJA ASSIGN TO "GASTOS-CAJA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GC-STATUS.
        SELECT PLANES-FIADO ASSIGN TO "PLANES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  AUDIT-LOG.
            05 AN-OPERADOR   PIC X(4).
            05 AN-SEP6       PIC X(1).
            05 AN-MOTIVO     PIC X(30).
            05 AN-SEP7       PIC X(1).
            05 AN-PUNTO      PIC X(2).
    FD  LOTES-STOCK.
        COPY "lote-stock".
    FD  PROVEEDORES.
        COPY "operadores-idx".
    FD  FIADO-IDX.
        COPY "fiado-idx".
    FD  PROMOCIONES.
        COPY "promocion-rec".
    FD  DEVOLUCIONES-PROVEEDOR.
        COPY "devolucion-prov".
    FD  VALES.
        COPY "vale-mov".
    FD  ALICUOTAS-IVA.
        COPY "alicuota-iva".
    FD  CATEGORIAS-GASTO.
        COPY "categoria-gasto".
    FD  GASTOS-CAJA.
        COPY "gasto-caja".
    FD  PUNTOS-VENTA.
        COPY "punto-venta".
    FD  PLANES-FIADO.
        COPY "plan-fiado".
    FD  AJUSTES-STOCK.
        COPY "ajuste-stock".
    WORKING-STORAGE SECTION.
        COPY "generacion-args".
        COPY "error-args".
        COPY "division-args".
        01 LP-STATUS PIC X(2).
        01 linea-impresion PIC X(80).
        01 lineas-pagina PIC 9(2) value 0.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-stock.
            05 stock-item OCCURS 1 TO 200 TIMES
                10 stk-tipo    PIC X(10).
                10 stk-cant    PIC 9(6).
                10 stk-reorden PIC 9(6).
                10 stk-pedido  PIC 9(6).
        01 t            PIC 9(3).
        01 pos-stock    PIC 9(3).
        01 numero-ticket PIC 9(6) value 0.
                10 lot-lote PIC X(10).
                10 lot-venc PIC X(8).
                10 lot-cant PIC 9(6).
                10 lot-estado PIC X(1).
        01 lo PIC 9(3).
        01 pos-lote PIC 9(3).
        01 lotes-tocados PIC X(1) value "N".
        01 OI-STATUS PIC X(2).
        01 FI-STATUS PIC X(2).
        01 cant-lineas-ticket PIC 9(3) value 0.
        01 detalle-desbordado PIC X(1) value "N".
        01 tabla-lineas-ticket.
            05 linea-ticket OCCURS 1 TO 270 TIMES
                DEPENDING ON cant-lineas-ticket.
                10 lin-tipo     PIC X(10).
                10 lin-cantidad PIC 9(6).
                10 lin-precio   PIC 9(5)v99.
                10 lin-importe  PIC 9(7)v99.
                10 lin-clase    PIC X(1).
                10 lin-promo    PIC X(6).
                10 lin-lote     PIC X(10).
                10 lin-alicuota PIC 9(2)v99.
        01 lt PIC 9(3).
        01 cantidad-contada PIC 9(6).
        01 diferencia-stock PIC S9(6).
        01 valor-diferencia PIC S9(8)V99.
        01 cant-ajustes PIC 9(3) value 0.
        01 PM-STATUS PIC X(2).
        01 cant-promos PIC 9(3) value 0.
        01 tabla-promos.
            05 promo-item OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-promos.
                10 prm-codigo     PIC X(6).
                10 prm-clase      PIC X(1).
                10 prm-tipo       PIC X(10).
                10 prm-lleva      PIC 9(3).
                10 prm-paga       PIC 9(3).
                10 prm-porcentaje PIC 9(2)v99.
                10 prm-tipo2      PIC X(10).
                10 prm-importe    PIC 9(5)v99.
                10 prm-descrip    PIC X(20).
        01 pm PIC 9(3).
        01 cant-lineas-items PIC 9(3).
        01 cantidad-promo PIC 9(6).
        01 cantidad-promo2 PIC 9(6).
        01 importe-promo PIC 9(7)v99.
        01 precio-promo PIC 9(5)v99.
        01 grupos-promo PIC 9(6).
        01 pares-promo PIC 9(6).
        01 descuento-promo PIC 9(7)v99.
        01 descuento-ticket PIC 9(7)v99 value 0.
        01 descuento-original PIC 9(7)v99.
        01 cant-consumos PIC 9(3) value 0.
        01 tabla-consumos.
            05 consumo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-consumos.
                10 con-linea    PIC 9(3).
                10 con-lote     PIC X(10).
                10 con-cantidad PIC 9(6).
        01 cs PIC 9(3).
        01 cantidad-pendiente PIC 9(6).
        01 importe-grabado PIC 9(7)v99.
        01 importe-parte PIC 9(7)v99.
        01 DV-STATUS PIC X(2).
        01 hay-mas-devoluciones PIC X(1) value "S".
        01 cantidad-devuelta PIC 9(6).
        01 costo-original PIC 9(5)v99.
        01 proveedor-original PIC X(20).
        01 recepcion-encontrada PIC X(1).
        01 importe-devolucion PIC 9(8)v99.
        01 motivo-devolucion PIC X(1).
        01 nota-credito PIC X(12).
        01 cant-devoluciones PIC 9(3) value 0.
        01 VL-STATUS PIC X(2).
        01 numero-vale PIC 9(6).
        01 ultimo-vale PIC 9(6).
        01 vale-encontrado PIC X(1).
        01 vale-aceptado PIC X(1).
        01 venc-vale PIC X(8).
        01 venc-vale-num REDEFINES venc-vale PIC 9(8).
        01 saldo-vale PIC S9(8)v99.
        01 importe-vale PIC 9(7)v99.
        01 pago-vale PIC X(1).
        01 dias-vale PIC 9(3) value 180.
        01 vale-ticket PIC 9(6) value 0.
        01 importe-canje PIC 9(7)v99 value 0.
        01 resto-efectivo PIC 9(7)v99.
        01 clase-vale PIC X(1).
        01 vale-original PIC 9(6).
        01 canje-original PIC 9(7)v99.
        01 CG-STATUS PIC X(2).
        01 GC-STATUS PIC X(2).
        01 categoria-gasto PIC X(4).
        01 categoria-valida PIC X(1).
        01 nombre-categoria PIC X(20).
        01 importe-gasto PIC 9(7)v99.
        01 descrip-gasto PIC X(30).
        01 hay-mas-gastos PIC X(1) value "S".
        01 AI-STATUS PIC X(2).
        01 PT-STATUS PIC X(2).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 punto-venta PIC X(2).
        01 nombre-punto PIC X(20).
        01 punto-valido PIC X(1).
        01 nombre-existencias PIC X(20).
        01 nombre-lotes PIC X(20).
        01 nombre-ticket-control PIC X(20).
        01 ALICUOTA-GENERAL PIC 9(2)v99 value 21.00.
        01 tipo-alicuota PIC X(10).
        01 alicuota-item PIC 9(2)v99.
        01 vigencia-alicuota PIC X(8).
        01 PF-STATUS PIC X(2).
        01 cant-cuotas-plan PIC 9(4) value 0.
        01 tabla-planes.
            05 cuota-plan OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-cuotas-plan.
                10 pln-plan      PIC 9(6).
                10 pln-cliente   PIC 9(4).
                10 pln-cuota     PIC 9(2).
                10 pln-cuotas    PIC 9(2).
                10 pln-fecha     PIC X(8).
                10 pln-venc      PIC X(8).
                10 pln-importe   PIC 9(7)v99.
                10 pln-pagado    PIC 9(7)v99.
                10 pln-estado    PIC X(1).
                10 pln-autorizo  PIC X(4).
        01 pl PIC 9(4).
        01 planes-desbordados PIC X(1) value "N".
        01 ultimo-plan PIC 9(6).
        01 plan-cliente PIC 9(6).
        01 numero-plan PIC 9(6).
        01 importe-plan PIC 9(7)v99.
        01 cuotas-plan PIC 9(2).
        01 cuota-nro PIC 9(2).
        01 dia-cuota PIC 9(2).
        01 importe-cuota PIC 9(7)v99.
        01 resto-plan PIC 9(7)v99.
        01 vence-cuota PIC X(8).
        01 vence-cuota-partes REDEFINES vence-cuota.
            05 anio-cuota PIC 9(4).
            05 mes-cuota  PIC 9(2).
            05 dd-cuota   PIC 9(2).
        01 resto-pago PIC 9(7)v99.
        01 falta-cuota PIC 9(7)v99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 0050-IDENTIFICAR-PUNTO
    PERFORM 0300-DETERMINAR-FECHA-NEGOCIO
    PERFORM 1000-LEER-EXISTENCIAS THRU 1000-LEER-EXISTENCIAS-EXIT
    PERFORM 1700-LEER-ORDENES THRU 1700-LEER-ORDENES-EXIT
    Display "Modo (V = venta, R = recepcion de mercaderia,"
        " P = reporte de reposicion, C = cobranza de fiado,"
        " I = inventario fisico, A = anulacion de ticket,"
        " E = reporte de vencimientos,"
        " D = devolucion a proveedor, G = emision de vale,"
        " X = gasto de caja, F = plan de pagos de fiado): "
    Accept modo-kiosko
    EVALUATE modo-kiosko
        WHEN "R" WHEN "r"
            PERFORM 8800-MODO-ANULACION THRU 8800-MODO-ANULACION-EXIT
        WHEN "E" WHEN "e"
            PERFORM 9100-REPORTE-VENCIMIENTOS
        WHEN "G" WHEN "g"
            PERFORM 9600-MODO-EMISION-VALE
                THRU 9600-MODO-EMISION-VALE-EXIT
        WHEN "X" WHEN "x"
            PERFORM 9700-MODO-GASTO-CAJA
        WHEN "F" WHEN "f"
            PERFORM 8100-MODO-PLAN-FIADO THRU 8100-MODO-PLAN-FIADO-EXIT
        WHEN "D" WHEN "d"
            PERFORM 9300-MODO-DEVOLUCION
            IF cant-devoluciones > 0
                PERFORM 2000-GRABAR-EXISTENCIAS
            END-IF
        WHEN OTHER
            PERFORM 7000-MODO-VENTA
    END-EVALUATE
    Accept lote-entrega
    Display "Fecha de vencimiento (AAAAMMDD): "
    Accept venc-entrega
    Move 0 to pos-lote
    PERFORM 1565-BUSCAR-LOTE THRU 1565-BUSCAR-LOTE-EXIT
        VARYING lo FROM 1 BY 1 UNTIL lo > cant-lotes
    IF pos-lote > 0
        IF lot-estado (pos-lote) = "R"
            Display "Error: el lote " lote-entrega " de " tipo-caramelo
                " fue retirado: la entrega no se recibe"
            GO TO 5100-CARGAR-ENTREGA-EXIT
        END-IF
    END-IF
    PERFORM 1150-BUSCAR-STOCK
    IF pos-stock = 0
        IF cant-tipos = 200
        Move cant-tipos to pos-stock
        Move tipo-caramelo to stk-tipo (pos-stock)
        Move 0 to stk-cant (pos-stock)
        Move 0 to stk-pedido (pos-stock)
        Display "Tipo nuevo: ingrese punto de reposicion: "
        Accept stk-reorden (pos-stock)
    END-IF
    Move lote-entrega   to RC-LOTE
    Move SPACE          to RC-SEP7
    Move venc-entrega   to RC-VENCIMIENTO
    Move SPACE          to RC-SEP8
    Move punto-venta    to RC-PUNTO
    WRITE RC-REGISTRO
    CLOSE RECEPCIONES.

        Display "Error: no hay lugar para mas ordenes de compra"
        GO TO 6600-ORDENAR-TIPO-EXIT
    END-IF
    IF stk-pedido (t) > 0
        Compute cantidad-sugerida =
            stk-reorden (t) - stk-cant (t) + stk-pedido (t)
    ELSE
        Compute cantidad-sugerida = stk-reorden (t) * 2 - stk-cant (t)
    END-IF
    Display stk-tipo (t) ": stock " stk-cant (t)
        ", cantidad sugerida " cantidad-sugerida
    Display "  Codigo de proveedor (espacios = no pedir): "
    PERFORM 0500-LEER-TICKET-CONTROL THRU 0500-LEER-TICKET-CONTROL-EXIT
    Compute numero-ticket = numero-ticket + 1
    Display "--- Ticket " numero-ticket " ---"
    PERFORM 1600-LEER-PROMOCIONES THRU 1600-LEER-PROMOCIONES-EXIT
    Perform Until hay-mas-items = "N" or hay-mas-items = "n"
        PERFORM 1500-CARGAR-ITEM THRU 1500-CARGAR-ITEM-EXIT
        Display "¿Otro item en el ticket? (S/N): "
        Accept hay-mas-items
    End-Perform
    IF items-ticket > 0 AND cant-promos > 0
        PERFORM 1400-APLICAR-PROMOCIONES
    END-IF
    Display "TOTAL del ticket " numero-ticket ": " total-ticket
        " (" items-ticket " items)"
    IF items-ticket > 0
        Display "Medio de pago (E = efectivo, F = fiado,"
            " T = tarjeta, V = vale de regalo): "
        Accept medio-pago
        EVALUATE medio-pago
            WHEN "F" WHEN "f"
                Move "F" to medio-pago
                PERFORM 7500-CARGAR-A-CUENTA
                    THRU 7500-CARGAR-A-CUENTA-EXIT
            WHEN "V" WHEN "v"
                Move "V" to medio-pago
                PERFORM 7300-COBRAR-CON-VALE
                    THRU 7300-COBRAR-CON-VALE-EXIT
            WHEN "T" WHEN "t"
                Move "T" to medio-pago
            WHEN OTHER
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.
                END-IF
        END-READ
        CLOSE OPERADORES-IDX
        PERFORM 0170-VERIFICAR-PIN
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    OPEN INPUT OPERADORES
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "KIOSKO" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

*>El punto de venta de la terminal decide que stock y que numeracion
*>de tickets se usan: el 01 sigue con los archivos de siempre y cada
*>punto nuevo con los suyos, para que dos mostradores abiertos a la
*>vez no se pisen al regrabar el stock.
0050-IDENTIFICAR-PUNTO.
    Move "N" to punto-valido
    Perform Until punto-valido = "S"
        Display "Punto de venta de la terminal (espacios = 01): "
        Accept punto-venta
        IF punto-venta = SPACES
            Move PUNTO-ORIGINAL to punto-venta
        END-IF
        IF punto-venta (2:1) = SPACE
            Move punto-venta (1:1) to punto-venta (2:1)
            Move "0" to punto-venta (1:1)
        END-IF
        PERFORM 0060-VALIDAR-PUNTO THRU 0060-VALIDAR-PUNTO-EXIT
        IF punto-valido = "N"
            Display "Error: punto de venta inexistente o inactivo"
        END-IF
    End-Perform
    Move SPACES to nombre-existencias nombre-lotes nombre-ticket-control
    IF punto-venta = PUNTO-ORIGINAL
        Move "EXISTENCIAS" to nombre-existencias
        Move "LOTES-STOCK" to nombre-lotes
        Move "TICKET-CONTROL" to nombre-ticket-control
    ELSE
        STRING "EXISTENCIAS-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-existencias
        END-STRING
        STRING "LOTES-STOCK-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-lotes
        END-STRING
        STRING "TICKET-CONTROL-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-ticket-control
        END-STRING
    END-IF
    Display "Punto de venta de la sesion: " punto-venta " "
        nombre-punto.

0060-VALIDAR-PUNTO.
    Move "N" to punto-valido
    Move SPACES to nombre-punto
    OPEN INPUT PUNTOS-VENTA
    IF PT-STATUS <> "00"
        IF punto-venta <> PUNTO-ORIGINAL
            Display "ADVERTENCIA: no se pudo abrir PUNTOS-VENTA, no se"
                " valida el punto de venta"
        END-IF
        Move "S" to punto-valido
        GO TO 0060-VALIDAR-PUNTO-EXIT
    END-IF
    PERFORM 0070-LEER-PUNTO
    PERFORM UNTIL PT-STATUS = "10"
        IF PT-CODIGO = punto-venta AND PT-ACTIVO = "S"
            Move "S" to punto-valido
            Move PT-NOMBRE to nombre-punto
        END-IF
        PERFORM 0070-LEER-PUNTO
    END-PERFORM
    CLOSE PUNTOS-VENTA.
0060-VALIDAR-PUNTO-EXIT.
    EXIT.

0070-LEER-PUNTO.
    READ PUNTOS-VENTA
    NOT AT END
        CONTINUE
    END-READ.

0300-DETERMINAR-FECHA-NEGOCIO.
    Move fecha-hoy to fecha-negocio
    Move "S" to dia-cerrado
    PERFORM 0360-LEER-CIERRE
    PERFORM UNTIL CX-STATUS = "10"
        IF CX-FECHA = fecha-negocio
        AND (CX-PUNTO = punto-venta
            OR (CX-PUNTO = SPACES AND punto-venta = PUNTO-ORIGINAL))
            Move "S" to dia-cerrado
        END-IF
        PERFORM 0360-LEER-CIERRE
    OPEN INPUT EXISTENCIAS
    IF EX-STATUS <> "00"
        Move "KIOSKO" to ERR-PROGRAMA
        Move nombre-existencias to ERR-ARCHIVO
        Move "OPEN" to ERR-OPERACION
        Move EX-STATUS to ERR-STATUS
        Move "N" to ERR-REQUERIDO
        Move EX-TIPO    to stk-tipo (cant-tipos)
        Move EX-CANT    to stk-cant (cant-tipos)
        Move EX-REORDEN to stk-reorden (cant-tipos)
        IF EX-PEDIDO IS NUMERIC
            Move EX-PEDIDO to stk-pedido (cant-tipos)
        ELSE
            Move 0 to stk-pedido (cant-tipos)
        END-IF
        PERFORM 1100-LEER-STOCK
    END-PERFORM
    CLOSE EXISTENCIAS.
        Move LS-LOTE        to lot-lote (cant-lotes)
        Move LS-VENCIMIENTO to lot-venc (cant-lotes)
        Move LS-CANTIDAD    to lot-cant (cant-lotes)
        IF LS-ESTADO = "R"
            Move "R" to lot-estado (cant-lotes)
        ELSE
            Move SPACE to lot-estado (cant-lotes)
        END-IF
        PERFORM 1950-LEER-LOTE
    END-PERFORM
    IF LS-STATUS <> "10"
                lot-cant (pos-lote) - consumo-lote
            Compute cantidad-restante =
                cantidad-restante - consumo-lote
            PERFORM 1580-ANOTAR-CONSUMO
        END-IF
    END-PERFORM.
1550-CONSUMIR-LOTES-EXIT.

1555-ELEGIR-LOTE.
    IF lot-tipo (lo) <> tipo-caramelo OR lot-cant (lo) = 0
    OR lot-estado (lo) = "R"
        GO TO 1555-ELEGIR-LOTE-EXIT
    END-IF
    IF pos-lote = 0
        Move tipo-caramelo to lot-tipo (pos-lote)
        Move lote-entrega  to lot-lote (pos-lote)
        Move 0 to lot-cant (pos-lote)
        Move SPACE to lot-estado (pos-lote)
    END-IF
    Move venc-entrega to lot-venc (pos-lote)
    Compute lot-cant (pos-lote) = lot-cant (pos-lote) + cantidad-item
        Move "SIN-LOTE" to lot-lote (pos-lote)
        Move "99999999" to lot-venc (pos-lote)
        Move 0 to lot-cant (pos-lote)
        Move SPACE to lot-estado (pos-lote)
    END-IF
    Compute lot-cant (pos-lote) =
        lot-cant (pos-lote) + cantidad-restante

1575-ELEGIR-LOTE-VACIO.
    IF lot-tipo (lo) = tipo-caramelo AND pos-lote = 0
    AND lot-estado (lo) <> "R"
        Move lo to pos-lote
    END-IF.
1575-ELEGIR-LOTE-VACIO-EXIT.
    EXIT.

*>Cada consumo de lote queda anotado contra el renglon que se esta
*>cargando (el siguiente de la tabla del ticket); 3300 lo abre en un
*>renglon de VENTAS-DETALLE por lote.
1580-ANOTAR-CONSUMO.
    IF cant-consumos = 200
        Display "  Aviso: sin lugar para anotar el lote "
            lot-lote (pos-lote) ": el renglon sale sin lote"
    ELSE
        Compute cant-consumos = cant-consumos + 1
        Compute con-linea (cant-consumos) = cant-lineas-ticket + 1
        Move lot-lote (pos-lote) to con-lote (cant-consumos)
        Move consumo-lote to con-cantidad (cant-consumos)
    END-IF.

*>Con la carga incompleta no se regraba: una copia truncada destruye
*>en silencio los lotes no leidos.
2700-GRABAR-LOTES.
    EXIT.

2750-GRABAR-LOTE.
    IF lot-cant (lo) = 0 AND lot-estado (lo) <> "R"
        GO TO 2750-GRABAR-LOTE-EXIT
    END-IF
    INITIALIZE LS-REGISTRO
    Move lot-venc (lo) to LS-VENCIMIENTO
    Move SPACE         to LS-SEP3
    Move lot-cant (lo) to LS-CANTIDAD
    Move SPACE         to LS-SEP4
    Move lot-estado (lo) to LS-ESTADO
    Move SPACE         to LS-SEP5
    Move punto-venta   to LS-PUNTO
    WRITE LS-REGISTRO.
2750-GRABAR-LOTE-EXIT.
    EXIT.
        CONTINUE
    END-READ.

*>Alicuota de IVA del tipo con la misma regla de vigencia que el
*>precio; sin tabla o sin alicuota cargada para el tipo rige la
*>general.
1250-BUSCAR-ALICUOTA.
    Move ALICUOTA-GENERAL to alicuota-item
    Move SPACES to vigencia-alicuota
    OPEN INPUT ALICUOTAS-IVA
    IF AI-STATUS <> "00"
        GO TO 1250-BUSCAR-ALICUOTA-EXIT
    END-IF
    PERFORM 1260-LEER-ALICUOTA
    PERFORM UNTIL AI-STATUS = "10"
        IF AI-TIPO = tipo-alicuota
        AND AI-VIGENCIA <= fecha-negocio
        AND AI-VIGENCIA >= vigencia-alicuota
            Move AI-ALICUOTA to alicuota-item
            Move AI-VIGENCIA to vigencia-alicuota
        END-IF
        PERFORM 1260-LEER-ALICUOTA
    END-PERFORM
    CLOSE ALICUOTAS-IVA.
1250-BUSCAR-ALICUOTA-EXIT.
    EXIT.

1260-LEER-ALICUOTA.
    READ ALICUOTAS-IVA
    NOT AT END
        CONTINUE
    END-READ.

*>Las promociones activas cuya vigencia cubre el dia de negocio se
*>cargan una vez por ticket; con la tabla llena se avisa y se
*>aplican las que entraron.
1600-LEER-PROMOCIONES.
    Move 0 to cant-promos
    OPEN INPUT PROMOCIONES
    IF PM-STATUS <> "00"
        GO TO 1600-LEER-PROMOCIONES-EXIT
    END-IF
    PERFORM 1650-LEER-PROMOCION
    PERFORM UNTIL PM-STATUS = "10" OR cant-promos = 100
        IF PR-ACTIVO = "S"
        AND PR-DESDE <= fecha-negocio
        AND PR-HASTA >= fecha-negocio
            Compute cant-promos = cant-promos + 1
            Move PR-CODIGO     to prm-codigo (cant-promos)
            Move PR-CLASE      to prm-clase (cant-promos)
            Move PR-TIPO       to prm-tipo (cant-promos)
            Move PR-LLEVA      to prm-lleva (cant-promos)
            Move PR-PAGA       to prm-paga (cant-promos)
            Move PR-PORCENTAJE to prm-porcentaje (cant-promos)
            Move PR-TIPO2      to prm-tipo2 (cant-promos)
            Move PR-IMPORTE    to prm-importe (cant-promos)
            Move PR-DESCRIP    to prm-descrip (cant-promos)
        END-IF
        PERFORM 1650-LEER-PROMOCION
    END-PERFORM
    IF PM-STATUS <> "10"
        Display "ADVERTENCIA: mas de 100 promociones vigentes, se"
            " aplican las primeras 100"
    END-IF
    CLOSE PROMOCIONES.
1600-LEER-PROMOCIONES-EXIT.
    EXIT.

1650-LEER-PROMOCION.
    READ PROMOCIONES
    NOT AT END
        CONTINUE
    END-READ.

*>Cada promocion vigente se mide contra los items del ticket y, si
*>corresponde descuento, se agrega como renglon "D" que resta del
*>total. Los renglones de descuento no cuentan como items.
1400-APLICAR-PROMOCIONES.
    Move 0 to descuento-ticket
    Move cant-lineas-ticket to cant-lineas-items
    PERFORM 1450-APLICAR-PROMOCION THRU 1450-APLICAR-PROMOCION-EXIT
        VARYING pm FROM 1 BY 1 UNTIL pm > cant-promos
    IF descuento-ticket > 0
        Display "  Descuentos por promociones: " descuento-ticket
    END-IF.

1450-APLICAR-PROMOCION.
    Move 0 to cantidad-promo cantidad-promo2 importe-promo
        precio-promo descuento-promo
    PERFORM 1460-SUMAR-LINEA-PROMO THRU 1460-SUMAR-LINEA-PROMO-EXIT
        VARYING lt FROM 1 BY 1 UNTIL lt > cant-lineas-items
    IF cantidad-promo = 0
        GO TO 1450-APLICAR-PROMOCION-EXIT
    END-IF
    EVALUATE prm-clase (pm)
        WHEN "X"
            IF prm-lleva (pm) = 0 OR prm-paga (pm) >= prm-lleva (pm)
                GO TO 1450-APLICAR-PROMOCION-EXIT
            END-IF
            Move cantidad-promo to DIV-DIVIDENDO
            Move prm-lleva (pm) to DIV-DIVISOR
            Move "T" to DIV-MODO
            CALL "Division-Redondeo" USING DIV-ARGUMENTOS
            Move DIV-RESULTADO to grupos-promo
            Compute descuento-promo = grupos-promo
                * (prm-lleva (pm) - prm-paga (pm)) * precio-promo
        WHEN "P"
            Compute DIV-DIVIDENDO = importe-promo * prm-porcentaje (pm)
            Move 100 to DIV-DIVISOR
            Move "R" to DIV-MODO
            CALL "Division-Redondeo" USING DIV-ARGUMENTOS
            Move DIV-RESULTADO to descuento-promo
        WHEN "C"
            IF cantidad-promo2 < cantidad-promo
                Move cantidad-promo2 to pares-promo
            ELSE
                Move cantidad-promo to pares-promo
            END-IF
            Compute descuento-promo = pares-promo * prm-importe (pm)
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF descuento-promo > total-ticket
        Move total-ticket to descuento-promo
    END-IF
    IF descuento-promo = 0
        GO TO 1450-APLICAR-PROMOCION-EXIT
    END-IF
    IF cant-lineas-ticket = 70
        Display "ADVERTENCIA: ticket sin lugar para la promocion "
            prm-codigo (pm) ": no se aplica"
        GO TO 1450-APLICAR-PROMOCION-EXIT
    END-IF
    Compute cant-lineas-ticket = cant-lineas-ticket + 1
    Move prm-tipo (pm)   to lin-tipo (cant-lineas-ticket)
    Move 0               to lin-cantidad (cant-lineas-ticket)
    Move 0               to lin-precio (cant-lineas-ticket)
    Move descuento-promo to lin-importe (cant-lineas-ticket)
    Move "D"             to lin-clase (cant-lineas-ticket)
    Move prm-codigo (pm) to lin-promo (cant-lineas-ticket)
    Move SPACES          to lin-lote (cant-lineas-ticket)
    Move prm-tipo (pm)   to tipo-alicuota
    PERFORM 1250-BUSCAR-ALICUOTA THRU 1250-BUSCAR-ALICUOTA-EXIT
    Move alicuota-item   to lin-alicuota (cant-lineas-ticket)
    Compute total-ticket = total-ticket - descuento-promo
    Compute descuento-ticket = descuento-ticket + descuento-promo
    Display "  Promo " prm-codigo (pm) " " prm-descrip (pm)
        " -" descuento-promo.
1450-APLICAR-PROMOCION-EXIT.
    EXIT.

1460-SUMAR-LINEA-PROMO.
    IF lin-tipo (lt) = prm-tipo (pm)
        Compute cantidad-promo = cantidad-promo + lin-cantidad (lt)
        Compute importe-promo = importe-promo + lin-importe (lt)
        Move lin-precio (lt) to precio-promo
    END-IF
    IF prm-clase (pm) = "C" AND lin-tipo (lt) = prm-tipo2 (pm)
        Compute cantidad-promo2 = cantidad-promo2 + lin-cantidad (lt)
    END-IF.
1460-SUMAR-LINEA-PROMO-EXIT.
    EXIT.

1500-CARGAR-ITEM.
    IF cant-lineas-ticket = 50
        Display "Ticket completo (50 items): cierrelo y abra otro"
    Move cantidad-item   to lin-cantidad (cant-lineas-ticket)
    Move precio-unitario to lin-precio (cant-lineas-ticket)
    Move precio-item     to lin-importe (cant-lineas-ticket)
    Move SPACE           to lin-clase (cant-lineas-ticket)
    Move SPACES          to lin-promo (cant-lineas-ticket)
    Move SPACES          to lin-lote (cant-lineas-ticket)
    Move tipo-caramelo   to tipo-alicuota
    PERFORM 1250-BUSCAR-ALICUOTA THRU 1250-BUSCAR-ALICUOTA-EXIT
    Move alicuota-item   to lin-alicuota (cant-lineas-ticket)
    Display "  " tipo-caramelo " x " cantidad-item
        " a " precio-unitario " = " precio-item.
1500-CARGAR-ITEM-EXIT.
    EXIT.

2000-GRABAR-EXISTENCIAS.
    Move nombre-existencias to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT EXISTENCIAS
    PERFORM 2100-GRABAR-STOCK THRU 2100-GRABAR-STOCK-EXIT
    Move stk-cant (t)    to EX-CANT
    Move SPACE           to EX-SEP2
    Move stk-reorden (t) to EX-REORDEN
    Move SPACE           to EX-SEP3
    Move stk-pedido (t)  to EX-PEDIDO
    Move SPACE           to EX-SEP4
    Move punto-venta     to EX-PUNTO
    WRITE EX-REGISTRO.
2100-GRABAR-STOCK-EXIT.
    EXIT.
    Move ref-ticket    to DS-REF
    Move SPACE         to DS-SEP7
    Move codigo-operador to DS-OPERADOR
    Move SPACE         to DS-SEP8
    Move descuento-ticket to DS-DESCUENTO
    Move SPACE         to DS-SEP9
    Move vale-ticket   to DS-VALE
    Move SPACE         to DS-SEP10
    Move importe-canje to DS-VALE-IMPORTE
    Move SPACE         to DS-SEP11
    Move punto-venta   to DS-PUNTO
    WRITE DS-REGISTRO
    CLOSE DAILY-SALES.

        VARYING lt FROM 1 BY 1 UNTIL lt > cant-lineas-ticket
    CLOSE VENTAS-DETALLE.

*>Un renglon con consumos de lote anotados se graba una vez por lote,
*>con su parte de cantidad e importe; lo que no salio de ningun lote
*>(o el renglon entero, si no hay consumos, como en la anulacion y en
*>los descuentos) va en un ultimo renglon con el resto del importe.
3300-GRABAR-LINEA-DETALLE.
    Move lin-cantidad (lt) to cantidad-pendiente
    Move 0 to importe-grabado
    PERFORM 3350-GRABAR-CONSUMO THRU 3350-GRABAR-CONSUMO-EXIT
        VARYING cs FROM 1 BY 1 UNTIL cs > cant-consumos
    IF cantidad-pendiente = 0 AND lin-cantidad (lt) > 0
        GO TO 3300-GRABAR-LINEA-DETALLE-EXIT
    END-IF
    PERFORM 3310-ARMAR-DETALLE
    Move cantidad-pendiente to VD-CANTIDAD
    Compute VD-IMPORTE = lin-importe (lt) - importe-grabado
    Move lin-lote (lt)      to VD-LOTE
    PERFORM 3320-ABRIR-IVA
    WRITE VD-REGISTRO.
3300-GRABAR-LINEA-DETALLE-EXIT.
    EXIT.

3310-ARMAR-DETALLE.
    INITIALIZE VD-REGISTRO
    Move numero-ticket      to VD-TICKET
    Move SPACE              to VD-SEP1
    Move SPACE              to VD-SEP2
    Move lin-tipo (lt)      to VD-TIPO
    Move SPACE              to VD-SEP3
    Move SPACE              to VD-SEP4
    Move lin-precio (lt)    to VD-PRECIO
    Move SPACE              to VD-SEP5
    Move SPACE              to VD-SEP6
    Move lin-clase (lt)     to VD-CLASE
    Move SPACE              to VD-SEP7
    Move lin-promo (lt)     to VD-PROMO
    Move SPACE              to VD-SEP8
    Move SPACE              to VD-SEP9
    Move lin-alicuota (lt)  to VD-ALICUOTA
    Move SPACE              to VD-SEP10
    Move SPACE              to VD-SEP11
    Move SPACE              to VD-SEP12
    Move punto-venta        to VD-PUNTO.

*>El importe del renglon es precio final: el neto es importe / (1 +
*>alicuota) redondeado al centavo y el impuesto la diferencia, asi
*>neto mas impuesto da siempre el importe.
3320-ABRIR-IVA.
    Compute DIV-DIVIDENDO = VD-IMPORTE * 100
    Compute DIV-DIVISOR = 100 + VD-ALICUOTA
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to VD-NETO
    ELSE
        Move VD-IMPORTE to VD-NETO
    END-IF
    Compute VD-IVA = VD-IMPORTE - VD-NETO.

3350-GRABAR-CONSUMO.
    IF con-linea (cs) <> lt
        GO TO 3350-GRABAR-CONSUMO-EXIT
    END-IF
    PERFORM 3310-ARMAR-DETALLE
    Move con-cantidad (cs)  to VD-CANTIDAD
    Compute importe-parte = con-cantidad (cs) * lin-precio (lt)
    Move importe-parte      to VD-IMPORTE
    Move con-lote (cs)      to VD-LOTE
    PERFORM 3320-ABRIR-IVA
    WRITE VD-REGISTRO
    Compute importe-grabado = importe-grabado + importe-parte
    Compute cantidad-pendiente = cantidad-pendiente - con-cantidad (cs).
3350-GRABAR-CONSUMO-EXIT.
    EXIT.

3500-GRABAR-TICKET-CONTROL.
    OPEN OUTPUT LISTADO-VENTAS
    PERFORM 4100-LEER-DAILY-SALES
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-PUNTO = SPACES
            Move PUNTO-ORIGINAL to DS-PUNTO
        END-IF
        IF DS-PUNTO = punto-venta
            Compute acum-precio  = acum-precio + DS-PRECIO
            Compute acum-tickets = acum-tickets + 1
            Move SPACES to linea-impresion
            STRING "TICKET " DELIMITED BY SIZE
                DS-TICKET DELIMITED BY SIZE
                "  FECHA " DELIMITED BY SIZE
                DS-FECHA DELIMITED BY SIZE
                "  IMPORTE " DELIMITED BY SIZE
                DS-PRECIO DELIMITED BY SIZE
                "  ITEMS " DELIMITED BY SIZE
                DS-ITEMS DELIMITED BY SIZE
                "  PAGO " DELIMITED BY SIZE
                DS-PAGO DELIMITED BY SIZE
                INTO linea-impresion
            END-STRING
            PERFORM 7000-IMPRIMIR-LINEA
        END-IF
        PERFORM 4100-LEER-DAILY-SALES
    END-PERFORM
    CLOSE DAILY-SALES
        CONTINUE
    END-READ.

*>Cobro con vale de regalo: el vale tiene que existir, no estar
*>vencido al dia de negocio y tener saldo. Si el saldo no cubre el
*>ticket se canjea todo el saldo y el resto se cobra en efectivo. Un
*>vale rechazado se puede reemplazar por otro o pasar a efectivo.
7300-COBRAR-CON-VALE.
    Move "N" to vale-aceptado
    Perform Until vale-aceptado <> "N"
        Display "Numero de vale (0 = cobrar en efectivo): "
        Accept numero-vale
        IF numero-vale = 0
            Move "E" to vale-aceptado
        ELSE
            PERFORM 7350-BUSCAR-VALE THRU 7350-BUSCAR-VALE-EXIT
            IF vale-encontrado = "N"
                Display "Error: el vale " numero-vale " no existe"
            ELSE
                IF venc-vale < fecha-negocio
                    Display "Error: el vale " numero-vale
                        " vencio el " venc-vale
                ELSE
                    IF saldo-vale NOT > 0
                        Display "Error: el vale " numero-vale
                            " ya fue usado, no tiene saldo"
                    ELSE
                        Move "S" to vale-aceptado
                    END-IF
                END-IF
            END-IF
        END-IF
    End-Perform
    IF vale-aceptado = "E"
        Move "E" to medio-pago
        Display "Sin vale: el ticket se cobra en efectivo"
        GO TO 7300-COBRAR-CON-VALE-EXIT
    END-IF
    IF saldo-vale < total-ticket
        Move saldo-vale to importe-canje
    ELSE
        Move total-ticket to importe-canje
    END-IF
    Compute resto-efectivo = total-ticket - importe-canje
    Move numero-vale to vale-ticket
    Move "C" to clase-vale
    Move importe-canje to importe-vale
    Move SPACES to venc-vale
    Move SPACE to pago-vale
    PERFORM 7400-GRABAR-VALE
    Compute saldo-vale = saldo-vale - importe-canje
    Display "Vale " numero-vale ": canjeado " importe-canje
        ", saldo que le queda " saldo-vale
    IF resto-efectivo > 0
        Display "El vale no alcanza: cobrar en efectivo "
            resto-efectivo
    END-IF.
7300-COBRAR-CON-VALE-EXIT.
    EXIT.

*>Saldo del vale: emision menos canjes mas reintegros.
7350-BUSCAR-VALE.
    Move "N" to vale-encontrado
    Move 0 to saldo-vale
    Move SPACES to venc-vale
    OPEN INPUT VALES
    IF VL-STATUS <> "00"
        GO TO 7350-BUSCAR-VALE-EXIT
    END-IF
    PERFORM 7360-LEER-VALE
    PERFORM UNTIL VL-STATUS = "10"
        IF VL-NUMERO = numero-vale
            EVALUATE VL-CLASE
                WHEN "E"
                    Move "S" to vale-encontrado
                    Move VL-VENCIMIENTO to venc-vale
                    Compute saldo-vale = saldo-vale + VL-IMPORTE
                WHEN "C"
                    Compute saldo-vale = saldo-vale - VL-IMPORTE
                WHEN "R"
                    Compute saldo-vale = saldo-vale + VL-IMPORTE
            END-EVALUATE
        END-IF
        PERFORM 7360-LEER-VALE
    END-PERFORM
    CLOSE VALES.
7350-BUSCAR-VALE-EXIT.
    EXIT.

7360-LEER-VALE.
    READ VALES
    NOT AT END
        CONTINUE
    END-READ.

7400-GRABAR-VALE.
    OPEN EXTEND VALES
    IF VL-STATUS = "35"
        OPEN OUTPUT VALES
    END-IF
    INITIALIZE VL-REGISTRO
    Move numero-vale     to VL-NUMERO
    Move SPACE           to VL-SEP1
    Move clase-vale      to VL-CLASE
    Move SPACE           to VL-SEP2
    Move fecha-negocio   to VL-FECHA
    Move SPACE           to VL-SEP3
    Move hora-ahora      to VL-HORA
    Move SPACE           to VL-SEP4
    Move importe-vale    to VL-IMPORTE
    Move SPACE           to VL-SEP5
    Move venc-vale       to VL-VENCIMIENTO
    Move SPACE           to VL-SEP6
    IF clase-vale = "E"
        Move 0           to VL-TICKET
    ELSE
        Move numero-ticket to VL-TICKET
    END-IF
    Move SPACE           to VL-SEP7
    Move pago-vale       to VL-PAGO
    Move SPACE           to VL-SEP8
    Move codigo-operador to VL-OPERADOR
    Move SPACE           to VL-SEP9
    Move punto-venta     to VL-PUNTO
    WRITE VL-REGISTRO
    CLOSE VALES.

7500-CARGAR-A-CUENTA.
    Move "N" to cliente-valido
    Perform Until cliente-valido = "S"
    Move "S"            to CF-ACTIVO
    Move SPACE          to CF-SEP3
    Move limite-cliente to CF-LIMITE
    Move SPACE          to CF-SEP4
    Move "N"            to CF-EXENTO
    WRITE CF-REGISTRO
    CLOSE CLIENTES-FIADO
    OPEN I-O FIADO-IDX
        Move nombre-cliente to FI-NOMBRE
        Move "S"            to FI-ACTIVO
        Move limite-cliente to FI-LIMITE
        Move "N"            to FI-EXENTO
        WRITE FI-REGISTRO
            INVALID KEY
                CONTINUE
    Display "Cliente " cliente-cuenta " dado de alta".

*>El saldo vigente de la cuenta se recalcula desde FIADO-MOVS (cargos
*>C y recargos R menos pagos P): el maestro no guarda saldo y asi no hay dos
*>cifras que desincronizar.
7550-CALCULAR-SALDO.
    PERFORM 7580-BUSCAR-APERTURA THRU 7580-BUSCAR-APERTURA-EXIT
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-CLIENTE = cliente-cuenta
        AND FM-FECHA (1:6) >= periodo-apertura
            IF FM-TIPO = "C" OR FM-TIPO = "R"
                Compute saldo-cliente = saldo-cliente + FM-IMPORTE
            ELSE
                Compute saldo-cliente = saldo-cliente - FM-IMPORTE
    Move importe-cobranza to FM-IMPORTE
    Move SPACE            to FM-SEP4
    Move detalle-mov      to FM-DETALLE
    Move SPACE            to FM-SEP5
    Move punto-venta      to FM-PUNTO
    WRITE FM-REGISTRO
    CLOSE FIADO-MOVS.

    Accept importe-cobranza
    Move "P" to FM-TIPO-TRABAJO
    Move "pago en mostrador" to detalle-mov
    PERFORM 8200-CARGAR-PLANES THRU 8200-CARGAR-PLANES-EXIT
    IF plan-cliente > 0
        PERFORM 8300-APLICAR-PAGO-PLAN THRU 8300-APLICAR-PAGO-PLAN-EXIT
    END-IF
    PERFORM 7800-GRABAR-MOVIMIENTO
    Display "Pago registrado: " importe-cobranza.
8000-MODO-COBRANZA-EXIT.
    EXIT.

*>Plan de pagos de una cuenta atrasada: el importe acordado (todo el
*>saldo si no se indica otro) se parte en cuotas mensuales iguales
*>que vencen el dia pactado, la primera en el mes corriente si el dia
*>todavia no paso y si no en el siguiente; el redondeo va a la ultima
*>cuota. Refinanciar es dar credito: lo autoriza un supervisor, como
*>pasarse del limite.
8100-MODO-PLAN-FIADO.
    Display "--- Plan de pagos de fiado ---"
    Move "N" to cliente-valido
    Display "Codigo de cliente: "
    Accept cliente-cuenta
    PERFORM 7600-VALIDAR-CLIENTE THRU 7600-VALIDAR-CLIENTE-EXIT
    IF cliente-valido = "N"
        Display "Error: cliente inexistente o inactivo"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    PERFORM 8200-CARGAR-PLANES THRU 8200-CARGAR-PLANES-EXIT
    IF planes-desbordados = "S"
        Display "Error: PLANES-FIADO supero las 2000 cuotas, no se"
            " pueden agregar planes"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    IF plan-cliente > 0
        Display "Error: el cliente ya tiene el plan " plan-cliente
            " con cuotas adeudadas"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    PERFORM 7550-CALCULAR-SALDO THRU 7550-CALCULAR-SALDO-EXIT
    IF saldo-cliente NOT > 0
        Display "Error: la cuenta de " nombre-cliente
            " no tiene saldo deudor"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    Display "Saldo de la cuenta de " nombre-cliente ": " saldo-cliente
    Display "Importe a financiar (0 = todo el saldo): "
    Accept importe-plan
    IF importe-plan = 0
        Move saldo-cliente to importe-plan
    END-IF
    IF importe-plan > saldo-cliente
        Display "Error: el importe supera el saldo de la cuenta"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    Display "Cantidad de cuotas (1 a 24): "
    Accept cuotas-plan
    IF cuotas-plan < 1 OR cuotas-plan > 24
        Display "Error: cantidad de cuotas invalida"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    Display "Dia del mes en que vence cada cuota (1 a 28): "
    Accept dia-cuota
    IF dia-cuota < 1 OR dia-cuota > 28
        Display "Error: dia de vencimiento invalido"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    PERFORM 7900-AUTORIZAR-SUPERVISOR
        THRU 7900-AUTORIZAR-SUPERVISOR-EXIT
    IF carga-autorizada = "N"
        Display "Plan no autorizado: no se graba"
        GO TO 8100-MODO-PLAN-FIADO-EXIT
    END-IF
    Move importe-plan to DIV-DIVIDENDO
    Move cuotas-plan to DIV-DIVISOR
    Move "T" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to importe-cuota
    Move importe-plan to resto-plan
    Move fecha-hoy to vence-cuota
    Move dia-cuota to dd-cuota
    IF vence-cuota <= fecha-hoy
        PERFORM 8160-AVANZAR-MES
    END-IF
    Compute numero-plan = ultimo-plan + 1
    OPEN EXTEND PLANES-FIADO
    IF PF-STATUS = "35"
        OPEN OUTPUT PLANES-FIADO
    END-IF
    PERFORM 8150-GRABAR-CUOTA
        VARYING cuota-nro FROM 1 BY 1 UNTIL cuota-nro > cuotas-plan
    CLOSE PLANES-FIADO
    Display "Plan " numero-plan " grabado: " cuotas-plan
        " cuotas por " importe-plan.
8100-MODO-PLAN-FIADO-EXIT.
    EXIT.

8150-GRABAR-CUOTA.
    INITIALIZE PF-REGISTRO
    Move numero-plan       to PF-PLAN
    Move SPACE             to PF-SEP1
    Move cliente-cuenta    to PF-CLIENTE
    Move SPACE             to PF-SEP2
    Move cuota-nro         to PF-CUOTA
    Move SPACE             to PF-SEP3
    Move cuotas-plan       to PF-CUOTAS
    Move SPACE             to PF-SEP4
    Move fecha-hoy         to PF-FECHA-PLAN
    Move SPACE             to PF-SEP5
    Move vence-cuota       to PF-VENCIMIENTO
    Move SPACE             to PF-SEP6
    IF cuota-nro = cuotas-plan
        Move resto-plan    to PF-IMPORTE
    ELSE
        Move importe-cuota to PF-IMPORTE
        Compute resto-plan = resto-plan - importe-cuota
    END-IF
    Move SPACE             to PF-SEP7
    Move 0                 to PF-PAGADO
    Move SPACE             to PF-SEP8
    Move "A"               to PF-ESTADO
    Move SPACE             to PF-SEP9
    Move codigo-supervisor to PF-AUTORIZO
    WRITE PF-REGISTRO
    Display "  Cuota " cuota-nro " vence " vence-cuota ": " PF-IMPORTE
    PERFORM 8160-AVANZAR-MES.

8160-AVANZAR-MES.
    IF mes-cuota = 12
        Compute anio-cuota = anio-cuota + 1
        Move 1 to mes-cuota
    ELSE
        Compute mes-cuota = mes-cuota + 1
    END-IF.

*>Carga PLANES-FIADO entero (la cobranza lo regraba) y deja el ultimo
*>numero de plan usado y el plan con cuotas adeudadas del cliente.
8200-CARGAR-PLANES.
    Move 0 to cant-cuotas-plan
    Move 0 to ultimo-plan
    Move 0 to plan-cliente
    Move "N" to planes-desbordados
    OPEN INPUT PLANES-FIADO
    IF PF-STATUS <> "00"
        GO TO 8200-CARGAR-PLANES-EXIT
    END-IF
    PERFORM 8250-LEER-PLAN
    PERFORM UNTIL PF-STATUS = "10" OR cant-cuotas-plan = 2000
        Compute cant-cuotas-plan = cant-cuotas-plan + 1
        Move PF-PLAN        to pln-plan (cant-cuotas-plan)
        Move PF-CLIENTE     to pln-cliente (cant-cuotas-plan)
        Move PF-CUOTA       to pln-cuota (cant-cuotas-plan)
        Move PF-CUOTAS      to pln-cuotas (cant-cuotas-plan)
        Move PF-FECHA-PLAN  to pln-fecha (cant-cuotas-plan)
        Move PF-VENCIMIENTO to pln-venc (cant-cuotas-plan)
        Move PF-IMPORTE     to pln-importe (cant-cuotas-plan)
        Move PF-PAGADO      to pln-pagado (cant-cuotas-plan)
        Move PF-ESTADO      to pln-estado (cant-cuotas-plan)
        Move PF-AUTORIZO    to pln-autorizo (cant-cuotas-plan)
        IF PF-PLAN > ultimo-plan
            Move PF-PLAN to ultimo-plan
        END-IF
        IF PF-CLIENTE = cliente-cuenta AND PF-ESTADO = "A"
            Move PF-PLAN to plan-cliente
        END-IF
        PERFORM 8250-LEER-PLAN
    END-PERFORM
    IF PF-STATUS <> "10"
        Move "S" to planes-desbordados
    END-IF
    CLOSE PLANES-FIADO.
8200-CARGAR-PLANES-EXIT.
    EXIT.

8250-LEER-PLAN.
    READ PLANES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

*>El pago cubre las cuotas adeudadas del plan en el orden en que se
*>grabaron, que es el de sus vencimientos; el sobrante queda en la
*>cuenta como pago comun. Con el archivo sin cargar entero no se
*>regraba: el pago entra a la cuenta igual y se avisa.
8300-APLICAR-PAGO-PLAN.
    IF planes-desbordados = "S"
        Display "ADVERTENCIA: PLANES-FIADO supero las 2000 cuotas: el"
            " pago no se imputa al plan " plan-cliente
        GO TO 8300-APLICAR-PAGO-PLAN-EXIT
    END-IF
    Move importe-cobranza to resto-pago
    PERFORM 8350-APLICAR-CUOTA THRU 8350-APLICAR-CUOTA-EXIT
        VARYING pl FROM 1 BY 1 UNTIL pl > cant-cuotas-plan
    IF resto-pago > 0
        Display "  Plan " plan-cliente " sin cuotas adeudadas: "
            resto-pago " quedan como pago a cuenta"
    END-IF
    Move SPACES to detalle-mov
    STRING "pago plan " DELIMITED BY SIZE
        plan-cliente DELIMITED BY SIZE
        INTO detalle-mov
    END-STRING
    PERFORM 8400-GRABAR-PLANES.
8300-APLICAR-PAGO-PLAN-EXIT.
    EXIT.

8350-APLICAR-CUOTA.
    IF pln-plan (pl) <> plan-cliente OR pln-estado (pl) <> "A"
    OR resto-pago = 0
        GO TO 8350-APLICAR-CUOTA-EXIT
    END-IF
    Compute falta-cuota = pln-importe (pl) - pln-pagado (pl)
    IF resto-pago >= falta-cuota
        Compute resto-pago = resto-pago - falta-cuota
        Move pln-importe (pl) to pln-pagado (pl)
        Move "P" to pln-estado (pl)
        Display "  Cuota " pln-cuota (pl) "/" pln-cuotas (pl)
            " (vence " pln-venc (pl) ") pagada"
    ELSE
        Compute pln-pagado (pl) = pln-pagado (pl) + resto-pago
        Compute falta-cuota = falta-cuota - resto-pago
        Move 0 to resto-pago
        Display "  Cuota " pln-cuota (pl) "/" pln-cuotas (pl)
            " (vence " pln-venc (pl) ") pago parcial, resta "
            falta-cuota
    END-IF.
8350-APLICAR-CUOTA-EXIT.
    EXIT.

8400-GRABAR-PLANES.
    Move "PLANES-FIADO" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT PLANES-FIADO
    PERFORM 8450-GRABAR-LINEA-PLAN THRU 8450-GRABAR-LINEA-PLAN-EXIT
        VARYING pl FROM 1 BY 1 UNTIL pl > cant-cuotas-plan
    CLOSE PLANES-FIADO.

8450-GRABAR-LINEA-PLAN.
    INITIALIZE PF-REGISTRO
    Move pln-plan (pl)     to PF-PLAN
    Move SPACE             to PF-SEP1
    Move pln-cliente (pl)  to PF-CLIENTE
    Move SPACE             to PF-SEP2
    Move pln-cuota (pl)    to PF-CUOTA
    Move SPACE             to PF-SEP3
    Move pln-cuotas (pl)   to PF-CUOTAS
    Move SPACE             to PF-SEP4
    Move pln-fecha (pl)    to PF-FECHA-PLAN
    Move SPACE             to PF-SEP5
    Move pln-venc (pl)     to PF-VENCIMIENTO
    Move SPACE             to PF-SEP6
    Move pln-importe (pl)  to PF-IMPORTE
    Move SPACE             to PF-SEP7
    Move pln-pagado (pl)   to PF-PAGADO
    Move SPACE             to PF-SEP8
    Move pln-estado (pl)   to PF-ESTADO
    Move SPACE             to PF-SEP9
    Move pln-autorizo (pl) to PF-AUTORIZO
    WRITE PF-REGISTRO.
8450-GRABAR-LINEA-PLAN-EXIT.
    EXIT.

8500-MODO-INVENTARIO.
    Display "--- Inventario fisico ---"
    PERFORM 8600-CONTAR-TIPO THRU 8600-CONTAR-TIPO-EXIT
            " de " tipo-conteo-lote
        GO TO 8900-CONTAR-LOTE-EXIT
    END-IF
    IF lot-estado (pos-lote) = "R"
        Display "Error: el lote " lote-conteo " fue retirado y no"
            " se cuenta"
        GO TO 8900-CONTAR-LOTE-EXIT
    END-IF
    Display "Lote " lote-conteo " (vence " lot-venc (pos-lote)
        "): libro " lot-cant (pos-lote) ". Cantidad contada: "
    Accept cantidad-lote-contada
9150-REVISAR-LOTE-EXIT.
    EXIT.

*>Devolucion a proveedor: la mercaderia sale de un lote puntual y se
*>valoriza al costo de la recepcion que trajo ese lote, que es lo que
*>el proveedor tiene que acreditar. Los lotes retirados ya salieron
*>del stock por Retirar-Lote y no se devuelven por aca.
9300-MODO-DEVOLUCION.
    Display "--- Devolucion a proveedor ---"
    Perform Until hay-mas-devoluciones = "N" or hay-mas-devoluciones = "n"
        PERFORM 9400-CARGAR-DEVOLUCION THRU 9400-CARGAR-DEVOLUCION-EXIT
        Display "¿Otra devolucion? (S/N): "
        Accept hay-mas-devoluciones
    End-Perform
    Display "Devoluciones registradas: " cant-devoluciones.

9400-CARGAR-DEVOLUCION.
    Move "N" to proveedor-valido
    Perform Until proveedor-valido = "S"
        Display "Codigo de proveedor: "
        Accept proveedor
        PERFORM 5050-VALIDAR-PROVEEDOR THRU 5050-VALIDAR-PROVEEDOR-EXIT
        IF proveedor-valido = "N"
            Display "Error: proveedor inexistente o inactivo"
        END-IF
    End-Perform
    Display "Tipo de caramelo: "
    Accept tipo-caramelo
    Display "Lote: "
    Accept lote-entrega
    Move 0 to pos-lote
    PERFORM 1565-BUSCAR-LOTE THRU 1565-BUSCAR-LOTE-EXIT
        VARYING lo FROM 1 BY 1 UNTIL lo > cant-lotes
    IF pos-lote = 0
        Display "Error: no existe el lote " lote-entrega
            " de " tipo-caramelo
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    IF lot-estado (pos-lote) = "R"
        Display "Error: el lote " lote-entrega " fue retirado y ya"
            " salio del stock"
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    PERFORM 1150-BUSCAR-STOCK
    IF pos-stock = 0
        Display "Error: el tipo no figura en EXISTENCIAS"
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    PERFORM 9450-BUSCAR-COSTO-LOTE THRU 9450-BUSCAR-COSTO-LOTE-EXIT
    IF recepcion-encontrada = "N"
        Display "Error: no se encontro en RECEPCIONES la entrega del"
            " lote " lote-entrega ": sin costo original no se devuelve"
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    IF proveedor-original (1:4) <> proveedor (1:4)
        Display "  Aviso: el lote lo entrego " proveedor-original
            " y la devolucion va a " proveedor
    END-IF
    Display "Lote " lote-entrega " (vence " lot-venc (pos-lote)
        "): en stock " lot-cant (pos-lote) ". Cantidad a devolver: "
    Accept cantidad-devuelta
    IF cantidad-devuelta = 0
        Display "Error: cantidad en cero, no se registra"
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    IF cantidad-devuelta > lot-cant (pos-lote)
    OR cantidad-devuelta > stk-cant (pos-stock)
        Display "Error: se quieren devolver " cantidad-devuelta
            " y el lote tiene " lot-cant (pos-lote)
        GO TO 9400-CARGAR-DEVOLUCION-EXIT
    END-IF
    Move SPACE to motivo-devolucion
    Perform Until motivo-devolucion = "V" or motivo-devolucion = "D"
        or motivo-devolucion = "O"
        Display "Motivo (V = vencido, D = dañado, O = otro): "
        Accept motivo-devolucion
        INSPECT motivo-devolucion CONVERTING "vdo" TO "VDO"
    End-Perform
    Display "Nota de credito del proveedor (espacios = pendiente): "
    Accept nota-credito
    Compute importe-devolucion = cantidad-devuelta * costo-original
    Compute lot-cant (pos-lote) = lot-cant (pos-lote) - cantidad-devuelta
    Compute stk-cant (pos-stock) =
        stk-cant (pos-stock) - cantidad-devuelta
    Move "S" to lotes-tocados
    PERFORM 9500-GRABAR-DEVOLUCION
    Compute cant-devoluciones = cant-devoluciones + 1
    Display "  Devueltas " cantidad-devuelta " unidades a "
        costo-original ": credito " importe-devolucion
    Display "  Stock de " tipo-caramelo " ahora: "
        stk-cant (pos-stock).
9400-CARGAR-DEVOLUCION-EXIT.
    EXIT.

*>El costo es el de la ultima entrega del lote en RECEPCIONES (un
*>lote que entro en dos entregas se devuelve al costo mas reciente).
9450-BUSCAR-COSTO-LOTE.
    Move "N" to recepcion-encontrada
    Move 0 to costo-original
    Move SPACES to proveedor-original
    OPEN INPUT RECEPCIONES
    IF RC-STATUS <> "00"
        GO TO 9450-BUSCAR-COSTO-LOTE-EXIT
    END-IF
    PERFORM 9460-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-TIPO = tipo-caramelo AND RC-LOTE = lote-entrega
            Move "S" to recepcion-encontrada
            Move RC-COSTO to costo-original
            Move RC-PROVEEDOR to proveedor-original
        END-IF
        PERFORM 9460-LEER-RECEPCION
    END-PERFORM
    CLOSE RECEPCIONES.
9450-BUSCAR-COSTO-LOTE-EXIT.
    EXIT.

9460-LEER-RECEPCION.
    READ RECEPCIONES
    NOT AT END
        CONTINUE
    END-READ.

9500-GRABAR-DEVOLUCION.
    OPEN EXTEND DEVOLUCIONES-PROVEEDOR
    IF DV-STATUS = "35"
        OPEN OUTPUT DEVOLUCIONES-PROVEEDOR
    END-IF
    INITIALIZE DV-REGISTRO
    Move fecha-hoy          to DV-FECHA
    Move SPACE              to DV-SEP1
    Move hora-ahora         to DV-HORA
    Move SPACE              to DV-SEP2
    Move proveedor          to DV-PROVEEDOR
    Move SPACE              to DV-SEP3
    Move tipo-caramelo      to DV-TIPO
    Move SPACE              to DV-SEP4
    Move lote-entrega       to DV-LOTE
    Move SPACE              to DV-SEP5
    Move cantidad-devuelta  to DV-CANTIDAD
    Move SPACE              to DV-SEP6
    Move costo-original     to DV-COSTO
    Move SPACE              to DV-SEP7
    Move importe-devolucion to DV-IMPORTE
    Move SPACE              to DV-SEP8
    Move motivo-devolucion  to DV-MOTIVO
    Move SPACE              to DV-SEP9
    Move nota-credito       to DV-NOTA
    Move SPACE              to DV-SEP10
    Move codigo-operador    to DV-OPERADOR
    Move SPACE              to DV-SEP11
    Move punto-venta        to DV-PUNTO
    WRITE DV-REGISTRO
    CLOSE DEVOLUCIONES-PROVEEDOR.

*>Emision de vale de regalo: el numero sigue al mayor emitido en
*>VALES. La plata entra por el medio con que se pago el vale y el
*>importe queda como deuda con el portador hasta que lo canjee o
*>venza.
9600-MODO-EMISION-VALE.
    Display "--- Emision de vale de regalo ---"
    Display "Importe del vale: "
    Accept importe-vale
    IF importe-vale = 0
        Display "Error: importe en cero, no se emite"
        GO TO 9600-MODO-EMISION-VALE-EXIT
    END-IF
    Display "Vencimiento (AAAAMMDD, espacios = " dias-vale " dias): "
    Accept venc-vale
    IF venc-vale = SPACES
        Move fecha-negocio to venc-vale
        Compute venc-vale-num = FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (fecha-negocio-num) + dias-vale)
    END-IF
    IF venc-vale < fecha-negocio
        Display "Error: el vencimiento " venc-vale " ya paso"
        GO TO 9600-MODO-EMISION-VALE-EXIT
    END-IF
    Display "Pagado con (E = efectivo, T = tarjeta): "
    Accept pago-vale
    IF pago-vale = "T" OR pago-vale = "t"
        Move "T" to pago-vale
    ELSE
        Move "E" to pago-vale
    END-IF
    Move 0 to ultimo-vale
    OPEN INPUT VALES
    IF VL-STATUS = "00"
        PERFORM 7360-LEER-VALE
        PERFORM UNTIL VL-STATUS = "10"
            IF VL-NUMERO > ultimo-vale
                Move VL-NUMERO to ultimo-vale
            END-IF
            PERFORM 7360-LEER-VALE
        END-PERFORM
        CLOSE VALES
    END-IF
    Compute numero-vale = ultimo-vale + 1
    Move "E" to clase-vale
    PERFORM 7400-GRABAR-VALE
    Display "Vale " numero-vale " emitido por " importe-vale
        ", vence " venc-vale.
9600-MODO-EMISION-VALE-EXIT.
    EXIT.

*>Gasto pagado con plata del cajon: queda a nombre del operador de la
*>sesion y en el dia de negocio, que es como lo busca Cierre-Caja.
9700-MODO-GASTO-CAJA.
    Display "--- Gasto de caja ---"
    Perform Until hay-mas-gastos = "N" or hay-mas-gastos = "n"
        PERFORM 9710-CARGAR-GASTO THRU 9710-CARGAR-GASTO-EXIT
        Display "¿Otro gasto? (S/N): "
        Accept hay-mas-gastos
    End-Perform.

9710-CARGAR-GASTO.
    Move "N" to categoria-valida
    Perform Until categoria-valida = "S"
        Display "Categoria de gasto: "
        Accept categoria-gasto
        PERFORM 9750-VALIDAR-CATEGORIA THRU 9750-VALIDAR-CATEGORIA-EXIT
        IF categoria-valida = "N"
            Display "Error: categoria inexistente o inactiva"
        END-IF
    End-Perform
    Display "Importe pagado del cajon: "
    Accept importe-gasto
    IF importe-gasto = 0
        Display "Error: importe en cero, no se registra"
        GO TO 9710-CARGAR-GASTO-EXIT
    END-IF
    Display "Descripcion: "
    Accept descrip-gasto
    PERFORM 9800-GRABAR-GASTO
    Display "Gasto registrado: " nombre-categoria " " importe-gasto.
9710-CARGAR-GASTO-EXIT.
    EXIT.

*>Como el proveedor contra PROVEEDORES: sin tabla se acepta lo tipeado
*>con aviso, para no trabar el mostrador.
9750-VALIDAR-CATEGORIA.
    Move "N" to categoria-valida
    Move SPACES to nombre-categoria
    OPEN INPUT CATEGORIAS-GASTO
    IF CG-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CATEGORIAS-GASTO,"
            " no se valida la categoria"
        Move "S" to categoria-valida
        GO TO 9750-VALIDAR-CATEGORIA-EXIT
    END-IF
    PERFORM 9760-LEER-CATEGORIA
    PERFORM UNTIL CG-STATUS = "10"
        IF CG-CODIGO = categoria-gasto AND CG-ACTIVO = "S"
            Move "S" to categoria-valida
            Move CG-DESCRIP to nombre-categoria
        END-IF
        PERFORM 9760-LEER-CATEGORIA
    END-PERFORM
    CLOSE CATEGORIAS-GASTO.
9750-VALIDAR-CATEGORIA-EXIT.
    EXIT.

9760-LEER-CATEGORIA.
    READ CATEGORIAS-GASTO
    NOT AT END
        CONTINUE
    END-READ.

9800-GRABAR-GASTO.
    OPEN EXTEND GASTOS-CAJA
    IF GC-STATUS = "35"
        OPEN OUTPUT GASTOS-CAJA
    END-IF
    INITIALIZE GC-REGISTRO
    Move fecha-negocio   to GC-FECHA
    Move SPACE           to GC-SEP1
    Move hora-ahora      to GC-HORA
    Move SPACE           to GC-SEP2
    Move categoria-gasto to GC-CATEGORIA
    Move SPACE           to GC-SEP3
    Move importe-gasto   to GC-IMPORTE
    Move SPACE           to GC-SEP4
    Move descrip-gasto   to GC-DESCRIP
    Move SPACE           to GC-SEP5
    Move codigo-operador to GC-OPERADOR
    Move SPACE           to GC-SEP6
    Move punto-venta     to GC-PUNTO
    WRITE GC-REGISTRO
    CLOSE GASTOS-CAJA.

8600-CONTAR-TIPO.
    Display stk-tipo (t) ": stock de libro " stk-cant (t)
        ". Cantidad contada: "
    Move diferencia-stock to AJ-DIFERENCIA
    Move SPACE            to AJ-SEP6
    Move valor-diferencia to AJ-VALOR
    Move SPACE            to AJ-SEP7
    Move punto-venta      to AJ-PUNTO
    WRITE AJ-REGISTRO
    CLOSE AJUSTES-STOCK.

        GO TO 8800-MODO-ANULACION-EXIT
    END-IF
    PERFORM 8820-CARGAR-DETALLE THRU 8820-CARGAR-DETALLE-EXIT
    IF detalle-desbordado = "S"
        Display "ERROR: el ticket " ticket-anular " tiene mas de 270"
            " renglones en VENTAS-DETALLE y la carga quedo"
            " incompleta: no se anula"
        Move 8 to RETURN-CODE
        GO TO 8800-MODO-ANULACION-EXIT
    END-IF
    IF cant-lineas-ticket = 0
        Display "Error: el ticket no tiene detalle en VENTAS-DETALLE,"
            " no se puede reponer el stock"
    Move "A" to clase-ticket
    Move ticket-anular to ref-ticket
    Move precio-original to total-ticket
    Move descuento-original to descuento-ticket
    Move items-original to items-ticket
    Move pago-original to medio-pago
    IF pago-original = "V"
        Move vale-original to vale-ticket
        Move canje-original to importe-canje
    END-IF
    PERFORM 2000-GRABAR-EXISTENCIAS
    PERFORM 3000-GRABAR-DAILY-SALES
    PERFORM 3200-GRABAR-VENTAS-DETALLE
    IF pago-original = "F"
        PERFORM 8850-REVERTIR-FIADO THRU 8850-REVERTIR-FIADO-EXIT
    END-IF
    IF pago-original = "V"
        PERFORM 8860-REINTEGRAR-VALE
    END-IF
    PERFORM 8870-GRABAR-ANULACION
    Display "Ticket " ticket-anular " anulado con el registro "
        numero-ticket " por " precio-original.
    END-IF
    PERFORM 8815-LEER-VENTA-ANUL
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-PUNTO = SPACES
            Move PUNTO-ORIGINAL to DS-PUNTO
        END-IF
        IF DS-TICKET = ticket-anular
        AND DS-PUNTO = punto-venta
        AND DS-FECHA = fecha-negocio
        AND DS-CLASE <> "A"
            Move "S" to ticket-encontrado
            Move DS-PAGO   to pago-original
            Move DS-PRECIO to precio-original
            Move DS-ITEMS  to items-original
            Move DS-DESCUENTO to descuento-original
            Move DS-VALE to vale-original
            Move DS-VALE-IMPORTE to canje-original
        END-IF
        IF DS-CLASE = "A" AND DS-REF = ticket-anular
        AND DS-PUNTO = punto-venta
            Move "S" to ya-anulado
        END-IF
        PERFORM 8815-LEER-VENTA-ANUL
        CONTINUE
    END-READ.

*>Un ticket ocupa a lo sumo 270 renglones de VENTAS-DETALLE: uno por
*>cada consumo de lote (200), el resto sin lote de cada item (50) y
*>los descuentos (20). Un renglon que no entra marca la carga como
*>desbordada y 8800 no anula: reponer medio ticket dejaria el stock y
*>la venta descuadrados.
8820-CARGAR-DETALLE.
    Move 0 to cant-lineas-ticket
    Move "N" to detalle-desbordado
    OPEN INPUT VENTAS-DETALLE
    IF VD-STATUS <> "00"
        GO TO 8820-CARGAR-DETALLE-EXIT
    END-IF
    PERFORM 8825-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10" OR detalle-desbordado = "S"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-TICKET = ticket-anular AND VD-PUNTO = punto-venta
        AND cant-lineas-ticket = 270
            Move "S" to detalle-desbordado
        END-IF
        IF VD-TICKET = ticket-anular AND VD-PUNTO = punto-venta
        AND detalle-desbordado = "N"
            Compute cant-lineas-ticket = cant-lineas-ticket + 1
            Move VD-TIPO     to lin-tipo (cant-lineas-ticket)
            Move VD-CANTIDAD to lin-cantidad (cant-lineas-ticket)
            Move VD-PRECIO   to lin-precio (cant-lineas-ticket)
            Move VD-IMPORTE  to lin-importe (cant-lineas-ticket)
            Move VD-CLASE    to lin-clase (cant-lineas-ticket)
            Move VD-PROMO    to lin-promo (cant-lineas-ticket)
            Move VD-LOTE     to lin-lote (cant-lineas-ticket)
            IF VD-ALICUOTA IS NUMERIC
                Move VD-ALICUOTA to lin-alicuota (cant-lineas-ticket)
            ELSE
                Move VD-TIPO to tipo-alicuota
                PERFORM 1250-BUSCAR-ALICUOTA
                    THRU 1250-BUSCAR-ALICUOTA-EXIT
                Move alicuota-item to lin-alicuota (cant-lineas-ticket)
            END-IF
        END-IF
        PERFORM 8825-LEER-DETALLE
    END-PERFORM
    END-READ.

8830-REPONER-LINEA.
    IF lin-clase (lt) = "D"
        GO TO 8830-REPONER-LINEA-EXIT
    END-IF
    Move lin-tipo (lt) to tipo-caramelo
    Move 0 to pos-lote
    IF lin-lote (lt) <> SPACES
        Move lin-lote (lt) to lote-entrega
        PERFORM 1565-BUSCAR-LOTE THRU 1565-BUSCAR-LOTE-EXIT
            VARYING lo FROM 1 BY 1 UNTIL lo > cant-lotes
        IF pos-lote > 0
            IF lot-estado (pos-lote) = "R"
                Display "  " lin-tipo (lt) " x " lin-cantidad (lt)
                    " del lote retirado " lin-lote (lt)
                    ": no vuelve al stock"
                GO TO 8830-REPONER-LINEA-EXIT
            END-IF
        END-IF
    END-IF
    PERFORM 1150-BUSCAR-STOCK
    IF pos-stock = 0
        IF cant-tipos = 200
        Move lin-tipo (lt) to stk-tipo (pos-stock)
        Move 0 to stk-cant (pos-stock)
        Move 0 to stk-reorden (pos-stock)
        Move 0 to stk-pedido (pos-stock)
    END-IF
    Compute stk-cant (pos-stock) =
        stk-cant (pos-stock) + lin-cantidad (lt)
    Move lin-cantidad (lt) to cantidad-restante
    IF pos-lote > 0
        Compute lot-cant (pos-lote) =
            lot-cant (pos-lote) + cantidad-restante
        Move "S" to lotes-tocados
    ELSE
        PERFORM 1570-REPONER-LOTE THRU 1570-REPONER-LOTE-EXIT
    END-IF
    Display "  Repuesto " lin-tipo (lt) " x " lin-cantidad (lt)
        ": stock ahora " stk-cant (pos-stock).
8830-REPONER-LINEA-EXIT.
    END-IF
    PERFORM 7560-LEER-MOV-SALDO
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-PUNTO = SPACES
            Move PUNTO-ORIGINAL to FM-PUNTO
        END-IF
        IF FM-TIPO = "C" AND FM-PUNTO = punto-venta
        AND FM-DETALLE (1:13) = detalle-buscado (1:13)
            Move FM-CLIENTE to cliente-cuenta
            Move "S" to cliente-revertido
8850-REVERTIR-FIADO-EXIT.
    EXIT.

*>Lo canjeado vuelve al vale aunque el vale haya vencido en el medio:
*>el cliente no pierde saldo por una anulacion que hizo el kiosko.
8860-REINTEGRAR-VALE.
    Move vale-original to numero-vale
    Move "R" to clase-vale
    Move canje-original to importe-vale
    Move SPACES to venc-vale
    Move SPACE to pago-vale
    PERFORM 7400-GRABAR-VALE
    Display "  Reintegrados " canje-original " al vale " vale-original.

8870-GRABAR-ANULACION.
    OPEN EXTEND ANULACIONES
    IF AN-STATUS = "35"
    Move codigo-operador  to AN-OPERADOR
    Move SPACE            to AN-SEP6
    Move motivo-anulacion to AN-MOTIVO
    Move SPACE            to AN-SEP7
    Move punto-venta      to AN-PUNTO
    WRITE AN-REGISTRO
    CLOSE ANULACIONES.

