*>           que materiales se cotizan y nunca se venden;
*>           COTIZACIONES ya tenia la mitad de la respuesta.

*>2026-10-15 stock de materiales: STOCK-MATERIALES lleva por MA-COD
*>           la unidad en que se controla (A = superficie, L =
*>           largo), la existencia, lo reservado y el punto de
*>           pedido. El modo ingreso (M) registra las entradas de
*>           material; al aceptar una cotizacion (5200) se reserva el
*>           area o el largo calculado, segun la unidad del material,
*>           y se avisa si no alcanza lo disponible; el modo entrega
*>           (E) pasa la cotizacion aceptada a entregada (estado E) y
*>           consume su reserva de la existencia; el modo
*>           disponibilidad (D) lista existencia, reservado y
*>           disponible por material con alerta de reposicion. Cada
*>           movimiento queda en MOVIMIENTOS-MATERIAL y la cantidad
*>           reservada en la cotizacion (CZ-RESERVA).

*>2026-10-15 facturacion y cuenta corriente: la cotizacion lleva el
*>           cliente (maestro CLIENTES-COTIZ, se puede dejar a definir
*>           hasta facturar) y el numero de factura. El modo
*>           facturacion (F) convierte una cotizacion aceptada o
*>           entregada en una factura numerada (FACTURA-CONTROL) por
*>           el total cotizado mas el IVA a la alicuota general, y el
*>           modo cobranza (P) registra pagos imputados a una
*>           factura; ambos van a CUENTAS-COBRAR, de donde salen el
*>           resumen y la antiguedad (Estado-Cobranzas) y el asiento
*>           (Asentar-Diario). El reporte de conversion suma lo
*>           facturado y lo cobrado de las cotizaciones del mes.

IDENTIFICATION DIVISION.
PROGRAM-ID. Formula-matematica.
ENVIRONMENT DIVISION.
        SELECT COTIZ-CONTROL ASSIGN TO "COTIZ-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CC-STATUS.
        SELECT STOCK-MATERIALES ASSIGN TO "STOCK-MATERIALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SM-STATUS.
        SELECT MOVIMIENTOS-MATERIAL ASSIGN TO "MOVIMIENTOS-MATERIAL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MV-STATUS.
        SELECT CLIENTES-COTIZ ASSIGN TO "CLIENTES-COTIZ"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CQ-STATUS.
        SELECT CUENTAS-COBRAR ASSIGN TO "CUENTAS-COBRAR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CR-STATUS.
        SELECT FACTURA-CONTROL ASSIGN TO "FACTURA-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FC-STATUS.
        SELECT PARAMETROS ASSIGN TO "PARAMETROS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PM-STATUS.
            05 CZ-FECHA-EST  PIC X(8).
            05 CZ-SEP11      PIC X(1).
            05 CZ-OPERADOR   PIC X(4).
            05 CZ-SEP12      PIC X(1).
            05 CZ-RESERVA    PIC 9(6)V9(2).
            05 CZ-SEP13      PIC X(1).
            05 CZ-CLIENTE    PIC 9(5).
            05 CZ-SEP14      PIC X(1).
            05 CZ-FACTURA    PIC 9(6).
    FD  COTIZ-CONTROL.
        01 CC-REGISTRO.
            05 CC-ULTIMO-NUMERO PIC 9(6).
    FD  STOCK-MATERIALES.
        01 SM-REGISTRO.
            05 SM-COD          PIC X(6).
            05 SM-SEP1         PIC X(1).
            05 SM-UNIDAD       PIC X(1).
            05 SM-SEP2         PIC X(1).
            05 SM-EXISTENCIA   PIC 9(7)V9(2).
            05 SM-SEP3         PIC X(1).
            05 SM-RESERVADO    PIC 9(7)V9(2).
            05 SM-SEP4         PIC X(1).
            05 SM-PUNTO-PEDIDO PIC 9(7)V9(2).
            05 SM-SEP5         PIC X(1).
            05 SM-FECHA-ULT    PIC X(8).
    FD  MOVIMIENTOS-MATERIAL.
        01 MV-REGISTRO.
            05 MV-FECHA      PIC X(8).
            05 MV-SEP1       PIC X(1).
            05 MV-HORA       PIC X(6).
            05 MV-SEP2       PIC X(1).
            05 MV-TIPO       PIC X(1).
            05 MV-SEP3       PIC X(1).
            05 MV-MATERIAL   PIC X(6).
            05 MV-SEP4       PIC X(1).
            05 MV-CANTIDAD   PIC 9(7)V9(2).
            05 MV-SEP5       PIC X(1).
            05 MV-COTIZACION PIC 9(6).
            05 MV-SEP6       PIC X(1).
            05 MV-OPERADOR   PIC X(4).
    FD  CLIENTES-COTIZ.
        COPY "cliente-cotiz".
    FD  CUENTAS-COBRAR.
        COPY "cobrar-mov".
    FD  FACTURA-CONTROL.
        01 FC-REGISTRO.
            05 FC-ULTIMO-NUMERO PIC 9(6).
    FD  PARAMETROS.
        01 PM-REGISTRO.
            05 PM-PROGRAMA PIC X(20).
                10 cot-estado    PIC X(1).
                10 cot-fecha-est PIC X(8).
                10 cot-operador  PIC X(4).
                10 cot-reserva   PIC 9(6)v99.
                10 cot-cliente   PIC 9(5).
                10 cot-factura   PIC 9(6).
        01 q PIC 9(3).
        01 pos-cotizacion PIC 9(3).
        01 numero-pedido PIC 9(6).
                10 rep-vencidas  PIC 9(4).
                10 rep-cotizado  PIC 9(10)v99.
                10 rep-aceptado  PIC 9(10)v99.
                10 rep-facturado PIC 9(10)v99.
                10 rep-cobrado   PIC 9(10)v99.
        01 rm PIC 9(2).
        01 pos-reporte PIC 9(2).
        01 tot-emitidas PIC 9(5) value 0.
        01 tot-vencidas PIC 9(5) value 0.
        01 tot-cotizado PIC 9(11)v99 value 0.
        01 tot-aceptado PIC 9(11)v99 value 0.
        01 tot-facturado PIC 9(11)v99 value 0.
        01 tot-cobrado PIC 9(11)v99 value 0.
        01 hubo-cambios-cot PIC X(1) value "N".
        01 cant-vencidas-hoy PIC 9(3) value 0.
        01 cant-por-vencer PIC 9(3) value 0.
        01 tabla-llena-cot PIC X(1) value "N".
        01 SM-STATUS PIC X(2).
        01 MV-STATUS PIC X(2).
        01 MAXIMO-STOCK PIC 9(3) value 200.
        01 cant-stock PIC 9(3) value 0.
        01 tabla-stock.
            05 stock-mat OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-stock.
                10 stk-cod        PIC X(6).
                10 stk-unidad     PIC X(1).
                10 stk-existencia PIC 9(7)v99.
                10 stk-reservado  PIC 9(7)v99.
                10 stk-punto      PIC 9(7)v99.
                10 stk-fecha      PIC X(8).
        01 s PIC 9(3).
        01 pos-stock PIC 9(3).
        01 tabla-llena-stk PIC X(1) value "N".
        01 hubo-cambios-stk PIC X(1) value "N".
        01 cantidad-material PIC 9(7)v99.
        01 cantidad-ingreso PIC 9(7)v99.
        01 punto-ingresado PIC 9(7)v99.
        01 unidad-ingresada PIC X(1).
        01 disponible PIC S9(8)v99.
        01 tipo-movimiento PIC X(1).
        01 cotizacion-movimiento PIC 9(6).
        01 cant-a-reponer PIC 9(3) value 0.
        01 cantidad-ed PIC Z(6)9.99.
        01 reservado-ed PIC Z(6)9.99.
        01 disponible-ed PIC -(7)9.99.
        01 punto-ed PIC Z(6)9.99.
        01 CQ-STATUS PIC X(2).
        01 CR-STATUS PIC X(2).
        01 FC-STATUS PIC X(2).
        01 ALICUOTA-GENERAL PIC 9(2)v99 value 21.00.
        01 cliente-elegido PIC 9(5).
        01 cliente-valido PIC X(1).
        01 nombre-cliente PIC X(30).
        01 numero-factura PIC 9(6).
        01 neto-factura PIC 9(9)v99.
        01 impuesto-factura PIC 9(9)v99.
        01 total-factura PIC 9(9)v99.
        01 alicuota-movimiento PIC 9(2)v99.
        01 tipo-cuenta-cobrar PIC X(1).
        01 cotizacion-factura PIC 9(6).
        01 confirmacion PIC X(1).
        01 factura-pedida PIC 9(6).
        01 factura-hallada PIC X(1).
        01 saldo-factura PIC S9(9)v99.
        01 importe-cobro PIC 9(9)v99.
        01 cant-facturas PIC 9(3) value 0.
        01 tabla-facturas.
            05 factura-item OCCURS 1 TO 999 TIMES
                DEPENDING ON cant-facturas.
                10 fac-numero  PIC 9(6).
                10 fac-total   PIC 9(9)v99.
                10 fac-cobrado PIC 9(9)v99.
        01 f PIC 9(3).
        01 pos-factura PIC 9(3).
        01 facturas-desbordadas PIC X(1) value "N".
        01 importe-ed PIC Z(8)9.99.
        01 saldo-ed PIC -(9)9.99.
        01 alicuota-ed PIC Z9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    ELSE
        Display "Modo (I = interactivo, B = batch contra CIRCULOS,"
            " C = cotizacion de materiales, S = seguimiento,"
            " V = vencimientos, R = reporte de conversion,"
            " M = ingreso de materiales, E = entrega,"
            " D = disponibilidad de stock, F = facturacion,"
            " P = cobranza): "
        Accept modo
    END-IF
    EVALUATE modo
            PERFORM 6000-MODO-VENCIMIENTO THRU 6000-MODO-VENCIMIENTO-EXIT
        WHEN "R" WHEN "r"
            PERFORM 7000-REPORTE-CONVERSION THRU 7000-REPORTE-CONVERSION-EXIT
        WHEN "M" WHEN "m"
            PERFORM 8000-MODO-INGRESO THRU 8000-MODO-INGRESO-EXIT
        WHEN "E" WHEN "e"
            PERFORM 8300-MODO-ENTREGA THRU 8300-MODO-ENTREGA-EXIT
        WHEN "D" WHEN "d"
            PERFORM 8500-REPORTE-STOCK THRU 8500-REPORTE-STOCK-EXIT
        WHEN "F" WHEN "f"
            PERFORM 9000-MODO-FACTURACION THRU 9000-MODO-FACTURACION-EXIT
        WHEN "P" WHEN "p"
            PERFORM 9200-MODO-COBRANZA THRU 9200-MODO-COBRANZA-EXIT
        WHEN OTHER
            PERFORM 1000-MODO-INTERACTIVO
    END-EVALUATE
        Display "Cotizacion cancelada: sin tabla MATERIALES"
        GO TO 4000-MODO-COTIZACION-EXIT
    END-IF
    PERFORM 4600-ELEGIR-CLIENTE THRU 4600-ELEGIR-CLIENTE-EXIT
    Compute costo-material ROUNDED = AreaC * precio-area
    Compute costo-borde ROUNDED = Perimetro * precio-largo
    Compute total-cotizacion = costo-material + costo-borde
    Move SPACES            to CZ-FECHA-EST
    Move SPACE             to CZ-SEP11
    Move SPACES            to CZ-OPERADOR
    Move SPACE             to CZ-SEP12
    Move 0                 to CZ-RESERVA
    Move SPACE             to CZ-SEP13
    Move cliente-elegido   to CZ-CLIENTE
    Move SPACE             to CZ-SEP14
    Move 0                 to CZ-FACTURA
    WRITE CZ-REGISTRO
    CLOSE COTIZACIONES.

    WRITE CC-REGISTRO
    CLOSE COTIZ-CONTROL.

*>El cliente se puede dejar a definir (0) hasta la facturacion; si se
*>informa tiene que estar activo en CLIENTES-COTIZ.
4600-ELEGIR-CLIENTE.
    Move "N" to cliente-valido
    Perform Until cliente-valido = "S"
        Display "Codigo de cliente (0 = sin cliente): "
        Accept cliente-elegido
        IF cliente-elegido = 0
            Move "S" to cliente-valido
        ELSE
            PERFORM 4650-BUSCAR-CLIENTE THRU 4650-BUSCAR-CLIENTE-EXIT
            IF cliente-valido = "N"
                Display "Error: el cliente " cliente-elegido
                    " no existe o esta dado de baja"
            ELSE
                Display "Cliente: " nombre-cliente
            END-IF
        END-IF
    End-Perform.
4600-ELEGIR-CLIENTE-EXIT.
    EXIT.

4650-BUSCAR-CLIENTE.
    Move "N" to cliente-valido
    Move SPACES to nombre-cliente
    OPEN INPUT CLIENTES-COTIZ
    IF CQ-STATUS <> "00"
        Display "No hay maestro CLIENTES-COTIZ"
        GO TO 4650-BUSCAR-CLIENTE-EXIT
    END-IF
    PERFORM 4660-LEER-CLIENTE
    PERFORM UNTIL CQ-STATUS = "10"
        IF CQ-CODIGO = cliente-elegido AND CQ-ACTIVO <> "N"
            Move "S" to cliente-valido
            Move CQ-NOMBRE to nombre-cliente
        END-IF
        PERFORM 4660-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-COTIZ.
4650-BUSCAR-CLIENTE-EXIT.
    EXIT.

4660-LEER-CLIENTE.
    READ CLIENTES-COTIZ
    NOT AT END
        CONTINUE
    END-READ.

*>Carga de todas las cotizaciones a memoria para los modos de
*>seguimiento: espacios en el estado (registros anteriores al campo)
*>vale como abierta; sin CZ-RESERVA (anteriores al stock) no hay
*>nada reservado y sin CZ-CLIENTE / CZ-FACTURA (anteriores a la
*>facturacion) el cliente queda a definir y no hay factura.
5500-CARGAR-COTIZACIONES.
    Move 0 to cant-cotizaciones
    OPEN INPUT COTIZACIONES
        END-IF
        Move CZ-FECHA-EST to cot-fecha-est (cant-cotizaciones)
        Move CZ-OPERADOR  to cot-operador (cant-cotizaciones)
        IF CZ-RESERVA IS NUMERIC
            Move CZ-RESERVA to cot-reserva (cant-cotizaciones)
        ELSE
            Move 0 to cot-reserva (cant-cotizaciones)
        END-IF
        IF CZ-CLIENTE IS NUMERIC
            Move CZ-CLIENTE to cot-cliente (cant-cotizaciones)
        ELSE
            Move 0 to cot-cliente (cant-cotizaciones)
        END-IF
        IF CZ-FACTURA IS NUMERIC
            Move CZ-FACTURA to cot-factura (cant-cotizaciones)
        ELSE
            Move 0 to cot-factura (cant-cotizaciones)
        END-IF
        PERFORM 5600-LEER-COTIZACION
    END-PERFORM
    IF CZ-STATUS <> "10"
    Move cot-fecha-est (q) to CZ-FECHA-EST
    Move SPACE             to CZ-SEP11
    Move cot-operador (q)  to CZ-OPERADOR
    Move SPACE             to CZ-SEP12
    Move cot-reserva (q)   to CZ-RESERVA
    Move SPACE             to CZ-SEP13
    Move cot-cliente (q)   to CZ-CLIENTE
    Move SPACE             to CZ-SEP14
    Move cot-factura (q)   to CZ-FACTURA
    WRITE CZ-REGISTRO.
5800-GRABAR-COTIZACION-EXIT.
    EXIT.
    IF cant-cotizaciones = 0
        GO TO 5000-MODO-SEGUIMIENTO-EXIT
    END-IF
    PERFORM 8600-CARGAR-STOCK THRU 8600-CARGAR-STOCK-EXIT
    IF tabla-llena-cot = "S" OR tabla-llena-stk = "S"
        Display "ERROR: tabla de cotizaciones (999) o de stock ("
            MAXIMO-STOCK ") llena, no se puede registrar aceptaciones"
        Move 8 to RETURN-CODE
        GO TO 5000-MODO-SEGUIMIENTO-EXIT
    END-IF
    Display "--- Cotizaciones abiertas ---"
    PERFORM 5100-LISTAR-ABIERTA THRU 5100-LISTAR-ABIERTA-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    IF hubo-cambios-cot = "S"
        PERFORM 5700-REGRABAR-COTIZACIONES
            THRU 5700-REGRABAR-COTIZACIONES-EXIT
    END-IF
    IF hubo-cambios-stk = "S"
        PERFORM 8700-REGRABAR-STOCK THRU 8700-REGRABAR-STOCK-EXIT
    END-IF.
5000-MODO-SEGUIMIENTO-EXIT.
    EXIT.
    Move fecha-hoy to cot-fecha-est (pos-cotizacion)
    Move operador-cambio to cot-operador (pos-cotizacion)
    Move "S" to hubo-cambios-cot
    Display "Cotizacion " numero-pedido " marcada ACEPTADA"
    PERFORM 5250-RESERVAR-MATERIAL THRU 5250-RESERVAR-MATERIAL-EXIT.
5200-ACEPTAR-COTIZACION-EXIT.
    EXIT.

*>La aceptacion reserva el area (material controlado por superficie)
*>o el largo (por largo) de la pieza cotizada; si lo disponible no
*>alcanza se reserva igual y se avisa, para reponer a tiempo.
5250-RESERVAR-MATERIAL.
    Move 0 to cot-reserva (pos-cotizacion)
    Move cot-material (pos-cotizacion) to material-elegido
    PERFORM 8800-UBICAR-STOCK THRU 8800-UBICAR-STOCK-EXIT
    IF pos-stock = 0
        Display "ADVERTENCIA: el material " material-elegido
            " no tiene stock registrado (modo M): no se reserva"
        Move 4 to RETURN-CODE
        GO TO 5250-RESERVAR-MATERIAL-EXIT
    END-IF
    IF stk-unidad (pos-stock) = "L"
        Move cot-perimetro (pos-cotizacion) to cantidad-material
    ELSE
        Move cot-area (pos-cotizacion) to cantidad-material
    END-IF
    Compute disponible = stk-existencia (pos-stock)
        - stk-reservado (pos-stock)
    IF disponible < cantidad-material
        Move cantidad-material to cantidad-ed
        Move disponible to disponible-ed
        Display "ADVERTENCIA: stock insuficiente de " material-elegido
            ": se necesitan " cantidad-ed " y hay disponibles "
            disponible-ed
        Move 4 to RETURN-CODE
    END-IF
    Compute stk-reservado (pos-stock) =
        stk-reservado (pos-stock) + cantidad-material
    Move fecha-hoy to stk-fecha (pos-stock)
    Move cantidad-material to cot-reserva (pos-cotizacion)
    Move "S" to hubo-cambios-stk
    Move "R" to tipo-movimiento
    Move numero-pedido to cotizacion-movimiento
    PERFORM 8900-GRABAR-MOVIMIENTO
    Move cantidad-material to cantidad-ed
    Display "Reservado " cantidad-ed " de " material-elegido.
5250-RESERVAR-MATERIAL-EXIT.
    EXIT.

5300-BUSCAR-COTIZACION.
    IF cot-numero (q) = numero-pedido
        Move q to pos-cotizacion
    Display "Mes del reporte (AAAAMM): "
    Accept mes-pedido
    PERFORM 5500-CARGAR-COTIZACIONES THRU 5500-CARGAR-COTIZACIONES-EXIT
    PERFORM 7050-CARGAR-FACTURAS THRU 7050-CARGAR-FACTURAS-EXIT
    PERFORM 7100-ACUMULAR-COTIZACION THRU 7100-ACUMULAR-COTIZACION-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    IF tot-emitidas = 0
        " aceptadas: " tot-aceptadas
        " vencidas: " tot-vencidas
    Display "         cotizado: " tot-cotizado
        " aceptado: " tot-aceptado
    Display "         facturado c/IVA: " tot-facturado
        " cobrado: " tot-cobrado
    IF facturas-desbordadas = "S"
        Display "ADVERTENCIA: mas de 999 facturas en CUENTAS-COBRAR,"
            " facturado y cobrado incompletos"
        Move 8 to RETURN-CODE
    END-IF.
7000-REPORTE-CONVERSION-EXIT.
    EXIT.

*>Total de cada factura y lo cobrado contra ella, para cruzarlo con
*>la cotizacion que la origino.
7050-CARGAR-FACTURAS.
    Move 0 to cant-facturas
    OPEN INPUT CUENTAS-COBRAR
    IF CR-STATUS <> "00"
        GO TO 7050-CARGAR-FACTURAS-EXIT
    END-IF
    PERFORM 9350-LEER-CUENTA-COBRAR
    PERFORM UNTIL CR-STATUS = "10"
        Move CR-FACTURA to factura-pedida
        PERFORM 7070-UBICAR-FACTURA THRU 7070-UBICAR-FACTURA-EXIT
        IF pos-factura > 0
            IF CR-TIPO = "F"
                Compute fac-total (pos-factura) =
                    fac-total (pos-factura) + CR-TOTAL
            ELSE
                Compute fac-cobrado (pos-factura) =
                    fac-cobrado (pos-factura) + CR-TOTAL
            END-IF
        END-IF
        PERFORM 9350-LEER-CUENTA-COBRAR
    END-PERFORM
    CLOSE CUENTAS-COBRAR.
7050-CARGAR-FACTURAS-EXIT.
    EXIT.

7070-UBICAR-FACTURA.
    Move 0 to pos-factura
    PERFORM 7080-COMPARAR-FACTURA THRU 7080-COMPARAR-FACTURA-EXIT
        VARYING f FROM 1 BY 1 UNTIL f > cant-facturas
    IF pos-factura > 0
        GO TO 7070-UBICAR-FACTURA-EXIT
    END-IF
    IF cant-facturas = 999
        Move "S" to facturas-desbordadas
        GO TO 7070-UBICAR-FACTURA-EXIT
    END-IF
    Compute cant-facturas = cant-facturas + 1
    Move cant-facturas to pos-factura
    Move factura-pedida to fac-numero (pos-factura)
    Move 0 to fac-total (pos-factura)
    Move 0 to fac-cobrado (pos-factura).
7070-UBICAR-FACTURA-EXIT.
    EXIT.

7080-COMPARAR-FACTURA.
    IF fac-numero (f) = factura-pedida
        Move f to pos-factura
    END-IF.
7080-COMPARAR-FACTURA-EXIT.
    EXIT.

7100-ACUMULAR-COTIZACION.
    IF cot-fecha (q) (1:6) <> mes-pedido
        GO TO 7100-ACUMULAR-COTIZACION-EXIT
        rep-cotizado (pos-reporte) + cot-total (q)
    Compute tot-emitidas = tot-emitidas + 1
    Compute tot-cotizado = tot-cotizado + cot-total (q)
    IF cot-estado (q) = "C" OR cot-estado (q) = "E"
        Compute rep-aceptadas (pos-reporte) =
            rep-aceptadas (pos-reporte) + 1
        Compute rep-aceptado (pos-reporte) =
        Compute rep-vencidas (pos-reporte) =
            rep-vencidas (pos-reporte) + 1
        Compute tot-vencidas = tot-vencidas + 1
    END-IF
    IF cot-factura (q) = 0
        GO TO 7100-ACUMULAR-COTIZACION-EXIT
    END-IF
    Move cot-factura (q) to factura-pedida
    PERFORM 7070-UBICAR-FACTURA THRU 7070-UBICAR-FACTURA-EXIT
    IF pos-factura > 0
        Compute rep-facturado (pos-reporte) =
            rep-facturado (pos-reporte) + fac-total (pos-factura)
        Compute rep-cobrado (pos-reporte) =
            rep-cobrado (pos-reporte) + fac-cobrado (pos-factura)
        Compute tot-facturado = tot-facturado + fac-total (pos-factura)
        Compute tot-cobrado = tot-cobrado + fac-cobrado (pos-factura)
    END-IF.
7100-ACUMULAR-COTIZACION-EXIT.
    EXIT.
        " aceptadas " rep-aceptadas (rm)
        " vencidas " rep-vencidas (rm)
        " cotizado " rep-cotizado (rm)
        " aceptado " rep-aceptado (rm)
        " facturado " rep-facturado (rm)
        " cobrado " rep-cobrado (rm).
7300-MOSTRAR-MATERIAL-EXIT.
    EXIT.

*>Ingreso de materiales: la primera entrada de un material de la
*>tabla MATERIALES da de alta su stock con la unidad de control y el
*>punto de pedido; las siguientes suman a la existencia.
8000-MODO-INGRESO.
    PERFORM 8600-CARGAR-STOCK THRU 8600-CARGAR-STOCK-EXIT
    IF tabla-llena-stk = "S"
        Display "ERROR: tabla de stock llena (" MAXIMO-STOCK
            "), no se registran ingresos"
        Move 8 to RETURN-CODE
        GO TO 8000-MODO-INGRESO-EXIT
    END-IF
    Display "Codigo de operador que registra el ingreso: "
    Accept operador-cambio
    Move "X" to material-elegido
    Perform Until material-elegido = SPACES
        Display "Codigo de material recibido (espacios = fin): "
        Accept material-elegido
        IF material-elegido <> SPACES
            PERFORM 8100-INGRESAR-MATERIAL
                THRU 8100-INGRESAR-MATERIAL-EXIT
        END-IF
    End-Perform
    IF hubo-cambios-stk = "S"
        PERFORM 8700-REGRABAR-STOCK THRU 8700-REGRABAR-STOCK-EXIT
    END-IF.
8000-MODO-INGRESO-EXIT.
    EXIT.

8100-INGRESAR-MATERIAL.
    Move "N" to material-valido
    PERFORM 4200-BUSCAR-MATERIAL THRU 4200-BUSCAR-MATERIAL-EXIT
    IF material-valido <> "S"
        Display "Error: el material no figura en la tabla MATERIALES"
        GO TO 8100-INGRESAR-MATERIAL-EXIT
    END-IF
    PERFORM 8800-UBICAR-STOCK THRU 8800-UBICAR-STOCK-EXIT
    IF pos-stock = 0
        IF cant-stock = MAXIMO-STOCK
            Display "Error: tabla de stock llena, no se da de alta "
                material-elegido
            GO TO 8100-INGRESAR-MATERIAL-EXIT
        END-IF
        Display "Material nuevo en stock. Unidad de control"
            " (A = superficie, L = largo): "
        Accept unidad-ingresada
        IF unidad-ingresada = "a"
            Move "A" to unidad-ingresada
        END-IF
        IF unidad-ingresada = "l"
            Move "L" to unidad-ingresada
        END-IF
        IF unidad-ingresada <> "A" AND unidad-ingresada <> "L"
            Display "Error: unidad invalida " unidad-ingresada
            GO TO 8100-INGRESAR-MATERIAL-EXIT
        END-IF
        Display "Punto de pedido: "
        Accept punto-ingresado
    ELSE
        Display "Punto de pedido nuevo (0 = sin cambio): "
        Accept punto-ingresado
    END-IF
    Display "Cantidad recibida: "
    Accept cantidad-ingreso
    IF cantidad-ingreso = 0
        Display "Error: cantidad recibida en cero, no se registra"
        GO TO 8100-INGRESAR-MATERIAL-EXIT
    END-IF
    IF pos-stock = 0
        Compute cant-stock = cant-stock + 1
        Move cant-stock to pos-stock
        Move material-elegido to stk-cod (pos-stock)
        Move unidad-ingresada to stk-unidad (pos-stock)
        Move 0 to stk-existencia (pos-stock)
        Move 0 to stk-reservado (pos-stock)
        Move punto-ingresado to stk-punto (pos-stock)
    END-IF
    IF punto-ingresado > 0
        Move punto-ingresado to stk-punto (pos-stock)
    END-IF
    Compute stk-existencia (pos-stock) =
        stk-existencia (pos-stock) + cantidad-ingreso
    Move fecha-hoy to stk-fecha (pos-stock)
    Move "S" to hubo-cambios-stk
    Move "I" to tipo-movimiento
    Move 0 to cotizacion-movimiento
    Move cantidad-ingreso to cantidad-material
    PERFORM 8900-GRABAR-MOVIMIENTO
    Move stk-existencia (pos-stock) to cantidad-ed
    Compute disponible = stk-existencia (pos-stock)
        - stk-reservado (pos-stock)
    Move disponible to disponible-ed
    Display "Material " material-elegido ": existencia " cantidad-ed
        " disponible " disponible-ed.
8100-INGRESAR-MATERIAL-EXIT.
    EXIT.

*>Entrega de una cotizacion aceptada: consume su reserva de la
*>existencia. Si la existencia no cubre la reserva falta registrar un
*>ingreso y la entrega se rechaza.
8300-MODO-ENTREGA.
    PERFORM 5500-CARGAR-COTIZACIONES THRU 5500-CARGAR-COTIZACIONES-EXIT
    IF cant-cotizaciones = 0
        GO TO 8300-MODO-ENTREGA-EXIT
    END-IF
    PERFORM 8600-CARGAR-STOCK THRU 8600-CARGAR-STOCK-EXIT
    IF tabla-llena-cot = "S" OR tabla-llena-stk = "S"
        Display "ERROR: tabla de cotizaciones (999) o de stock ("
            MAXIMO-STOCK ") llena, no se puede registrar entregas"
        Move 8 to RETURN-CODE
        GO TO 8300-MODO-ENTREGA-EXIT
    END-IF
    Display "--- Cotizaciones aceptadas pendientes de entrega ---"
    PERFORM 8450-LISTAR-ACEPTADA THRU 8450-LISTAR-ACEPTADA-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    Move 1 to numero-pedido
    Perform Until numero-pedido = 0
        Display "Numero de cotizacion entregada (0 = fin): "
        Accept numero-pedido
        IF numero-pedido > 0
            PERFORM 8400-ENTREGAR-COTIZACION
                THRU 8400-ENTREGAR-COTIZACION-EXIT
        END-IF
    End-Perform
    IF hubo-cambios-cot = "S"
        PERFORM 5700-REGRABAR-COTIZACIONES
            THRU 5700-REGRABAR-COTIZACIONES-EXIT
    END-IF
    IF hubo-cambios-stk = "S"
        PERFORM 8700-REGRABAR-STOCK THRU 8700-REGRABAR-STOCK-EXIT
    END-IF.
8300-MODO-ENTREGA-EXIT.
    EXIT.

8400-ENTREGAR-COTIZACION.
    Move 0 to pos-cotizacion
    PERFORM 5300-BUSCAR-COTIZACION THRU 5300-BUSCAR-COTIZACION-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    IF pos-cotizacion = 0
        Display "Error: la cotizacion " numero-pedido " no existe"
        GO TO 8400-ENTREGAR-COTIZACION-EXIT
    END-IF
    IF cot-estado (pos-cotizacion) <> "C"
        Display "Error: la cotizacion " numero-pedido
            " no esta aceptada (estado "
            cot-estado (pos-cotizacion) ")"
        GO TO 8400-ENTREGAR-COTIZACION-EXIT
    END-IF
    Move cot-material (pos-cotizacion) to material-elegido
    Move 0 to pos-stock
    IF cot-reserva (pos-cotizacion) > 0
        PERFORM 8800-UBICAR-STOCK THRU 8800-UBICAR-STOCK-EXIT
    END-IF
    IF pos-stock > 0
        IF stk-existencia (pos-stock) < cot-reserva (pos-cotizacion)
            Move stk-existencia (pos-stock) to cantidad-ed
            Display "Error: la existencia de " material-elegido " ("
                cantidad-ed ") no cubre la reserva de la cotizacion:"
                " registre antes el ingreso (modo M)"
            GO TO 8400-ENTREGAR-COTIZACION-EXIT
        END-IF
    END-IF
    Display "Codigo de operador que registra la entrega: "
    Accept operador-cambio
    IF pos-stock = 0
        Display "ADVERTENCIA: la cotizacion " numero-pedido
            " no tiene material reservado, no se descuenta stock"
    ELSE
        Compute stk-existencia (pos-stock) =
            stk-existencia (pos-stock) - cot-reserva (pos-cotizacion)
        IF stk-reservado (pos-stock) < cot-reserva (pos-cotizacion)
            Move 0 to stk-reservado (pos-stock)
        ELSE
            Compute stk-reservado (pos-stock) =
                stk-reservado (pos-stock)
                - cot-reserva (pos-cotizacion)
        END-IF
        Move fecha-hoy to stk-fecha (pos-stock)
        Move "S" to hubo-cambios-stk
        Move "E" to tipo-movimiento
        Move numero-pedido to cotizacion-movimiento
        Move cot-reserva (pos-cotizacion) to cantidad-material
        PERFORM 8900-GRABAR-MOVIMIENTO
    END-IF
    Move "E" to cot-estado (pos-cotizacion)
    Move fecha-hoy to cot-fecha-est (pos-cotizacion)
    Move operador-cambio to cot-operador (pos-cotizacion)
    Move "S" to hubo-cambios-cot
    Display "Cotizacion " numero-pedido " marcada ENTREGADA".
8400-ENTREGAR-COTIZACION-EXIT.
    EXIT.

8450-LISTAR-ACEPTADA.
    IF cot-estado (q) = "C"
        Move cot-reserva (q) to cantidad-ed
        Display "Cotizacion " cot-numero (q) " del " cot-fecha (q)
            " material " cot-material (q)
            " reservado " cantidad-ed
    END-IF.
8450-LISTAR-ACEPTADA-EXIT.
    EXIT.

*>Disponible = existencia - reservado; un material con disponible en
*>o por debajo de su punto de pedido sale con alerta REPONER.
8500-REPORTE-STOCK.
    PERFORM 8600-CARGAR-STOCK THRU 8600-CARGAR-STOCK-EXIT
    IF cant-stock = 0
        Display "Sin stock de materiales registrado"
        GO TO 8500-REPORTE-STOCK-EXIT
    END-IF
    Display "--- Stock de materiales al " fecha-hoy " ---"
    PERFORM 8550-MOSTRAR-STOCK THRU 8550-MOSTRAR-STOCK-EXIT
        VARYING s FROM 1 BY 1 UNTIL s > cant-stock
    Display "Materiales a reponer: " cant-a-reponer
    IF cant-a-reponer > 0
        Move 4 to RETURN-CODE
    END-IF
    IF tabla-llena-stk = "S"
        Display "ADVERTENCIA: tabla de stock llena (" MAXIMO-STOCK
            "), reporte incompleto"
        Move 8 to RETURN-CODE
    END-IF.
8500-REPORTE-STOCK-EXIT.
    EXIT.

8550-MOSTRAR-STOCK.
    Compute disponible = stk-existencia (s) - stk-reservado (s)
    Move stk-existencia (s) to cantidad-ed
    Move stk-reservado (s) to reservado-ed
    Move disponible to disponible-ed
    Move stk-punto (s) to punto-ed
    IF disponible > stk-punto (s)
        Display "Material " stk-cod (s) " (" stk-unidad (s)
            ") existencia " cantidad-ed " reservado " reservado-ed
            " disponible " disponible-ed " punto " punto-ed
    ELSE
        Compute cant-a-reponer = cant-a-reponer + 1
        Display "Material " stk-cod (s) " (" stk-unidad (s)
            ") existencia " cantidad-ed " reservado " reservado-ed
            " disponible " disponible-ed " punto " punto-ed
            " REPONER"
    END-IF.
8550-MOSTRAR-STOCK-EXIT.
    EXIT.

8600-CARGAR-STOCK.
    Move 0 to cant-stock
    OPEN INPUT STOCK-MATERIALES
    IF SM-STATUS <> "00"
        GO TO 8600-CARGAR-STOCK-EXIT
    END-IF
    PERFORM 8650-LEER-STOCK
    PERFORM UNTIL SM-STATUS = "10" OR cant-stock = MAXIMO-STOCK
        Compute cant-stock = cant-stock + 1
        Move SM-COD          to stk-cod (cant-stock)
        Move SM-UNIDAD       to stk-unidad (cant-stock)
        Move SM-EXISTENCIA   to stk-existencia (cant-stock)
        Move SM-RESERVADO    to stk-reservado (cant-stock)
        Move SM-PUNTO-PEDIDO to stk-punto (cant-stock)
        Move SM-FECHA-ULT    to stk-fecha (cant-stock)
        PERFORM 8650-LEER-STOCK
    END-PERFORM
    IF SM-STATUS <> "10"
        Move "S" to tabla-llena-stk
    END-IF
    CLOSE STOCK-MATERIALES.
8600-CARGAR-STOCK-EXIT.
    EXIT.

8650-LEER-STOCK.
    READ STOCK-MATERIALES
    NOT AT END
        CONTINUE
    END-READ.

8700-REGRABAR-STOCK.
    IF tabla-llena-stk = "S"
        Display "ERROR: tabla de stock llena (" MAXIMO-STOCK
            "), STOCK-MATERIALES no se regraba para no perder lineas"
        Move 8 to RETURN-CODE
        GO TO 8700-REGRABAR-STOCK-EXIT
    END-IF
    OPEN OUTPUT STOCK-MATERIALES
    PERFORM 8750-GRABAR-STOCK THRU 8750-GRABAR-STOCK-EXIT
        VARYING s FROM 1 BY 1 UNTIL s > cant-stock
    CLOSE STOCK-MATERIALES.
8700-REGRABAR-STOCK-EXIT.
    EXIT.

8750-GRABAR-STOCK.
    INITIALIZE SM-REGISTRO
    Move stk-cod (s)        to SM-COD
    Move SPACE              to SM-SEP1
    Move stk-unidad (s)     to SM-UNIDAD
    Move SPACE              to SM-SEP2
    Move stk-existencia (s) to SM-EXISTENCIA
    Move SPACE              to SM-SEP3
    Move stk-reservado (s)  to SM-RESERVADO
    Move SPACE              to SM-SEP4
    Move stk-punto (s)      to SM-PUNTO-PEDIDO
    Move SPACE              to SM-SEP5
    Move stk-fecha (s)      to SM-FECHA-ULT
    WRITE SM-REGISTRO.
8750-GRABAR-STOCK-EXIT.
    EXIT.

8800-UBICAR-STOCK.
    Move 0 to pos-stock
    PERFORM 8850-COMPARAR-STOCK THRU 8850-COMPARAR-STOCK-EXIT
        VARYING s FROM 1 BY 1 UNTIL s > cant-stock.
8800-UBICAR-STOCK-EXIT.
    EXIT.

8850-COMPARAR-STOCK.
    IF stk-cod (s) = material-elegido
        Move s to pos-stock
    END-IF.
8850-COMPARAR-STOCK-EXIT.
    EXIT.

8900-GRABAR-MOVIMIENTO.
    OPEN EXTEND MOVIMIENTOS-MATERIAL
    IF MV-STATUS = "35"
        OPEN OUTPUT MOVIMIENTOS-MATERIAL
    END-IF
    INITIALIZE MV-REGISTRO
    Move fecha-hoy             to MV-FECHA
    Move SPACE                 to MV-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to MV-HORA
    Move SPACE                 to MV-SEP2
    Move tipo-movimiento       to MV-TIPO
    Move SPACE                 to MV-SEP3
    Move material-elegido      to MV-MATERIAL
    Move SPACE                 to MV-SEP4
    Move cantidad-material     to MV-CANTIDAD
    Move SPACE                 to MV-SEP5
    Move cotizacion-movimiento to MV-COTIZACION
    Move SPACE                 to MV-SEP6
    Move operador-cambio       to MV-OPERADOR
    WRITE MV-REGISTRO
    CLOSE MOVIMIENTOS-MATERIAL.

*>Facturacion: una cotizacion aceptada (o ya entregada) se factura
*>una sola vez, por el total cotizado como neto mas el IVA a la
*>alicuota general, al cliente de la cotizacion o al que se informe
*>si quedo a definir.
9000-MODO-FACTURACION.
    PERFORM 5500-CARGAR-COTIZACIONES THRU 5500-CARGAR-COTIZACIONES-EXIT
    IF cant-cotizaciones = 0
        GO TO 9000-MODO-FACTURACION-EXIT
    END-IF
    IF tabla-llena-cot = "S"
        Display "ERROR: tabla de cotizaciones llena (999), no se"
            " puede facturar"
        Move 8 to RETURN-CODE
        GO TO 9000-MODO-FACTURACION-EXIT
    END-IF
    Display "Codigo de operador que factura: "
    Accept operador-cambio
    Display "--- Cotizaciones aceptadas sin facturar ---"
    PERFORM 9150-LISTAR-FACTURABLE THRU 9150-LISTAR-FACTURABLE-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    Move 1 to numero-pedido
    Perform Until numero-pedido = 0
        Display "Numero de cotizacion a facturar (0 = fin): "
        Accept numero-pedido
        IF numero-pedido > 0
            PERFORM 9100-FACTURAR-COTIZACION
                THRU 9100-FACTURAR-COTIZACION-EXIT
        END-IF
    End-Perform
    IF hubo-cambios-cot = "S"
        PERFORM 5700-REGRABAR-COTIZACIONES
            THRU 5700-REGRABAR-COTIZACIONES-EXIT
    END-IF.
9000-MODO-FACTURACION-EXIT.
    EXIT.

9100-FACTURAR-COTIZACION.
    Move 0 to pos-cotizacion
    PERFORM 5300-BUSCAR-COTIZACION THRU 5300-BUSCAR-COTIZACION-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cotizaciones
    IF pos-cotizacion = 0
        Display "Error: la cotizacion " numero-pedido " no existe"
        GO TO 9100-FACTURAR-COTIZACION-EXIT
    END-IF
    IF cot-estado (pos-cotizacion) <> "C"
    AND cot-estado (pos-cotizacion) <> "E"
        Display "Error: la cotizacion " numero-pedido
            " no esta aceptada (estado "
            cot-estado (pos-cotizacion) ")"
        GO TO 9100-FACTURAR-COTIZACION-EXIT
    END-IF
    IF cot-factura (pos-cotizacion) > 0
        Display "Error: la cotizacion " numero-pedido
            " ya se facturo (factura "
            cot-factura (pos-cotizacion) ")"
        GO TO 9100-FACTURAR-COTIZACION-EXIT
    END-IF
    Move cot-cliente (pos-cotizacion) to cliente-elegido
    IF cliente-elegido = 0
        PERFORM 4600-ELEGIR-CLIENTE THRU 4600-ELEGIR-CLIENTE-EXIT
    ELSE
        PERFORM 4650-BUSCAR-CLIENTE THRU 4650-BUSCAR-CLIENTE-EXIT
        IF cliente-valido = "N"
            Display "Error: el cliente " cliente-elegido
                " de la cotizacion no existe o esta dado de baja"
            GO TO 9100-FACTURAR-COTIZACION-EXIT
        END-IF
    END-IF
    IF cliente-elegido = 0
        Display "Error: sin cliente no se factura"
        GO TO 9100-FACTURAR-COTIZACION-EXIT
    END-IF
    Move cot-total (pos-cotizacion) to neto-factura
    Compute impuesto-factura ROUNDED =
        neto-factura * ALICUOTA-GENERAL / 100
    Compute total-factura = neto-factura + impuesto-factura
    Display "Cliente " cliente-elegido " " nombre-cliente
    Move neto-factura to importe-ed
    Display "  Neto   " importe-ed
    Move impuesto-factura to importe-ed
    Move ALICUOTA-GENERAL to alicuota-ed
    Display "  IVA    " importe-ed " (" alicuota-ed "%)"
    Move total-factura to importe-ed
    Display "  TOTAL  " importe-ed
    Display "Confirma la factura (S/N): "
    Accept confirmacion
    IF confirmacion <> "S" AND confirmacion <> "s"
        Display "Factura no emitida"
        GO TO 9100-FACTURAR-COTIZACION-EXIT
    END-IF
    PERFORM 9450-LEER-NUMERADOR-FACTURA
        THRU 9450-LEER-NUMERADOR-FACTURA-EXIT
    Compute numero-factura = numero-factura + 1
    Move "F" to tipo-cuenta-cobrar
    Move numero-pedido to cotizacion-factura
    Move ALICUOTA-GENERAL to alicuota-movimiento
    PERFORM 9400-GRABAR-CUENTA-COBRAR
    PERFORM 9480-GRABAR-NUMERADOR-FACTURA
    Move numero-factura to cot-factura (pos-cotizacion)
    Move cliente-elegido to cot-cliente (pos-cotizacion)
    Move "S" to hubo-cambios-cot
    Display "Factura " numero-factura " emitida por la cotizacion "
        numero-pedido.
9100-FACTURAR-COTIZACION-EXIT.
    EXIT.

9150-LISTAR-FACTURABLE.
    IF (cot-estado (q) = "C" OR cot-estado (q) = "E")
    AND cot-factura (q) = 0
        Display "Cotizacion " cot-numero (q) " del " cot-fecha (q)
            " cliente " cot-cliente (q)
            " total " cot-total (q)
    END-IF.
9150-LISTAR-FACTURABLE-EXIT.
    EXIT.

*>Cobranza: cada pago se imputa a una factura y no puede superar su
*>saldo.
9200-MODO-COBRANZA.
    Display "Codigo de operador que registra la cobranza: "
    Accept operador-cambio
    Move 1 to factura-pedida
    Perform Until factura-pedida = 0
        Display "Numero de factura que se cobra (0 = fin): "
        Accept factura-pedida
        IF factura-pedida > 0
            PERFORM 9250-COBRAR-FACTURA THRU 9250-COBRAR-FACTURA-EXIT
        END-IF
    End-Perform.
9200-MODO-COBRANZA-EXIT.
    EXIT.

9250-COBRAR-FACTURA.
    PERFORM 9300-BUSCAR-FACTURA THRU 9300-BUSCAR-FACTURA-EXIT
    IF factura-hallada = "N"
        Display "Error: la factura " factura-pedida " no existe"
        GO TO 9250-COBRAR-FACTURA-EXIT
    END-IF
    Move saldo-factura to saldo-ed
    IF saldo-factura NOT > 0
        Display "Error: la factura " factura-pedida
            " no tiene saldo (" saldo-ed ")"
        GO TO 9250-COBRAR-FACTURA-EXIT
    END-IF
    Display "Factura " factura-pedida " cliente " cliente-elegido
        " saldo " saldo-ed
    Display "Importe cobrado: "
    Accept importe-cobro
    IF importe-cobro = 0 OR importe-cobro > saldo-factura
        Display "Error: el importe tiene que ser mayor que cero y no"
            " superar el saldo"
        GO TO 9250-COBRAR-FACTURA-EXIT
    END-IF
    Move "C" to tipo-cuenta-cobrar
    Move factura-pedida to numero-factura
    Move 0 to neto-factura
    Move 0 to impuesto-factura
    Move 0 to alicuota-movimiento
    Move importe-cobro to total-factura
    PERFORM 9400-GRABAR-CUENTA-COBRAR
    Compute saldo-factura = saldo-factura - importe-cobro
    Move saldo-factura to saldo-ed
    Display "Cobranza registrada: saldo de la factura " saldo-ed.
9250-COBRAR-FACTURA-EXIT.
    EXIT.

*>Saldo de una factura: su total menos lo cobrado contra ella.
9300-BUSCAR-FACTURA.
    Move "N" to factura-hallada
    Move 0 to saldo-factura
    Move 0 to cliente-elegido
    Move 0 to cotizacion-factura
    OPEN INPUT CUENTAS-COBRAR
    IF CR-STATUS <> "00"
        GO TO 9300-BUSCAR-FACTURA-EXIT
    END-IF
    PERFORM 9350-LEER-CUENTA-COBRAR
    PERFORM UNTIL CR-STATUS = "10"
        IF CR-FACTURA = factura-pedida
            IF CR-TIPO = "F"
                Move "S" to factura-hallada
                Move CR-CLIENTE to cliente-elegido
                Move CR-COTIZACION to cotizacion-factura
                Compute saldo-factura = saldo-factura + CR-TOTAL
            ELSE
                Compute saldo-factura = saldo-factura - CR-TOTAL
            END-IF
        END-IF
        PERFORM 9350-LEER-CUENTA-COBRAR
    END-PERFORM
    CLOSE CUENTAS-COBRAR.
9300-BUSCAR-FACTURA-EXIT.
    EXIT.

9350-LEER-CUENTA-COBRAR.
    READ CUENTAS-COBRAR
    NOT AT END
        CONTINUE
    END-READ.

9400-GRABAR-CUENTA-COBRAR.
    OPEN EXTEND CUENTAS-COBRAR
    IF CR-STATUS = "35"
        OPEN OUTPUT CUENTAS-COBRAR
    END-IF
    INITIALIZE CR-REGISTRO
    Move fecha-hoy           to CR-FECHA
    Move SPACE               to CR-SEP1
    Move cliente-elegido     to CR-CLIENTE
    Move SPACE               to CR-SEP2
    Move tipo-cuenta-cobrar  to CR-TIPO
    Move SPACE               to CR-SEP3
    Move numero-factura      to CR-FACTURA
    Move SPACE               to CR-SEP4
    Move cotizacion-factura  to CR-COTIZACION
    Move SPACE               to CR-SEP5
    Move neto-factura        to CR-NETO
    Move SPACE               to CR-SEP6
    Move alicuota-movimiento to CR-ALICUOTA
    Move SPACE               to CR-SEP7
    Move impuesto-factura    to CR-IMPUESTO
    Move SPACE               to CR-SEP8
    Move total-factura       to CR-TOTAL
    Move SPACE               to CR-SEP9
    Move operador-cambio     to CR-OPERADOR
    WRITE CR-REGISTRO
    CLOSE CUENTAS-COBRAR.

9450-LEER-NUMERADOR-FACTURA.
    OPEN INPUT FACTURA-CONTROL
    IF FC-STATUS <> "00"
        Move 0 to numero-factura
        GO TO 9450-LEER-NUMERADOR-FACTURA-EXIT
    END-IF
    READ FACTURA-CONTROL
    Move FC-ULTIMO-NUMERO to numero-factura
    CLOSE FACTURA-CONTROL.
9450-LEER-NUMERADOR-FACTURA-EXIT.
    EXIT.

9480-GRABAR-NUMERADOR-FACTURA.
    OPEN OUTPUT FACTURA-CONTROL
    Move numero-factura to FC-ULTIMO-NUMERO
    WRITE FC-REGISTRO
    CLOSE FACTURA-CONTROL.

*>Solo se graba cuando algun parametro vino del archivo PARAMETROS:
*>deja en la auditoria cual fue y con que valor corrio la ventana.
9500-AUDITAR-PARAMETROS.
