*>Resumen de cuenta y antiguedad de saldos de los clientes del taller:
*>recorre el maestro CLIENTES-COTIZ y la cuenta corriente
*>CUENTAS-COBRAR (facturas F y cobranzas C que graba
*>Formula-matematica) e imprime por cliente los movimientos del mes
*>pedido, lo facturado y cobrado en el mes y el saldo de la cuenta, y
*>debajo la antiguedad de lo que se le debe: cada cobranza esta
*>imputada a una factura, asi que el saldo de cada factura envejece
*>por su fecha (hasta 30, 31 a 60, 61 a 90 y mas de 90 dias), como en
*>Antiguedad-Fiado. Al pie va la antiguedad de toda la cartera. Sale
*>en LISTADO-COBRANZAS. Mas de 2000 facturas no entran en la tabla: la
*>corrida se detiene con RC 8, porque una antiguedad incompleta que
*>parece completa es peor que ninguna.

IDENTIFICATION DIVISION.
PROGRAM-ID. Estado-Cobranzas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-COTIZ ASSIGN TO "CLIENTES-COTIZ"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CQ-STATUS.
        SELECT CUENTAS-COBRAR ASSIGN TO "CUENTAS-COBRAR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CR-STATUS.
        SELECT LISTADO-COBRANZAS ASSIGN TO "LISTADO-COBRANZAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-COTIZ.
        COPY "cliente-cotiz".
    FD  CUENTAS-COBRAR.
        COPY "cobrar-mov".
    FD  LISTADO-COBRANZAS.
        01 LC-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 CQ-STATUS PIC X(2).
        01 CR-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 fecha-factura PIC X(8).
        01 fecha-factura-num REDEFINES fecha-factura PIC 9(8).
        01 edad-factura PIC S9(5).
        01 mes-pedido PIC X(6).
        01 cliente-pedido PIC 9(5).
        01 cant-facturas PIC 9(4) value 0.
        01 tabla-facturas.
            05 factura-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-facturas.
                10 fac-numero  PIC 9(6).
                10 fac-cliente PIC 9(5).
                10 fac-fecha   PIC X(8).
                10 fac-total   PIC 9(9)v99.
                10 fac-cobrado PIC 9(9)v99.
        01 f PIC 9(4).
        01 pos-factura PIC 9(4).
        01 factura-buscada PIC 9(6).
        01 facturas-desbordadas PIC X(1) value "N".
        01 cobranzas-sin-factura PIC 9(4) value 0.
        01 tramo PIC 9(1).
        01 t PIC 9(1).
        01 tramos-cliente.
            05 tramo-cliente PIC 9(9)v99 OCCURS 4 TIMES.
        01 tramos-cartera.
            05 tramo-cartera PIC 9(10)v99 OCCURS 4 TIMES.
        01 resto-factura PIC 9(9)v99.
        01 facturado-periodo PIC 9(10)v99.
        01 cobrado-periodo PIC 9(10)v99.
        01 saldo-cuenta PIC S9(10)v99.
        01 total-cartera PIC S9(11)v99 value 0.
        01 cant-clientes PIC 9(5) value 0.
        01 cant-deudores PIC 9(5) value 0.
        01 linea-impresion PIC X(100).
        01 tipo-texto PIC X(8).
        01 importe-ed PIC Z(8)9.99.
        01 neto-ed PIC Z(8)9.99.
        01 iva-ed PIC Z(8)9.99.
        01 saldo-ed PIC -(9)9.99.
        01 tramo-ed OCCURS 4 TIMES PIC Z(8)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes del resumen (AAAAMM, espacios = todo): "
    Accept mes-pedido
    Display "Cliente (0 = todos): "
    Accept cliente-pedido
    PERFORM 1000-CARGAR-FACTURAS THRU 1000-CARGAR-FACTURAS-EXIT
    IF facturas-desbordadas = "S"
        Display "ERROR: CUENTAS-COBRAR tiene mas de 2000 facturas:"
            " no se emite el resumen"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT CLIENTES-COTIZ
    IF CQ-STATUS <> "00"
        Display "No se pudo abrir el archivo CLIENTES-COTIZ"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Move 0 to tramo-cartera (1) tramo-cartera (2)
    Move 0 to tramo-cartera (3) tramo-cartera (4)
    OPEN OUTPUT LISTADO-COBRANZAS
    PERFORM 4000-ENCABEZAR THRU 4000-ENCABEZAR-EXIT
    PERFORM 1500-LEER-CLIENTE
    PERFORM UNTIL CQ-STATUS = "10"
        IF cliente-pedido = 0 OR CQ-CODIGO = cliente-pedido
            PERFORM 2000-RESUMIR-CLIENTE THRU 2000-RESUMIR-CLIENTE-EXIT
        END-IF
        PERFORM 1500-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-COTIZ
    PERFORM 5000-PIE-CARTERA THRU 5000-PIE-CARTERA-EXIT
    CLOSE LISTADO-COBRANZAS
    Display "Clientes resumidos: " cant-clientes
        " con saldo: " cant-deudores
    Display "Resumen impreso en LISTADO-COBRANZAS"
    IF cobranzas-sin-factura > 0
        Display "ADVERTENCIA: " cobranzas-sin-factura " cobranzas"
            " imputadas a facturas que no figuran en CUENTAS-COBRAR"
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

*>Cada factura con lo cobrado contra ella; la cobranza llega siempre
*>despues de su factura en el archivo.
1000-CARGAR-FACTURAS.
    OPEN INPUT CUENTAS-COBRAR
    IF CR-STATUS <> "00"
        GO TO 1000-CARGAR-FACTURAS-EXIT
    END-IF
    PERFORM 1100-LEER-MOVIMIENTO
    PERFORM UNTIL CR-STATUS = "10"
        IF CR-TIPO = "F"
            IF cant-facturas = 2000
                Move "S" to facturas-desbordadas
            ELSE
                Compute cant-facturas = cant-facturas + 1
                Move CR-FACTURA to fac-numero (cant-facturas)
                Move CR-CLIENTE to fac-cliente (cant-facturas)
                Move CR-FECHA   to fac-fecha (cant-facturas)
                Move CR-TOTAL   to fac-total (cant-facturas)
                Move 0          to fac-cobrado (cant-facturas)
            END-IF
        ELSE
            Move CR-FACTURA to factura-buscada
            PERFORM 1200-UBICAR-FACTURA THRU 1200-UBICAR-FACTURA-EXIT
            IF pos-factura = 0
                Compute cobranzas-sin-factura =
                    cobranzas-sin-factura + 1
            ELSE
                Compute fac-cobrado (pos-factura) =
                    fac-cobrado (pos-factura) + CR-TOTAL
            END-IF
        END-IF
        PERFORM 1100-LEER-MOVIMIENTO
    END-PERFORM
    CLOSE CUENTAS-COBRAR.
1000-CARGAR-FACTURAS-EXIT.
    EXIT.

1100-LEER-MOVIMIENTO.
    READ CUENTAS-COBRAR
    NOT AT END
        CONTINUE
    END-READ.

1200-UBICAR-FACTURA.
    Move 0 to pos-factura
    PERFORM 1300-COMPARAR-FACTURA THRU 1300-COMPARAR-FACTURA-EXIT
        VARYING f FROM 1 BY 1 UNTIL f > cant-facturas.
1200-UBICAR-FACTURA-EXIT.
    EXIT.

1300-COMPARAR-FACTURA.
    IF fac-numero (f) = factura-buscada
        Move f to pos-factura
    END-IF.
1300-COMPARAR-FACTURA-EXIT.
    EXIT.

1500-LEER-CLIENTE.
    READ CLIENTES-COTIZ
    NOT AT END
        CONTINUE
    END-READ.

2000-RESUMIR-CLIENTE.
    Compute cant-clientes = cant-clientes + 1
    Move 0 to facturado-periodo cobrado-periodo saldo-cuenta
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "CLIENTE " DELIMITED BY SIZE
        CQ-CODIGO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CQ-NOMBRE DELIMITED BY SIZE
        " CUIT " DELIMITED BY SIZE
        CQ-CUIT DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    IF CQ-ACTIVO = "N"
        Move "(DE BAJA)" to linea-impresion (70:9)
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    OPEN INPUT CUENTAS-COBRAR
    IF CR-STATUS <> "00"
        Move "  (sin movimientos)" to LC-LINEA
        WRITE LC-LINEA
        GO TO 2000-RESUMIR-CLIENTE-EXIT
    END-IF
    PERFORM 1100-LEER-MOVIMIENTO
    PERFORM UNTIL CR-STATUS = "10"
        IF CR-CLIENTE = CQ-CODIGO
            PERFORM 2100-MOVIMIENTO-CLIENTE
                THRU 2100-MOVIMIENTO-CLIENTE-EXIT
        END-IF
        PERFORM 1100-LEER-MOVIMIENTO
    END-PERFORM
    CLOSE CUENTAS-COBRAR
    Move SPACES to linea-impresion
    Move facturado-periodo to importe-ed
    Move cobrado-periodo to neto-ed
    Move saldo-cuenta to saldo-ed
    STRING "  Periodo -> facturado: " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        " cobrado: " DELIMITED BY SIZE
        neto-ed DELIMITED BY SIZE
        "  SALDO: " DELIMITED BY SIZE
        saldo-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Compute total-cartera = total-cartera + saldo-cuenta
    PERFORM 3000-ANTIGUEDAD-CLIENTE THRU 3000-ANTIGUEDAD-CLIENTE-EXIT.
2000-RESUMIR-CLIENTE-EXIT.
    EXIT.

2100-MOVIMIENTO-CLIENTE.
    IF CR-TIPO = "F"
        Compute saldo-cuenta = saldo-cuenta + CR-TOTAL
        Move "FACTURA " to tipo-texto
    ELSE
        Compute saldo-cuenta = saldo-cuenta - CR-TOTAL
        Move "COBRANZA" to tipo-texto
    END-IF
    IF mes-pedido <> SPACES AND CR-FECHA (1:6) <> mes-pedido
        GO TO 2100-MOVIMIENTO-CLIENTE-EXIT
    END-IF
    IF CR-TIPO = "F"
        Compute facturado-periodo = facturado-periodo + CR-TOTAL
    ELSE
        Compute cobrado-periodo = cobrado-periodo + CR-TOTAL
    END-IF
    Move CR-NETO to neto-ed
    Move CR-IMPUESTO to iva-ed
    Move CR-TOTAL to importe-ed
    Move SPACES to linea-impresion
    STRING "  " DELIMITED BY SIZE
        CR-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tipo-texto DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        CR-FACTURA DELIMITED BY SIZE
        " cotiz " DELIMITED BY SIZE
        CR-COTIZACION DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        neto-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        iva-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
2100-MOVIMIENTO-CLIENTE-EXIT.
    EXIT.

*>El saldo de cada factura del cliente envejece por su fecha.
3000-ANTIGUEDAD-CLIENTE.
    Move 0 to tramo-cliente (1) tramo-cliente (2)
    Move 0 to tramo-cliente (3) tramo-cliente (4)
    PERFORM 3100-ENVEJECER-FACTURA THRU 3100-ENVEJECER-FACTURA-EXIT
        VARYING f FROM 1 BY 1 UNTIL f > cant-facturas
    IF tramo-cliente (1) = 0 AND tramo-cliente (2) = 0
    AND tramo-cliente (3) = 0 AND tramo-cliente (4) = 0
        GO TO 3000-ANTIGUEDAD-CLIENTE-EXIT
    END-IF
    Compute cant-deudores = cant-deudores + 1
    PERFORM 3200-EDITAR-TRAMO THRU 3200-EDITAR-TRAMO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > 4
    Move SPACES to linea-impresion
    STRING "  Antiguedad -> hasta 30: " DELIMITED BY SIZE
        tramo-ed (1) DELIMITED BY SIZE
        " 31-60: " DELIMITED BY SIZE
        tramo-ed (2) DELIMITED BY SIZE
        " 61-90: " DELIMITED BY SIZE
        tramo-ed (3) DELIMITED BY SIZE
        " +90: " DELIMITED BY SIZE
        tramo-ed (4) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
3000-ANTIGUEDAD-CLIENTE-EXIT.
    EXIT.

3100-ENVEJECER-FACTURA.
    IF fac-cliente (f) <> CQ-CODIGO
    OR fac-cobrado (f) NOT < fac-total (f)
        GO TO 3100-ENVEJECER-FACTURA-EXIT
    END-IF
    Compute resto-factura = fac-total (f) - fac-cobrado (f)
    Move fac-fecha (f) to fecha-factura
    Compute edad-factura =
        FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
        - FUNCTION INTEGER-OF-DATE (fecha-factura-num)
    EVALUATE TRUE
        WHEN edad-factura <= 30
            Move 1 to tramo
        WHEN edad-factura <= 60
            Move 2 to tramo
        WHEN edad-factura <= 90
            Move 3 to tramo
        WHEN OTHER
            Move 4 to tramo
    END-EVALUATE
    Compute tramo-cliente (tramo) = tramo-cliente (tramo) + resto-factura
    Compute tramo-cartera (tramo) = tramo-cartera (tramo) + resto-factura.
3100-ENVEJECER-FACTURA-EXIT.
    EXIT.

3200-EDITAR-TRAMO.
    Move tramo-cliente (t) to tramo-ed (t).
3200-EDITAR-TRAMO-EXIT.
    EXIT.

4000-ENCABEZAR.
    Move SPACES to linea-impresion
    IF mes-pedido = SPACES
        STRING "CUENTA CORRIENTE DE CLIENTES DEL TALLER - TODOS LOS"
            DELIMITED BY SIZE
            " MESES  EMITIDO " DELIMITED BY SIZE
            fecha-hoy DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    ELSE
        STRING "CUENTA CORRIENTE DE CLIENTES DEL TALLER - MES "
            DELIMITED BY SIZE
            mes-pedido DELIMITED BY SIZE
            "  EMITIDO " DELIMITED BY SIZE
            fecha-hoy DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move "  FECHA    TIPO     FACTURA       COTIZ         NETO"
        & "          IVA        TOTAL" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA.
4000-ENCABEZAR-EXIT.
    EXIT.

5000-PIE-CARTERA.
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move total-cartera to saldo-ed
    Move SPACES to linea-impresion
    STRING "SALDO TOTAL DE LA CARTERA: " DELIMITED BY SIZE
        saldo-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5100-EDITAR-TRAMO-CARTERA THRU 5100-EDITAR-TRAMO-CARTERA-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > 4
    Move SPACES to linea-impresion
    STRING "Antiguedad -> hasta 30: " DELIMITED BY SIZE
        tramo-ed (1) DELIMITED BY SIZE
        " 31-60: " DELIMITED BY SIZE
        tramo-ed (2) DELIMITED BY SIZE
        " 61-90: " DELIMITED BY SIZE
        tramo-ed (3) DELIMITED BY SIZE
        " +90: " DELIMITED BY SIZE
        tramo-ed (4) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5000-PIE-CARTERA-EXIT.
    EXIT.

5100-EDITAR-TRAMO-CARTERA.
    Move tramo-cartera (t) to tramo-ed (t).
5100-EDITAR-TRAMO-CARTERA-EXIT.
    EXIT.
