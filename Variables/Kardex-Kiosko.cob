*>"el conteo da 40 de menos" pasa a ser "el agujero se abrio el 14".
*>Dentro de un mismo dia los movimientos se ordenan por la hora que
*>traen; las ventas no guardan hora y quedan al principio del dia.
*>2026-10-15 los renglones de descuento por promocion (VD-CLASE "D")
*>           no mueven stock y no entran al kardex.
*>2026-10-15 EXISTENCIAS se lee con el copybook existencias-rec.
*>2026-10-15 las devoluciones a proveedor de DEVOLUCIONES-PROVEEDOR
*>           entran como salida de clase "D" con el proveedor en el
*>           detalle.
*>2026-10-15 varios mostradores: el kardex es del stock de un punto
*>           de venta: solo entran las entregas, ventas, ajustes y
*>           devoluciones de ese punto y la comparacion final es
*>           contra su EXISTENCIAS (EXISTENCIAS-PVnn fuera del 01).
*>2026-10-15 el registro de AJUSTES-STOCK pasa al copybook comun
*>           ajuste-stock, con AJ-PUNTO; las cuatro copias del layout
*>           describen ahora el mismo registro.

IDENTIFICATION DIVISION.
PROGRAM-ID. Kardex-Kiosko.
        SELECT AJUSTES-STOCK ASSIGN TO "AJUSTES-STOCK"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AJ-STATUS.
        SELECT EXISTENCIAS ASSIGN TO DYNAMIC nombre-existencias
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT DEVOLUCIONES-PROVEEDOR ASSIGN TO "DEVOLUCIONES-PROVEEDOR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DV-STATUS.
        SELECT LISTADO-KARDEX ASSIGN TO "LISTADO-KARDEX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LK-STATUS.
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  AJUSTES-STOCK.
        COPY "ajuste-stock".
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  DEVOLUCIONES-PROVEEDOR.
        COPY "devolucion-prov".
    FD  LISTADO-KARDEX.
        01 LK-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 AJ-STATUS PIC X(2).
        01 EX-STATUS PIC X(2).
        01 LK-STATUS PIC X(2).
        01 DV-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 tipo-pedido PIC X(10).
        01 punto-venta PIC X(2).
        01 nombre-existencias PIC X(20).
        01 fecha-desde PIC X(8).
        01 fecha-hasta PIC X(8).
        01 cant-movs PIC 9(4) value 0.
        01 j PIC 9(4).
        01 cant-anulaciones PIC 9(4) value 0.
        01 tabla-anulaciones.
            05 anulacion-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anulaciones.
                10 punto-anulacion  PIC X(2).
                10 ticket-anulacion PIC 9(6).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 a PIC 9(4).
        01 es-anulacion PIC X(1).
        01 saldo-corrido PIC S9(8) value 0.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Tipo de caramelo: "
    Accept tipo-pedido
    Display "Punto de venta (espacios = 01): "
    Accept punto-venta
    IF punto-venta = SPACES
        Move PUNTO-ORIGINAL to punto-venta
    END-IF
    IF punto-venta (2:1) = SPACE
        Move punto-venta (1:1) to punto-venta (2:1)
        Move "0" to punto-venta (1:1)
    END-IF
    Move SPACES to nombre-existencias
    IF punto-venta = PUNTO-ORIGINAL
        Move "EXISTENCIAS" to nombre-existencias
    ELSE
        STRING "EXISTENCIAS-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-existencias
        END-STRING
    END-IF
    Display "Desde fecha (AAAAMMDD, espacios = principio): "
    Accept fecha-desde
    IF fecha-desde = SPACES
    PERFORM 2000-JUNTAR-RECEPCIONES THRU 2000-JUNTAR-RECEPCIONES-EXIT
    PERFORM 3000-JUNTAR-VENTAS THRU 3000-JUNTAR-VENTAS-EXIT
    PERFORM 4000-JUNTAR-AJUSTES THRU 4000-JUNTAR-AJUSTES-EXIT
    PERFORM 4600-JUNTAR-DEVOLUCIONES THRU 4600-JUNTAR-DEVOLUCIONES-EXIT
    IF tabla-llena = "S"
        Display "ERROR: mas de 2000 movimientos para el tipo, el"
            " kardex quedaria incompleto: acote el archivo"
        IF DS-CLASE = "A"
            Compute cant-anulaciones = cant-anulaciones + 1
            Move DS-TICKET to ticket-anulacion (cant-anulaciones)
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO to punto-anulacion (cant-anulaciones)
        END-IF
        PERFORM 1100-LEER-VENTA
    END-PERFORM
    END-IF
    PERFORM 2100-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-PUNTO = SPACES
            Move PUNTO-ORIGINAL to RC-PUNTO
        END-IF
        IF RC-TIPO = tipo-pedido AND RC-PUNTO = punto-venta
            PERFORM 2500-AGREGAR-RECEPCION THRU 2500-AGREGAR-RECEPCION-EXIT
        END-IF
        PERFORM 2100-LEER-RECEPCION
    END-IF
    PERFORM 3100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-TIPO = tipo-pedido AND VD-CLASE <> "D"
        AND VD-PUNTO = punto-venta
            PERFORM 3500-AGREGAR-VENTA THRU 3500-AGREGAR-VENTA-EXIT
        END-IF
        PERFORM 3100-LEER-DETALLE

3700-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
3700-ES-ANULACION-EXIT.
    END-IF
    PERFORM 4100-LEER-AJUSTE
    PERFORM UNTIL AJ-STATUS = "10"
        IF AJ-PUNTO = SPACES
            Move PUNTO-ORIGINAL to AJ-PUNTO
        END-IF
        IF AJ-TIPO = tipo-pedido AND AJ-PUNTO = punto-venta
            PERFORM 4500-AGREGAR-AJUSTE THRU 4500-AGREGAR-AJUSTE-EXIT
        END-IF
        PERFORM 4100-LEER-AJUSTE
4500-AGREGAR-AJUSTE-EXIT.
    EXIT.

4600-JUNTAR-DEVOLUCIONES.
    OPEN INPUT DEVOLUCIONES-PROVEEDOR
    IF DV-STATUS <> "00"
        GO TO 4600-JUNTAR-DEVOLUCIONES-EXIT
    END-IF
    PERFORM 4650-LEER-DEVOLUCION
    PERFORM UNTIL DV-STATUS = "10"
        IF DV-PUNTO = SPACES
            Move PUNTO-ORIGINAL to DV-PUNTO
        END-IF
        IF DV-TIPO = tipo-pedido AND DV-PUNTO = punto-venta
            PERFORM 4700-AGREGAR-DEVOLUCION
                THRU 4700-AGREGAR-DEVOLUCION-EXIT
        END-IF
        PERFORM 4650-LEER-DEVOLUCION
    END-PERFORM
    CLOSE DEVOLUCIONES-PROVEEDOR.
4600-JUNTAR-DEVOLUCIONES-EXIT.
    EXIT.

4650-LEER-DEVOLUCION.
    READ DEVOLUCIONES-PROVEEDOR
    NOT AT END
        CONTINUE
    END-READ.

4700-AGREGAR-DEVOLUCION.
    IF cant-movs = 2000
        Move "S" to tabla-llena
        GO TO 4700-AGREGAR-DEVOLUCION-EXIT
    END-IF
    Compute cant-movs = cant-movs + 1
    Move DV-FECHA      to mov-fecha (cant-movs)
    Move DV-HORA       to mov-hora (cant-movs)
    Move "D"           to mov-clase (cant-movs)
    Compute mov-cantidad (cant-movs) = 0 - DV-CANTIDAD
    Move 0             to mov-libro (cant-movs)
    Move SPACES        to mov-detalle (cant-movs)
    STRING "devol. " DELIMITED BY SIZE
        DV-PROVEEDOR DELIMITED BY SIZE
        INTO mov-detalle (cant-movs)
    END-STRING.
4700-AGREGAR-DEVOLUCION-EXIT.
    EXIT.

5000-ORDENAR-MOVIMIENTOS.
    PERFORM 5100-PASADA
        VARYING i FROM 1 BY 1 UNTIL i >= cant-movs.
