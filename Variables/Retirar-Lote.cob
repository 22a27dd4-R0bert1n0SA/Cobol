*>Retiro de un lote del kiosko a pedido del proveedor o de la
*>inspeccion. Dado el tipo de caramelo y el lote, el lote queda
*>bloqueado en LOTES-STOCK (LS-ESTADO "R": Kiosko ya no lo vende, no
*>le recibe entregas ni le devuelve unidades por anulacion), las
*>unidades que quedaban en el se dan de baja de EXISTENCIAS con un
*>ajuste de retiro en AJUSTES-STOCK valorizado al precio vigente, y
*>LISTADO-RETIRO-LOTE lista cada ticket, fecha y cliente de fiado que
*>se llevo unidades del lote segun VENTAS-DETALLE (VD-LOTE), marcando
*>los tickets que despues se anularon. Es la lista que pide el
*>inspector de salud. Si el lote ya estaba retirado no se vuelve a
*>dar de baja nada, pero el rastreo se emite igual. Reservado a
*>supervisores (OP-NIVEL 2).
*>2026-10-15 varios mostradores: el bloqueo y la baja son del stock de
*>           un punto de venta (LOTES-STOCK-PVnn y EXISTENCIAS-PVnn
*>           fuera del 01); un lote repartido en varios puntos se
*>           retira con una corrida por punto. El rastreo de tickets
*>           abarca todos los puntos y muestra el punto de cada uno.
*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.
*>2026-10-15 el registro de AJUSTES-STOCK pasa al copybook comun
*>           ajuste-stock, con AJ-PUNTO; las cuatro copias del layout
*>           describen ahora el mismo registro.
*>2026-10-15 el nombre del cliente de fiado del rastreo sale
*>           enmascarado por Enmascarar-Dato (solo las iniciales)
*>           salvo que un supervisor identificado pida el listado
*>           completo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Retirar-Lote.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LOTES-STOCK ASSIGN TO DYNAMIC nombre-lotes
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LS-STATUS.
        SELECT EXISTENCIAS ASSIGN TO DYNAMIC nombre-existencias
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT RECEPCIONES ASSIGN TO "RECEPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT AJUSTES-STOCK ASSIGN TO "AJUSTES-STOCK"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AJ-STATUS.
        SELECT CARAMELO-PRECIO ASSIGN TO "CARAMELO-PRECIO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CP-STATUS.
        SELECT VENTAS-DETALLE ASSIGN TO "VENTAS-DETALLE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VD-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT FIADO-MOVS ASSIGN TO "FIADO-MOVS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FM-STATUS.
        SELECT CLIENTES-FIADO ASSIGN TO "CLIENTES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CF-STATUS.
        SELECT LISTADO-RETIRO ASSIGN TO "LISTADO-RETIRO-LOTE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LR-STATUS.
        SELECT PUNTOS-VENTA ASSIGN TO "PUNTOS-VENTA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PT-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  LOTES-STOCK.
        COPY "lote-stock".
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  RECEPCIONES.
        COPY "recepcion-rec".
    FD  AJUSTES-STOCK.
        COPY "ajuste-stock".
    FD  CARAMELO-PRECIO.
        COPY "caramelo-precio".
    FD  VENTAS-DETALLE.
        COPY "ventas-detalle".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  FIADO-MOVS.
        COPY "fiado-mov".
    FD  CLIENTES-FIADO.
        COPY "clientes-fiado".
    FD  LISTADO-RETIRO.
        01 LR-LINEA PIC X(100).
    FD  PUNTOS-VENTA.
        COPY "punto-venta".
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    WORKING-STORAGE SECTION.
        COPY "error-args".
        COPY "generacion-args".
        01 LS-STATUS PIC X(2).
        01 EX-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 AJ-STATUS PIC X(2).
        01 CP-STATUS PIC X(2).
        01 VD-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 FM-STATUS PIC X(2).
        01 CF-STATUS PIC X(2).
        01 LR-STATUS PIC X(2).
        01 PT-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        COPY "mascara-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 punto-venta PIC X(2).
        01 nombre-punto PIC X(20).
        01 punto-valido PIC X(1).
        01 nombre-existencias PIC X(20).
        01 nombre-lotes PIC X(20).
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 tipo-retiro PIC X(10).
        01 lote-retiro PIC X(10).
        01 venc-retiro PIC X(8).
        01 referencia-retiro PIC X(30).
        01 ya-retirado PIC X(1) value "N".
        01 unidades-retiradas PIC 9(6) value 0.
        01 precio-vigente PIC 9(5)v99 value 0.
        01 vigencia-aplicada PIC X(8).
        01 stock-libro PIC 9(6).
        01 stock-nuevo PIC 9(6).
        01 diferencia-stock PIC S9(6).
        01 valor-retiro PIC S9(8)v99 value 0.
        01 cant-lotes PIC 9(3) value 0.
        01 tabla-lotes.
            05 lote-item OCCURS 1 TO 400 TIMES
                DEPENDING ON cant-lotes.
                10 lot-linea PIC X(42).
        01 lo PIC 9(3).
        01 pos-lote PIC 9(3).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-stock.
            05 stock-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-tipos.
                10 stk-linea PIC X(34).
        01 t PIC 9(3).
        01 pos-stock PIC 9(3).
        01 cant-anul PIC 9(4) value 0.
        01 tabla-anul.
            05 anul-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anul.
                10 anul-punto  PIC X(2).
                10 anul-ticket PIC 9(6).
                10 anul-ref    PIC 9(6).
        01 a PIC 9(4).
        01 es-ticket-anulacion PIC X(1).
        01 cant-tickets PIC 9(4) value 0.
        01 tabla-tickets.
            05 ticket-item OCCURS 1 TO 1000 TIMES
                DEPENDING ON cant-tickets.
                10 tkt-punto    PIC X(2).
                10 tkt-numero   PIC 9(6).
                10 tkt-fecha    PIC X(8).
                10 tkt-unidades PIC 9(6).
                10 tkt-pago     PIC X(1).
                10 tkt-anulado  PIC X(1).
                10 tkt-cliente  PIC 9(4).
                10 tkt-nombre   PIC X(30).
        01 k PIC 9(4).
        01 pos-ticket PIC 9(4).
        01 punto-buscado PIC X(2).
        01 ticket-buscado PIC 9(6).
        01 ticket-fiado PIC 9(6).
        01 tickets-desbordados PIC X(1) value "N".
        01 total-unidades PIC 9(8) value 0.
        01 total-anuladas PIC 9(8) value 0.
        01 total-clientes PIC 9(4) value 0.
        01 linea-impresion PIC X(100).
        01 cantidad-ed PIC Z(5)9.
        01 total-ed PIC Z(7)9.
        01 cliente-ed PIC ZZZ9.
        01 valor-ed PIC -(8)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 0050-IDENTIFICAR-PUNTO
    Display "Tipo de caramelo del lote a retirar: "
    Accept tipo-retiro
    Display "Lote: "
    Accept lote-retiro
    Display "Referencia del retiro (aviso del proveedor / acta): "
    Accept referencia-retiro
    PERFORM 1000-LEER-LOTES THRU 1000-LEER-LOTES-EXIT
    Move 0 to pos-lote
    PERFORM 1200-BUSCAR-LOTE THRU 1200-BUSCAR-LOTE-EXIT
        VARYING lo FROM 1 BY 1 UNTIL lo > cant-lotes
    IF pos-lote = 0
        PERFORM 2000-BUSCAR-RECEPCION THRU 2000-BUSCAR-RECEPCION-EXIT
        IF venc-retiro = SPACES
            Display "Error: el lote " lote-retiro " de " tipo-retiro
                " no figura en LOTES-STOCK ni en RECEPCIONES"
            Move 4 to RETURN-CODE
            STOP RUN
        END-IF
        IF cant-lotes = 400
            Display "ERROR: LOTES-STOCK lleno (400 lotes): no se"
                " puede bloquear el lote, depure los lotes agotados"
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
        Compute cant-lotes = cant-lotes + 1
        Move cant-lotes to pos-lote
        INITIALIZE LS-REGISTRO
        Move tipo-retiro to LS-TIPO
        Move lote-retiro to LS-LOTE
        Move venc-retiro to LS-VENCIMIENTO
        Move 0           to LS-CANTIDAD
        Move SPACE       to LS-ESTADO
        Move punto-venta to LS-PUNTO
        PERFORM 1400-ARMAR-SEPARADORES
        Move LS-REGISTRO to lot-linea (pos-lote)
    END-IF
    Move lot-linea (pos-lote) to LS-REGISTRO
    Move LS-VENCIMIENTO to venc-retiro
    IF LS-ESTADO = "R"
        Move "S" to ya-retirado
        Display "El lote ya estaba retirado: solo se emite el rastreo"
    ELSE
        Move LS-CANTIDAD to unidades-retiradas
        IF unidades-retiradas > 0
            PERFORM 3000-BAJAR-EXISTENCIAS
                THRU 3000-BAJAR-EXISTENCIAS-EXIT
        END-IF
        Move 0   to LS-CANTIDAD
        Move "R" to LS-ESTADO
        Move punto-venta to LS-PUNTO
        PERFORM 1400-ARMAR-SEPARADORES
        Move LS-REGISTRO to lot-linea (pos-lote)
        PERFORM 1500-GRABAR-LOTES
        Display "Lote " lote-retiro " de " tipo-retiro
            " bloqueado; unidades dadas de baja: " unidades-retiradas
    END-IF
    PERFORM 4000-CARGAR-ANULACIONES THRU 4000-CARGAR-ANULACIONES-EXIT
    PERFORM 5000-RASTREAR-VENTAS THRU 5000-RASTREAR-VENTAS-EXIT
    IF cant-tickets > 0
        PERFORM 5500-COMPLETAR-TICKETS THRU 5500-COMPLETAR-TICKETS-EXIT
        PERFORM 5700-BUSCAR-CLIENTES THRU 5700-BUSCAR-CLIENTES-EXIT
        PERFORM 5800-NOMBRAR-CLIENTES THRU 5800-NOMBRAR-CLIENTES-EXIT
    END-IF
    PERFORM 6000-IMPRIMIR-RASTREO
    Display "Tickets con unidades del lote: " cant-tickets
        "  clientes de fiado: " total-clientes
    Display "Listado impreso en LISTADO-RETIRO-LOTE"
    STOP RUN.

*>LOTES-STOCK se carga entero para regrabarlo; con la carga
*>incompleta no se toca nada, como en Kiosko.
1000-LEER-LOTES.
    OPEN INPUT LOTES-STOCK
    IF LS-STATUS <> "00"
        GO TO 1000-LEER-LOTES-EXIT
    END-IF
    PERFORM 1100-LEER-LOTE
    PERFORM UNTIL LS-STATUS = "10" OR cant-lotes = 400
        Compute cant-lotes = cant-lotes + 1
        Move LS-REGISTRO to lot-linea (cant-lotes)
        PERFORM 1100-LEER-LOTE
    END-PERFORM
    IF LS-STATUS <> "10"
        CLOSE LOTES-STOCK
        Display "ERROR: LOTES-STOCK supero las 400 lineas: no se"
            " puede regrabar, depure los lotes agotados"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    CLOSE LOTES-STOCK.
1000-LEER-LOTES-EXIT.
    EXIT.

1100-LEER-LOTE.
    READ LOTES-STOCK
    NOT AT END
        CONTINUE
    END-READ.

1200-BUSCAR-LOTE.
    Move lot-linea (lo) to LS-REGISTRO
    IF LS-TIPO = tipo-retiro AND LS-LOTE = lote-retiro
        Move lo to pos-lote
    END-IF.
1200-BUSCAR-LOTE-EXIT.
    EXIT.

1400-ARMAR-SEPARADORES.
    Move SPACE to LS-SEP1
    Move SPACE to LS-SEP2
    Move SPACE to LS-SEP3
    Move SPACE to LS-SEP4
    Move SPACE to LS-SEP5.

1500-GRABAR-LOTES.
    OPEN OUTPUT LOTES-STOCK
    PERFORM 1600-GRABAR-LOTE THRU 1600-GRABAR-LOTE-EXIT
        VARYING lo FROM 1 BY 1 UNTIL lo > cant-lotes
    CLOSE LOTES-STOCK.

1600-GRABAR-LOTE.
    Move lot-linea (lo) to LS-REGISTRO
    WRITE LS-REGISTRO.
1600-GRABAR-LOTE-EXIT.
    EXIT.

*>Un lote que ya se vendio entero no queda en LOTES-STOCK: el
*>vencimiento sale de la entrega que lo trajo.
2000-BUSCAR-RECEPCION.
    Move SPACES to venc-retiro
    OPEN INPUT RECEPCIONES
    IF RC-STATUS <> "00"
        GO TO 2000-BUSCAR-RECEPCION-EXIT
    END-IF
    PERFORM 2100-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-TIPO = tipo-retiro AND RC-LOTE = lote-retiro
            Move RC-VENCIMIENTO to venc-retiro
        END-IF
        PERFORM 2100-LEER-RECEPCION
    END-PERFORM
    CLOSE RECEPCIONES.
2000-BUSCAR-RECEPCION-EXIT.
    EXIT.

2100-LEER-RECEPCION.
    READ RECEPCIONES
    NOT AT END
        CONTINUE
    END-READ.

*>Las unidades que quedaban en el lote salen de EXISTENCIAS con un
*>ajuste (libro antes, libro despues, diferencia negativa y su valor
*>al precio vigente), apartando antes la generacion del maestro.
3000-BAJAR-EXISTENCIAS.
    OPEN INPUT EXISTENCIAS
    IF EX-STATUS <> "00"
        Move "RETIRAR-LOTE" to ERR-PROGRAMA
        Move nombre-existencias to ERR-ARCHIVO
        Move "OPEN" to ERR-OPERACION
        Move EX-STATUS to ERR-STATUS
        Move "S" to ERR-REQUERIDO
        CALL "Registrar-Error" USING ERR-ARGUMENTOS
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Move 0 to pos-stock
    PERFORM 3100-LEER-STOCK
    PERFORM UNTIL EX-STATUS = "10" OR cant-tipos = 200
        Compute cant-tipos = cant-tipos + 1
        Move EX-REGISTRO to stk-linea (cant-tipos)
        IF EX-TIPO = tipo-retiro
            Move cant-tipos to pos-stock
        END-IF
        PERFORM 3100-LEER-STOCK
    END-PERFORM
    IF EX-STATUS <> "10"
        CLOSE EXISTENCIAS
        Display "ERROR: EXISTENCIAS supero los 200 tipos: no se"
            " regraba, el lote no se retira"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    CLOSE EXISTENCIAS
    IF pos-stock = 0
        Display "Aviso: " tipo-retiro " no figura en EXISTENCIAS,"
            " solo se bloquea el lote"
        GO TO 3000-BAJAR-EXISTENCIAS-EXIT
    END-IF
    Move stk-linea (pos-stock) to EX-REGISTRO
    Move EX-CANT to stock-libro
    IF EX-CANT > unidades-retiradas
        Compute stock-nuevo = EX-CANT - unidades-retiradas
    ELSE
        Move 0 to stock-nuevo
    END-IF
    Move stock-nuevo to EX-CANT
    Move SPACE to EX-SEP4
    Move punto-venta to EX-PUNTO
    Move EX-REGISTRO to stk-linea (pos-stock)
    Move nombre-existencias to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT EXISTENCIAS
    PERFORM 3200-GRABAR-STOCK THRU 3200-GRABAR-STOCK-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    CLOSE EXISTENCIAS
    PERFORM 3300-BUSCAR-PRECIO THRU 3300-BUSCAR-PRECIO-EXIT
    Compute diferencia-stock = stock-nuevo - stock-libro
    Compute valor-retiro = diferencia-stock * precio-vigente
    PERFORM 3500-GRABAR-AJUSTE.
3000-BAJAR-EXISTENCIAS-EXIT.
    EXIT.

3100-LEER-STOCK.
    READ EXISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

3200-GRABAR-STOCK.
    Move stk-linea (t) to EX-REGISTRO
    WRITE EX-REGISTRO.
3200-GRABAR-STOCK-EXIT.
    EXIT.

3300-BUSCAR-PRECIO.
    Move SPACES to vigencia-aplicada
    Move 0 to precio-vigente
    OPEN INPUT CARAMELO-PRECIO
    IF CP-STATUS <> "00"
        GO TO 3300-BUSCAR-PRECIO-EXIT
    END-IF
    PERFORM 3400-LEER-PRECIO
    PERFORM UNTIL CP-STATUS = "10"
        IF CP-TIPO = tipo-retiro
        AND CP-VIGENCIA <= fecha-hoy
        AND CP-VIGENCIA >= vigencia-aplicada
            Move CP-PRECIO to precio-vigente
            Move CP-VIGENCIA to vigencia-aplicada
        END-IF
        PERFORM 3400-LEER-PRECIO
    END-PERFORM
    CLOSE CARAMELO-PRECIO.
3300-BUSCAR-PRECIO-EXIT.
    EXIT.

3400-LEER-PRECIO.
    READ CARAMELO-PRECIO
    NOT AT END
        CONTINUE
    END-READ.

3500-GRABAR-AJUSTE.
    OPEN EXTEND AJUSTES-STOCK
    IF AJ-STATUS = "35"
        OPEN OUTPUT AJUSTES-STOCK
    END-IF
    INITIALIZE AJ-REGISTRO
    Move fecha-hoy        to AJ-FECHA
    Move SPACE            to AJ-SEP1
    Move hora-ahora       to AJ-HORA
    Move SPACE            to AJ-SEP2
    Move tipo-retiro      to AJ-TIPO
    Move SPACE            to AJ-SEP3
    Move stock-libro      to AJ-LIBRO
    Move SPACE            to AJ-SEP4
    Move stock-nuevo      to AJ-CONTADO
    Move SPACE            to AJ-SEP5
    Move diferencia-stock to AJ-DIFERENCIA
    Move SPACE            to AJ-SEP6
    Move valor-retiro     to AJ-VALOR
    Move SPACE            to AJ-SEP7
    Move punto-venta      to AJ-PUNTO
    WRITE AJ-REGISTRO
    CLOSE AJUSTES-STOCK.

*>Las anulaciones se cargan con su propio numero (sus renglones de
*>VENTAS-DETALLE repiten el lote y no son una venta mas) y con el
*>ticket que anulan (que se marca como anulado en el listado).
4000-CARGAR-ANULACIONES.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        GO TO 4000-CARGAR-ANULACIONES-EXIT
    END-IF
    PERFORM 4100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10" OR cant-anul = 2000
        IF DS-CLASE = "A"
            Compute cant-anul = cant-anul + 1
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO  to anul-punto (cant-anul)
            Move DS-TICKET to anul-ticket (cant-anul)
            Move DS-REF    to anul-ref (cant-anul)
        END-IF
        PERFORM 4100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
4000-CARGAR-ANULACIONES-EXIT.
    EXIT.

4100-LEER-VENTA.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

5000-RASTREAR-VENTAS.
    OPEN INPUT VENTAS-DETALLE
    IF VD-STATUS <> "00"
        Display "No se pudo abrir el archivo VENTAS-DETALLE"
        GO TO 5000-RASTREAR-VENTAS-EXIT
    END-IF
    PERFORM 5100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-TIPO = tipo-retiro AND VD-LOTE = lote-retiro
        AND VD-CLASE <> "D"
            PERFORM 5200-ANOTAR-TICKET THRU 5200-ANOTAR-TICKET-EXIT
        END-IF
        PERFORM 5100-LEER-DETALLE
    END-PERFORM
    CLOSE VENTAS-DETALLE
    IF tickets-desbordados = "S"
        Display "ADVERTENCIA: mas de 1000 tickets con el lote, el"
            " listado muestra los primeros 1000"
    END-IF.
5000-RASTREAR-VENTAS-EXIT.
    EXIT.

5100-LEER-DETALLE.
    READ VENTAS-DETALLE
    NOT AT END
        CONTINUE
    END-READ.

5200-ANOTAR-TICKET.
    Move "N" to es-ticket-anulacion
    PERFORM 5250-ES-ANULACION THRU 5250-ES-ANULACION-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-anul
    IF es-ticket-anulacion = "S"
        GO TO 5200-ANOTAR-TICKET-EXIT
    END-IF
    Move VD-PUNTO to punto-buscado
    Move VD-TICKET to ticket-buscado
    PERFORM 5300-BUSCAR-TICKET
    IF pos-ticket = 0
        IF cant-tickets = 1000
            Move "S" to tickets-desbordados
            GO TO 5200-ANOTAR-TICKET-EXIT
        END-IF
        Compute cant-tickets = cant-tickets + 1
        Move cant-tickets to pos-ticket
        Move VD-PUNTO  to tkt-punto (pos-ticket)
        Move VD-TICKET to tkt-numero (pos-ticket)
        Move VD-FECHA  to tkt-fecha (pos-ticket)
        Move 0         to tkt-unidades (pos-ticket)
        Move SPACE     to tkt-pago (pos-ticket)
        Move "N"       to tkt-anulado (pos-ticket)
        Move 0         to tkt-cliente (pos-ticket)
        Move SPACES    to tkt-nombre (pos-ticket)
    END-IF
    Compute tkt-unidades (pos-ticket) =
        tkt-unidades (pos-ticket) + VD-CANTIDAD.
5200-ANOTAR-TICKET-EXIT.
    EXIT.

5250-ES-ANULACION.
    IF anul-ticket (a) = VD-TICKET AND anul-punto (a) = VD-PUNTO
        Move "S" to es-ticket-anulacion
    END-IF.
5250-ES-ANULACION-EXIT.
    EXIT.

5300-BUSCAR-TICKET.
    Move 0 to pos-ticket
    PERFORM 5350-COMPARAR-TICKET THRU 5350-COMPARAR-TICKET-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-tickets.

5350-COMPARAR-TICKET.
    IF tkt-numero (k) = ticket-buscado AND tkt-punto (k) = punto-buscado
        Move k to pos-ticket
    END-IF.
5350-COMPARAR-TICKET-EXIT.
    EXIT.

*>Medio de pago de cada ticket desde DAILY-SALES y marca de anulado
*>si alguna anulacion lo referencia.
5500-COMPLETAR-TICKETS.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        GO TO 5500-COMPLETAR-TICKETS-EXIT
    END-IF
    PERFORM 4100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-PUNTO = SPACES
            Move PUNTO-ORIGINAL to DS-PUNTO
        END-IF
        Move DS-PUNTO to punto-buscado
        IF DS-CLASE = "A"
            Move DS-REF to ticket-buscado
        ELSE
            Move DS-TICKET to ticket-buscado
        END-IF
        PERFORM 5300-BUSCAR-TICKET
        IF pos-ticket > 0
            IF DS-CLASE = "A"
                Move "S" to tkt-anulado (pos-ticket)
            ELSE
                Move DS-PAGO to tkt-pago (pos-ticket)
            END-IF
        END-IF
        PERFORM 4100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
5500-COMPLETAR-TICKETS-EXIT.
    EXIT.

*>El cliente de un ticket a cuenta sale del cargo C de FIADO-MOVS,
*>cuyo detalle es "ticket NNNNNN" (el mismo que usa la anulacion).
5700-BUSCAR-CLIENTES.
    OPEN INPUT FIADO-MOVS
    IF FM-STATUS <> "00"
        GO TO 5700-BUSCAR-CLIENTES-EXIT
    END-IF
    PERFORM 5750-LEER-MOV
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-PUNTO = SPACES
            Move PUNTO-ORIGINAL to FM-PUNTO
        END-IF
        IF FM-TIPO = "C" AND FM-DETALLE (1:7) = "ticket "
        AND FM-DETALLE (8:6) IS NUMERIC
            Move FM-DETALLE (8:6) to ticket-fiado
            Move ticket-fiado to ticket-buscado
            Move FM-PUNTO to punto-buscado
            PERFORM 5300-BUSCAR-TICKET
            IF pos-ticket > 0
                Move FM-CLIENTE to tkt-cliente (pos-ticket)
            END-IF
        END-IF
        PERFORM 5750-LEER-MOV
    END-PERFORM
    CLOSE FIADO-MOVS.
5700-BUSCAR-CLIENTES-EXIT.
    EXIT.

5750-LEER-MOV.
    READ FIADO-MOVS
    NOT AT END
        CONTINUE
    END-READ.

5800-NOMBRAR-CLIENTES.
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS <> "00"
        GO TO 5800-NOMBRAR-CLIENTES-EXIT
    END-IF
    PERFORM 5850-LEER-CLIENTE
    PERFORM UNTIL CF-STATUS = "10"
        PERFORM 5900-NOMBRAR-TICKET THRU 5900-NOMBRAR-TICKET-EXIT
            VARYING k FROM 1 BY 1 UNTIL k > cant-tickets
        PERFORM 5850-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FIADO.
5800-NOMBRAR-CLIENTES-EXIT.
    EXIT.

5850-LEER-CLIENTE.
    READ CLIENTES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

5900-NOMBRAR-TICKET.
    IF tkt-cliente (k) = CF-CODIGO AND tkt-cliente (k) > 0
        Move CF-NOMBRE to tkt-nombre (k)
    END-IF.
5900-NOMBRAR-TICKET-EXIT.
    EXIT.

6000-IMPRIMIR-RASTREO.
    Move "I" to MSC-FUNCION
    Move "RETIRAR-LOTE" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-RETIRO
    Move SPACES to linea-impresion
    STRING "RETIRO DE LOTE - TIPO " DELIMITED BY SIZE
        tipo-retiro DELIMITED BY SIZE
        "  LOTE " DELIMITED BY SIZE
        lote-retiro DELIMITED BY SIZE
        "  VENCE " DELIMITED BY SIZE
        venc-retiro DELIMITED BY SIZE
        "  PUNTO " DELIMITED BY SIZE
        punto-venta DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    STRING "REFERENCIA: " DELIMITED BY SIZE
        referencia-retiro DELIMITED BY SIZE
        "  SUPERVISOR " DELIMITED BY SIZE
        codigo-operador DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    IF ya-retirado = "S"
        Move "LOTE YA RETIRADO EN UNA CORRIDA ANTERIOR"
            to linea-impresion
    ELSE
        Move unidades-retiradas to cantidad-ed
        Move valor-retiro to valor-ed
        STRING "UNIDADES DADAS DE BAJA DEL STOCK: " DELIMITED BY SIZE
            cantidad-ed DELIMITED BY SIZE
            "  VALOR: " DELIMITED BY SIZE
            valor-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    END-IF
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to LR-LINEA
    WRITE LR-LINEA
    Move "TICKET  FECHA     UNIDADES PAGO CLIENTE NOMBRE"
        & "                          OBSERVACION PV" to LR-LINEA
    WRITE LR-LINEA
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    PERFORM 6100-IMPRIMIR-TICKET THRU 6100-IMPRIMIR-TICKET-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-tickets
    Move SPACES to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    Move cant-tickets to cliente-ed
    Move total-unidades to total-ed
    STRING "TOTAL -> TICKETS: " DELIMITED BY SIZE
        cliente-ed DELIMITED BY SIZE
        "  UNIDADES VENDIDAS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    Move total-anuladas to total-ed
    Move total-clientes to cliente-ed
    STRING "         UNIDADES EN TICKETS ANULADOS: " DELIMITED BY SIZE
        total-ed DELIMITED BY SIZE
        "  TICKETS A CUENTA: " DELIMITED BY SIZE
        cliente-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    CLOSE LISTADO-RETIRO.

6100-IMPRIMIR-TICKET.
    Compute total-unidades = total-unidades + tkt-unidades (k)
    Move SPACES to linea-impresion
    Move tkt-numero (k) to linea-impresion (1:6)
    Move tkt-fecha (k) to linea-impresion (9:8)
    Move tkt-unidades (k) to cantidad-ed
    Move cantidad-ed to linea-impresion (20:6)
    Move tkt-pago (k) to linea-impresion (28:1)
    IF tkt-cliente (k) > 0
        Compute total-clientes = total-clientes + 1
        Move tkt-cliente (k) to cliente-ed
        Move cliente-ed to linea-impresion (33:4)
        Move "N" to MSC-FUNCION
        Move tkt-nombre (k) to MSC-ENTRADA
        CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
        Move MSC-SALIDA (1:30) to linea-impresion (40:30)
    END-IF
    IF tkt-anulado (k) = "S"
        Compute total-anuladas = total-anuladas + tkt-unidades (k)
        Move "ANULADO" to linea-impresion (72:7)
    END-IF
    Move tkt-punto (k) to linea-impresion (84:2)
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.
6100-IMPRIMIR-TICKET-EXIT.
    EXIT.

*>Punto de venta cuyo stock se bloquea, validado contra PUNTOS-VENTA
*>como en Kiosko; el 01 conserva los nombres historicos de archivo.
0050-IDENTIFICAR-PUNTO.
    Move "N" to punto-valido
    Perform Until punto-valido = "S"
        Display "Punto de venta del stock a retirar (espacios = 01): "
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
    Move SPACES to nombre-existencias nombre-lotes
    IF punto-venta = PUNTO-ORIGINAL
        Move "EXISTENCIAS" to nombre-existencias
        Move "LOTES-STOCK" to nombre-lotes
    ELSE
        STRING "EXISTENCIAS-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-existencias
        END-STRING
        STRING "LOTES-STOCK-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-lotes
        END-STRING
    END-IF.

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

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
            Display "Acceso denegado: se exige nivel "
                NIVEL-REQUERIDO " y el operador tiene nivel "
                nivel-operador
            PERFORM 0180-GRABAR-ACCESO-DENEGADO
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    Move "N" to operador-valido
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        Move NIVEL-REQUERIDO to nivel-operador
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

0160-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "RETIRAR-LOTE" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
        OPEN OUTPUT ACCESOS-DENEGADOS
    END-IF
    INITIALIZE AD-REGISTRO
    Move fecha-hoy       to AD-FECHA
    Move SPACE           to AD-SEP1
    Move hora-ahora      to AD-HORA
    Move SPACE           to AD-SEP2
    Move "RETIRAR-LOTE"  to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
