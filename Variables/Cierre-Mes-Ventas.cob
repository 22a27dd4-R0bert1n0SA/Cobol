*>Cierre mensual de ventas del kiosko: resume el mes pedido en el
*>archivo permanente HISTORIA-VENTAS (layout copybooks/historia-
*>ventas). Para cada tipo de caramelo toma las unidades y la venta de
*>VENTAS-DETALLE (las lineas de tickets anulados, clase A en
*>DAILY-SALES, restan, y las de descuento por promocion, VD-CLASE "D",
*>restan de la venta), las valoriza al costo promedio ponderado de
*>RECEPCIONES hasta el fin del mes, como Margen-Kiosko, y deja el
*>margen; la linea del mes suma todo y agrega los tickets netos de
*>DAILY-SALES y el ticket promedio. Correr el cierre de un mes ya
*>cerrado lo reemplaza (se avisa), asi una correccion tardia entra sin
*>duplicar. Antes de regrabar se aparta la generacion vigente via
*>Guardar-Generacion. VENTAS-DETALLE y DAILY-SALES se van depurando
*>por retencion: el cierre de cada mes tiene que correr antes de que
*>se purgue. Los cocientes se calculan via Division-Redondeo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cierre-Mes-Ventas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RECEPCIONES ASSIGN TO "RECEPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT VENTAS-DETALLE ASSIGN TO "VENTAS-DETALLE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VD-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT HISTORIA-VENTAS ASSIGN TO "HISTORIA-VENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  RECEPCIONES.
        COPY "recepcion-rec".
    FD  VENTAS-DETALLE.
        COPY "ventas-detalle".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  HISTORIA-VENTAS.
        COPY "historia-ventas".
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "generacion-args".
        01 RC-STATUS PIC X(2).
        01 VD-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 HV-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-cierre PIC X(6).
        01 mes-cierre-partes REDEFINES mes-cierre.
            05 anio-cierre PIC 9(4).
            05 nro-mes-cierre PIC 9(2).
        01 fin-mes PIC X(8).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-tipos.
            05 tipo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-tipos.
                10 tip-tipo      PIC X(10).
                10 tip-cantidad  PIC 9(8).
                10 tip-valor     PIC 9(11)v99.
                10 tip-promedio  PIC 9(5)v99.
                10 tip-unidades  PIC S9(8).
                10 tip-venta     PIC S9(9)v99.
                10 tip-costo-vta PIC S9(9)v99.
        01 t PIC 9(3).
        01 pos-tipo PIC 9(3).
        01 tipo-buscado PIC X(10).
        01 tipos-desbordados PIC X(1) value "N".
        01 cant-anulaciones PIC 9(4) value 0.
        01 anulaciones-desbordadas PIC X(1) value "N".
        01 tabla-anulaciones.
            05 anulacion-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anulaciones.
                10 punto-anulacion  PIC X(2).
                10 ticket-anulacion PIC 9(6).
        01 a PIC 9(4).
        01 es-anulacion PIC X(1).
        01 signo-linea PIC S9(1).
        01 cant-tickets PIC S9(6) value 0.
        01 importe-tickets PIC S9(10)v99 value 0.
        01 ticket-promedio PIC 9(7)v99 value 0.
        01 total-unidades PIC S9(8) value 0.
        01 total-venta PIC S9(9)v99 value 0.
        01 total-costo PIC S9(9)v99 value 0.
        01 cant-historia PIC 9(4) value 0.
        01 tabla-historia.
            05 linea-historia OCCURS 1 TO 9999 TIMES
                DEPENDING ON cant-historia PIC X(100).
        01 h PIC 9(4).
        01 lineas-reemplazadas PIC 9(4) value 0.
        01 lineas-grabadas PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a cerrar (AAAAMM, espacios = mes anterior): "
    Accept mes-cierre
    IF mes-cierre = SPACES
        Move fecha-hoy (1:6) to mes-cierre
        IF nro-mes-cierre = 1
            Compute anio-cierre = anio-cierre - 1
            Move 12 to nro-mes-cierre
        ELSE
            Compute nro-mes-cierre = nro-mes-cierre - 1
        END-IF
    END-IF
    IF mes-cierre IS NOT NUMERIC
    OR nro-mes-cierre < 1 OR nro-mes-cierre > 12
        Display "Error: mes invalido " mes-cierre
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF mes-cierre >= fecha-hoy (1:6)
        Display "ADVERTENCIA: el mes " mes-cierre " todavia no"
            " termino, el cierre quedara parcial"
    END-IF
    Move SPACES to fin-mes
    STRING mes-cierre DELIMITED BY SIZE
        "31" DELIMITED BY SIZE
        INTO fin-mes
    END-STRING
    PERFORM 1000-COSTEAR-RECEPCIONES THRU 1000-COSTEAR-RECEPCIONES-EXIT
    PERFORM 2000-CARGAR-ANULACIONES THRU 2000-CARGAR-ANULACIONES-EXIT
    IF anulaciones-desbordadas = "S"
        Display "ERROR: mas de 2000 anulaciones en el mes " mes-cierre
            ": no se graba un cierre con tickets anulados como venta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-ACUMULAR-DETALLE THRU 3000-ACUMULAR-DETALLE-EXIT
    IF tipos-desbordados = "S"
        Display "ERROR: mas de 200 tipos entre RECEPCIONES y ventas:"
            " no se graba un cierre incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3500-CONTAR-TICKETS THRU 3500-CONTAR-TICKETS-EXIT
    PERFORM 4000-CARGAR-HISTORIA THRU 4000-CARGAR-HISTORIA-EXIT
    PERFORM 5000-GRABAR-HISTORIA
    IF lineas-reemplazadas > 0
        Display "El mes " mes-cierre " ya estaba cerrado: se"
            " reemplazaron " lineas-reemplazadas " lineas"
    END-IF
    Display "Mes " mes-cierre " cerrado en HISTORIA-VENTAS: "
        lineas-grabadas " lineas"
    Display "Venta del mes: " total-venta "  tickets: " cant-tickets
        "  ticket promedio: " ticket-promedio
    STOP RUN.

*>Costo promedio ponderado con las entregas hasta el fin del mes: el
*>cierre de un mes pasado da el mismo costo aunque se corra despues.
1000-COSTEAR-RECEPCIONES.
    OPEN INPUT RECEPCIONES
    IF RC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir RECEPCIONES, las"
            " ventas quedan sin costo"
        GO TO 1000-COSTEAR-RECEPCIONES-EXIT
    END-IF
    PERFORM 1100-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-FECHA <= fin-mes
            Move RC-TIPO to tipo-buscado
            PERFORM 1500-UBICAR-TIPO THRU 1500-UBICAR-TIPO-EXIT
            IF pos-tipo > 0
                Compute tip-cantidad (pos-tipo) =
                    tip-cantidad (pos-tipo) + RC-CANTIDAD
                Compute tip-valor (pos-tipo) =
                    tip-valor (pos-tipo) + RC-CANTIDAD * RC-COSTO
            END-IF
        END-IF
        PERFORM 1100-LEER-RECEPCION
    END-PERFORM
    CLOSE RECEPCIONES
    PERFORM 1800-PROMEDIAR-TIPO THRU 1800-PROMEDIAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos.
1000-COSTEAR-RECEPCIONES-EXIT.
    EXIT.

1100-LEER-RECEPCION.
    READ RECEPCIONES
    NOT AT END
        CONTINUE
    END-READ.

1500-UBICAR-TIPO.
    Move 0 to pos-tipo
    PERFORM 1600-COMPARAR-TIPO THRU 1600-COMPARAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    IF pos-tipo > 0
        GO TO 1500-UBICAR-TIPO-EXIT
    END-IF
    IF cant-tipos = 200
        Move "S" to tipos-desbordados
        GO TO 1500-UBICAR-TIPO-EXIT
    END-IF
    Compute cant-tipos = cant-tipos + 1
    Move cant-tipos to pos-tipo
    Move tipo-buscado to tip-tipo (pos-tipo)
    Move 0 to tip-cantidad (pos-tipo)
    Move 0 to tip-valor (pos-tipo)
    Move 0 to tip-promedio (pos-tipo)
    Move 0 to tip-unidades (pos-tipo)
    Move 0 to tip-venta (pos-tipo)
    Move 0 to tip-costo-vta (pos-tipo).
1500-UBICAR-TIPO-EXIT.
    EXIT.

1600-COMPARAR-TIPO.
    IF tip-tipo (t) = tipo-buscado
        Move t to pos-tipo
    END-IF.
1600-COMPARAR-TIPO-EXIT.
    EXIT.

1800-PROMEDIAR-TIPO.
    Move tip-valor (t)    to DIV-DIVIDENDO
    Move tip-cantidad (t) to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to tip-promedio (t)
    ELSE
        Move 0 to tip-promedio (t)
    END-IF.
1800-PROMEDIAR-TIPO-EXIT.
    EXIT.

*>Solo las anulaciones del mes: las lineas de VENTAS-DETALLE que se
*>acumulan son las del mes y la anulacion lleva la fecha de su ticket.
2000-CARGAR-ANULACIONES.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        GO TO 2000-CARGAR-ANULACIONES-EXIT
    END-IF
    PERFORM 2100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10" OR anulaciones-desbordadas = "S"
        IF DS-CLASE = "A" AND DS-FECHA (1:6) = mes-cierre
        AND cant-anulaciones = 2000
            Move "S" to anulaciones-desbordadas
        END-IF
        IF DS-CLASE = "A" AND DS-FECHA (1:6) = mes-cierre
        AND anulaciones-desbordadas = "N"
            Compute cant-anulaciones = cant-anulaciones + 1
            Move DS-TICKET to ticket-anulacion (cant-anulaciones)
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO to punto-anulacion (cant-anulaciones)
        END-IF
        PERFORM 2100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
2000-CARGAR-ANULACIONES-EXIT.
    EXIT.

2100-LEER-VENTA.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

3000-ACUMULAR-DETALLE.
    OPEN INPUT VENTAS-DETALLE
    IF VD-STATUS <> "00"
        Display "No se pudo abrir el archivo VENTAS-DETALLE"
        GO TO 3000-ACUMULAR-DETALLE-EXIT
    END-IF
    PERFORM 3100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-FECHA (1:6) = mes-cierre
            PERFORM 3200-ACUMULAR-LINEA THRU 3200-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 3100-LEER-DETALLE
    END-PERFORM
    CLOSE VENTAS-DETALLE.
3000-ACUMULAR-DETALLE-EXIT.
    EXIT.

3100-LEER-DETALLE.
    READ VENTAS-DETALLE
    NOT AT END
        CONTINUE
    END-READ.

3200-ACUMULAR-LINEA.
    Move "N" to es-anulacion
    PERFORM 3300-ES-ANULACION THRU 3300-ES-ANULACION-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-anulaciones
    IF es-anulacion = "S"
        Move -1 to signo-linea
    ELSE
        Move 1 to signo-linea
    END-IF
    IF VD-CLASE = "D"
        Compute signo-linea = signo-linea * -1
    END-IF
    Move VD-TIPO to tipo-buscado
    PERFORM 1500-UBICAR-TIPO THRU 1500-UBICAR-TIPO-EXIT
    IF pos-tipo = 0
        GO TO 3200-ACUMULAR-LINEA-EXIT
    END-IF
    Compute tip-unidades (pos-tipo) =
        tip-unidades (pos-tipo) + signo-linea * VD-CANTIDAD
    Compute tip-venta (pos-tipo) =
        tip-venta (pos-tipo) + signo-linea * VD-IMPORTE
    Compute tip-costo-vta (pos-tipo) = tip-costo-vta (pos-tipo)
        + signo-linea * VD-CANTIDAD * tip-promedio (pos-tipo).
3200-ACUMULAR-LINEA-EXIT.
    EXIT.

3300-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
3300-ES-ANULACION-EXIT.
    EXIT.

*>Tickets netos del mes: cada anulacion descuenta el ticket que anula
*>y su importe, como en el libro IVA.
3500-CONTAR-TICKETS.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        GO TO 3500-CONTAR-TICKETS-EXIT
    END-IF
    PERFORM 2100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-FECHA (1:6) = mes-cierre
            IF DS-CLASE = "A"
                Compute cant-tickets = cant-tickets - 1
                Compute importe-tickets = importe-tickets - DS-PRECIO
            ELSE
                Compute cant-tickets = cant-tickets + 1
                Compute importe-tickets = importe-tickets + DS-PRECIO
            END-IF
        END-IF
        PERFORM 2100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES
    IF cant-tickets > 0
        Move importe-tickets to DIV-DIVIDENDO
        Move cant-tickets    to DIV-DIVISOR
        Move "R" to DIV-MODO
        CALL "Division-Redondeo" USING DIV-ARGUMENTOS
        IF DIV-ESTADO = "00"
            Move DIV-RESULTADO to ticket-promedio
        END-IF
    ELSE
        Move 0 to cant-tickets
    END-IF.
3500-CONTAR-TICKETS-EXIT.
    EXIT.

*>Se conserva la historia de los demas meses; las lineas del mes que
*>se cierra (si ya estaba cerrado) se descartan para reemplazarlas.
4000-CARGAR-HISTORIA.
    OPEN INPUT HISTORIA-VENTAS
    IF HV-STATUS <> "00"
        GO TO 4000-CARGAR-HISTORIA-EXIT
    END-IF
    PERFORM 4100-LEER-HISTORIA
    PERFORM UNTIL HV-STATUS = "10"
        IF HV-MES = mes-cierre
            Compute lineas-reemplazadas = lineas-reemplazadas + 1
        ELSE
            IF cant-historia = 9999
                CLOSE HISTORIA-VENTAS
                Display "ERROR: HISTORIA-VENTAS supero las 9999 lineas:"
                    " no se puede regrabar sin perder historia"
                Move 8 to RETURN-CODE
                STOP RUN
            END-IF
            Compute cant-historia = cant-historia + 1
            Move HV-REGISTRO to linea-historia (cant-historia)
        END-IF
        PERFORM 4100-LEER-HISTORIA
    END-PERFORM
    CLOSE HISTORIA-VENTAS.
4000-CARGAR-HISTORIA-EXIT.
    EXIT.

4100-LEER-HISTORIA.
    READ HISTORIA-VENTAS
    NOT AT END
        CONTINUE
    END-READ.

5000-GRABAR-HISTORIA.
    Move "HISTORIA-VENTAS" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT HISTORIA-VENTAS
    PERFORM 5100-GRABAR-ANTERIOR THRU 5100-GRABAR-ANTERIOR-EXIT
        VARYING h FROM 1 BY 1 UNTIL h > cant-historia
    PERFORM 5200-GRABAR-TIPO THRU 5200-GRABAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    PERFORM 5400-ARMAR-LINEA
    Move "M"             to HV-CLASE
    Move SPACES          to HV-TIPO
    Move total-unidades  to HV-UNIDADES
    Move total-venta     to HV-IMPORTE
    Move total-costo     to HV-COSTO
    Compute HV-MARGEN = total-venta - total-costo
    Move cant-tickets    to HV-TICKETS
    Move ticket-promedio to HV-TICKET-PROM
    WRITE HV-REGISTRO
    Compute lineas-grabadas = lineas-grabadas + 1
    CLOSE HISTORIA-VENTAS.

5100-GRABAR-ANTERIOR.
    Move linea-historia (h) to HV-REGISTRO
    WRITE HV-REGISTRO.
5100-GRABAR-ANTERIOR-EXIT.
    EXIT.

*>Un tipo comprado pero sin ventas en el mes no deja linea.
5200-GRABAR-TIPO.
    IF tip-unidades (t) = 0 AND tip-venta (t) = 0
        GO TO 5200-GRABAR-TIPO-EXIT
    END-IF
    Compute total-unidades = total-unidades + tip-unidades (t)
    Compute total-venta = total-venta + tip-venta (t)
    Compute total-costo = total-costo + tip-costo-vta (t)
    PERFORM 5400-ARMAR-LINEA
    Move "T"               to HV-CLASE
    Move tip-tipo (t)      to HV-TIPO
    Move tip-unidades (t)  to HV-UNIDADES
    Move tip-venta (t)     to HV-IMPORTE
    Move tip-costo-vta (t) to HV-COSTO
    Compute HV-MARGEN = tip-venta (t) - tip-costo-vta (t)
    Move 0                 to HV-TICKETS
    Move 0                 to HV-TICKET-PROM
    WRITE HV-REGISTRO
    Compute lineas-grabadas = lineas-grabadas + 1.
5200-GRABAR-TIPO-EXIT.
    EXIT.

5400-ARMAR-LINEA.
    INITIALIZE HV-REGISTRO
    Move mes-cierre to HV-MES
    Move fecha-hoy  to HV-CERRADO
    Move SPACE to HV-SEP1
    Move SPACE to HV-SEP2
    Move SPACE to HV-SEP3
    Move SPACE to HV-SEP4
    Move SPACE to HV-SEP5
    Move SPACE to HV-SEP6
    Move SPACE to HV-SEP7
    Move SPACE to HV-SEP8
    Move SPACE to HV-SEP9.
