*>y no a ojo. Las lineas de tickets anulados (clase A en DAILY-SALES)
*>restan. DAILY-SALES solo sabe de totales por ticket; esto es lo que
*>distingue una buena semana de chupetines de una de chicles.
*>2026-10-15 los renglones de descuento por promocion (VD-CLASE "D")
*>           restan de la venta del tipo, y el reporte agrega la
*>           seccion PROMOCIONES con las veces que se aplico cada una
*>           y el descuento otorgado en el periodo.
*>2026-10-15 varios mostradores: se pide el punto de venta (maestro
*>           PUNTOS-VENTA) y el reporte sale de ese punto o, con
*>           espacios, del total de todos; las anulaciones se aparean
*>           por punto y numero de ticket, porque cada punto numera
*>           los suyos.

IDENTIFICATION DIVISION.
PROGRAM-ID. Estadisticas-Ventas.
        01 LE-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 punto-pedido PIC X(2).
        01 titulo-punto PIC X(6).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-estadisticas.
            05 est-item OCCURS 1 TO 200 TIMES
        01 fecha-linea-num REDEFINES fecha-linea PIC 9(8).
        01 cant-anulaciones PIC 9(4) value 0.
        01 tabla-anulaciones.
            05 anulacion-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anulaciones.
                10 punto-anulacion  PIC X(2).
                10 ticket-anulacion PIC 9(6).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 a PIC 9(4).
        01 es-anulacion PIC X(1).
        01 signo-linea PIC S9(1).
        01 unidades-ed PIC -(7)9.
        01 dia-ed PIC -(5)9.
        01 porcentaje-ed PIC -ZZ9.99.
        01 cant-promos PIC 9(3) value 0.
        01 tabla-promos.
            05 promo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-promos.
                10 prm-codigo    PIC X(6).
                10 prm-tipo      PIC X(10).
                10 prm-aplicadas PIC S9(6).
                10 prm-descuento PIC S9(9)v99.
        01 pm PIC 9(3).
        01 pos-promo PIC 9(3).
        01 total-descuentos PIC S9(10)v99 value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes de las estadisticas (AAAAMM, espacios = todo): "
    Accept mes-pedido
    Display "Punto de venta (espacios = total de todos los puntos): "
    Accept punto-pedido
    IF punto-pedido (2:1) = SPACE AND punto-pedido (1:1) <> SPACE
        Move punto-pedido (1:1) to punto-pedido (2:1)
        Move "0" to punto-pedido (1:1)
    END-IF
    IF punto-pedido = SPACES
        Move "TODOS" to titulo-punto
    ELSE
        Move punto-pedido to titulo-punto
    END-IF
    PERFORM 1000-CARGAR-ANULACIONES THRU 1000-CARGAR-ANULACIONES-EXIT
    PERFORM 2000-ACUMULAR-VENTAS THRU 2000-ACUMULAR-VENTAS-EXIT
    IF cant-tipos = 0
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
    PERFORM 2100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF (mes-pedido = SPACES OR VD-FECHA (1:6) = mes-pedido)
        AND (punto-pedido = SPACES OR VD-PUNTO = punto-pedido)
            PERFORM 2500-ACUMULAR-LINEA THRU 2500-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 2100-LEER-DETALLE
    ELSE
        Move 1 to signo-linea
    END-IF
    IF VD-CLASE = "D"
        Compute signo-linea = signo-linea * -1
        PERFORM 2800-ACUMULAR-PROMO
    END-IF
    Move 0 to pos-tipo
    PERFORM 2700-COMPARAR-TIPO THRU 2700-COMPARAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos

2600-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
2600-ES-ANULACION-EXIT.
2700-COMPARAR-TIPO-EXIT.
    EXIT.

2800-ACUMULAR-PROMO.
    Move 0 to pos-promo
    PERFORM 2900-COMPARAR-PROMO THRU 2900-COMPARAR-PROMO-EXIT
        VARYING pm FROM 1 BY 1 UNTIL pm > cant-promos
    IF pos-promo = 0 AND cant-promos < 200
        Compute cant-promos = cant-promos + 1
        Move cant-promos to pos-promo
        Move VD-PROMO to prm-codigo (pos-promo)
        Move VD-TIPO to prm-tipo (pos-promo)
        Move 0 to prm-aplicadas (pos-promo)
        Move 0 to prm-descuento (pos-promo)
    END-IF
    IF pos-promo > 0
        Compute prm-aplicadas (pos-promo) =
            prm-aplicadas (pos-promo) - signo-linea
        Compute prm-descuento (pos-promo) =
            prm-descuento (pos-promo) - signo-linea * VD-IMPORTE
        Compute total-descuentos =
            total-descuentos - signo-linea * VD-IMPORTE
    END-IF.

2900-COMPARAR-PROMO.
    IF prm-codigo (pm) = VD-PROMO
        Move pm to pos-promo
    END-IF.
2900-COMPARAR-PROMO-EXIT.
    EXIT.

3000-ORDENAR-POR-VENTA.
    PERFORM 3100-PASADA
        VARYING t FROM 1 BY 1 UNTIL t >= cant-tipos.
    Move SPACES to linea-impresion
    STRING "ESTADISTICAS DE VENTA - PERIODO " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  PUNTO DE VENTA " DELIMITED BY SIZE
        titulo-punto DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    IF cant-promos > 0
        Move SPACES to LE-LINEA
        WRITE LE-LINEA
        Move "PROMOCIONES" to LE-LINEA
        WRITE LE-LINEA
        Move "PROMO  TIPO        APLICADAS    DESCUENTO" to LE-LINEA
        WRITE LE-LINEA
        Move ALL "-" to LE-LINEA
        WRITE LE-LINEA
        PERFORM 4300-IMPRIMIR-PROMO THRU 4300-IMPRIMIR-PROMO-EXIT
            VARYING pm FROM 1 BY 1 UNTIL pm > cant-promos
        Move SPACES to linea-impresion
        Move total-descuentos to importe-ed
        STRING "TOTAL DESCUENTOS: " DELIMITED BY SIZE
            importe-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LE-LINEA
        WRITE LE-LINEA
    END-IF
    CLOSE LISTADO-ESTADISTICAS.

4100-IMPRIMIR-TIPO.
    WRITE LE-LINEA.
4100-IMPRIMIR-TIPO-EXIT.
    EXIT.

4300-IMPRIMIR-PROMO.
    Move SPACES to linea-impresion
    Move prm-codigo (pm) to linea-impresion (1:6)
    Move prm-tipo (pm) to linea-impresion (8:10)
    Move prm-aplicadas (pm) to unidades-ed
    Move unidades-ed to linea-impresion (20:8)
    Move prm-descuento (pm) to importe-ed
    Move importe-ed to linea-impresion (29:13)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
4300-IMPRIMIR-PROMO-EXIT.
    EXIT.
