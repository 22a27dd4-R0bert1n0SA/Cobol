*>se ve el tipo que se vende a perdida cada vez que el proveedor
*>aumenta a mitad de mes. Los porcentajes se calculan via
*>Division-Redondeo, como en toda la casa.
*>2026-10-15 los renglones de descuento por promocion (VD-CLASE "D")
*>           restan de la venta del tipo y del dia, y el reporte
*>           agrega la seccion COSTO DE PROMOCIONES: cuanto se
*>           resigno en cada promocion en el periodo.
*>2026-10-15 varios mostradores: se pide el punto de venta (maestro
*>           PUNTOS-VENTA) y el reporte sale de ese punto o, con
*>           espacios, del total de todos; las anulaciones se aparean
*>           por punto y numero de ticket, porque cada punto numera
*>           los suyos.

IDENTIFICATION DIVISION.
PROGRAM-ID. Margen-Kiosko.
        01 LM-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 punto-pedido PIC X(2).
        01 titulo-punto PIC X(6).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-costos.
            05 costo-item OCCURS 1 TO 200 TIMES
        01 pos-dia PIC 9(3).
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
        01 importe-ed PIC -(9)9.99.
        01 unidades-ed PIC -(7)9.
        01 porcentaje-ed PIC -ZZ9.99.
        01 cant-promos PIC 9(3) value 0.
        01 tabla-promos.
            05 promo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-promos.
                10 prm-codigo      PIC X(6).
                10 prm-tipo        PIC X(10).
                10 prm-aplicadas   PIC S9(6).
                10 prm-descuento   PIC S9(9)v99.
        01 pm PIC 9(3).
        01 pos-promo PIC 9(3).
        01 total-promos PIC S9(10)v99 value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes del reporte de margen (AAAAMM, espacios = todo): "
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
    PERFORM 1000-COSTEAR-RECEPCIONES THRU 1000-COSTEAR-RECEPCIONES-EXIT
    IF cant-tipos = 0
        Display "RECEPCIONES sin entregas: no hay costo que calcular"
        IF DS-CLASE = "A"
            Compute cant-anulaciones = cant-anulaciones + 1
            Move DS-TICKET to ticket-anulacion (cant-anulaciones)
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO to punto-anulacion (cant-anulaciones)
        END-IF
        PERFORM 3100-LEER-VENTA
    END-PERFORM
    END-IF
    PERFORM 4100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF (mes-pedido = SPACES OR VD-FECHA (1:6) = mes-pedido)
        AND (punto-pedido = SPACES OR VD-PUNTO = punto-pedido)
            PERFORM 4200-ACUMULAR-LINEA THRU 4200-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 4100-LEER-DETALLE
    ELSE
        Move 1 to signo-linea
    END-IF
    IF VD-CLASE = "D"
        Compute signo-linea = signo-linea * -1
        PERFORM 4700-ACUMULAR-PROMO
    END-IF
    Move VD-TIPO to tipo-buscado
    PERFORM 1500-BUSCAR-TIPO
    IF pos-tipo = 0 AND cant-tipos < 200

4300-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
4300-ES-ANULACION-EXIT.
4600-COMPARAR-DIA-EXIT.
    EXIT.

*>El descuento se guarda en positivo por promocion: es lo que la
*>promocion le costo al kiosko en el periodo.
4700-ACUMULAR-PROMO.
    Move 0 to pos-promo
    PERFORM 4800-COMPARAR-PROMO THRU 4800-COMPARAR-PROMO-EXIT
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
    END-IF.

4800-COMPARAR-PROMO.
    IF prm-codigo (pm) = VD-PROMO
        Move pm to pos-promo
    END-IF.
4800-COMPARAR-PROMO-EXIT.
    EXIT.

5000-IMPRIMIR-REPORTE.
    OPEN OUTPUT LISTADO-MARGEN
    Move SPACES to linea-impresion
    STRING "MARGEN BRUTO DEL KIOSKO - PERIODO " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  PUNTO DE VENTA " DELIMITED BY SIZE
        titulo-punto DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    WRITE LM-LINEA
    PERFORM 5300-IMPRIMIR-DIA THRU 5300-IMPRIMIR-DIA-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-dias
    IF cant-promos > 0
        Move SPACES to LM-LINEA
        WRITE LM-LINEA
        Move "COSTO DE PROMOCIONES" to LM-LINEA
        WRITE LM-LINEA
        Move "PROMO  TIPO        APLICADAS    DESCUENTO" to LM-LINEA
        WRITE LM-LINEA
        Move ALL "-" to LM-LINEA
        WRITE LM-LINEA
        PERFORM 5500-IMPRIMIR-PROMO THRU 5500-IMPRIMIR-PROMO-EXIT
            VARYING pm FROM 1 BY 1 UNTIL pm > cant-promos
    END-IF
    Move SPACES to LM-LINEA
    WRITE LM-LINEA
    Compute total-margen = total-venta - total-costo
    END-STRING
    Move linea-impresion to LM-LINEA
    WRITE LM-LINEA
    IF cant-promos > 0
        Move SPACES to linea-impresion
        Move total-promos to importe-ed
        STRING "   PROMOCIONES: " DELIMITED BY SIZE
            importe-ed DELIMITED BY SIZE
            " (ya descontado de la venta)" DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LM-LINEA
        WRITE LM-LINEA
    END-IF
    CLOSE LISTADO-MARGEN.

5100-IMPRIMIR-TIPO.
    WRITE LM-LINEA.
5300-IMPRIMIR-DIA-EXIT.
    EXIT.

5500-IMPRIMIR-PROMO.
    Compute total-promos = total-promos + prm-descuento (pm)
    Move SPACES to linea-impresion
    Move prm-codigo (pm) to linea-impresion (1:6)
    Move prm-tipo (pm) to linea-impresion (8:10)
    Move prm-aplicadas (pm) to unidades-ed
    Move unidades-ed to linea-impresion (20:8)
    Move prm-descuento (pm) to importe-ed
    Move importe-ed to linea-impresion (29:13)
    Move linea-impresion to LM-LINEA
    WRITE LM-LINEA.
5500-IMPRIMIR-PROMO-EXIT.
    EXIT.
