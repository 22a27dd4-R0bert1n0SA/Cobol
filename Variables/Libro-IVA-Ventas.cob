*>Libro IVA Ventas mensual del kiosko: suma los renglones de
*>VENTAS-DETALLE del mes pedido por dia y por alicuota de IVA (neto
*>gravado, impuesto y total, como los abre Kiosko con la tabla
*>ALICUOTAS-IVA) e imprime LISTADO-IVA-VENTAS con una linea por dia y
*>alicuota, el total del mes por alicuota y el total general. Los
*>renglones de tickets anulados (clase A en DAILY-SALES) y los de
*>descuento por promocion (VD-CLASE "D") restan. Los renglones
*>grabados antes de la apertura de IVA no traen alicuota: van a la
*>general y se abren aca, via Division-Redondeo. El pie del libro
*>muestra lo cobrado en el mes por medio de pago (efectivo, tarjeta,
*>fiado y vale) desde DAILY-SALES, y una linea de control que cruza el
*>total del libro con el total de DAILY-SALES del mes: si no coinciden
*>la corrida termina con codigo 4 para que el contador no presente un
*>libro que no cierra.

IDENTIFICATION DIVISION.
PROGRAM-ID. Libro-IVA-Ventas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT VENTAS-DETALLE ASSIGN TO "VENTAS-DETALLE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VD-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT LISTADO-IVA-VENTAS ASSIGN TO "LISTADO-IVA-VENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LI-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  VENTAS-DETALLE.
        COPY "ventas-detalle".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  LISTADO-IVA-VENTAS.
        01 LI-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        01 VD-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 LI-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 ALICUOTA-GENERAL PIC 9(2)v99 value 21.00.
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
        01 tabla-llena PIC X(1) value "N".
        01 cant-renglones PIC 9(3) value 0.
        01 tabla-libro.
            05 renglon-libro OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-renglones.
                10 lib-fecha     PIC X(8).
                10 lib-alicuota  PIC 9(2)v99.
                10 lib-neto      PIC S9(9)v99.
                10 lib-iva       PIC S9(9)v99.
                10 lib-total     PIC S9(9)v99.
        01 renglon-aux.
            05 aux-fecha     PIC X(8).
            05 aux-alicuota  PIC 9(2)v99.
            05 aux-neto      PIC S9(9)v99.
            05 aux-iva       PIC S9(9)v99.
            05 aux-total     PIC S9(9)v99.
        01 r PIC 9(3).
        01 s PIC 9(3).
        01 pos-renglon PIC 9(3).
        01 cant-alicuotas PIC 9(2) value 0.
        01 tabla-alicuotas.
            05 alicuota-mes OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-alicuotas.
                10 alm-alicuota  PIC 9(2)v99.
                10 alm-neto      PIC S9(10)v99.
                10 alm-iva       PIC S9(10)v99.
                10 alm-total     PIC S9(10)v99.
        01 m PIC 9(2).
        01 pos-alicuota PIC 9(2).
        01 alicuota-linea PIC 9(2)v99.
        01 neto-linea PIC S9(9)v99.
        01 iva-linea PIC S9(9)v99.
        01 importe-linea PIC S9(9)v99.
        01 total-neto PIC S9(10)v99 value 0.
        01 total-iva PIC S9(10)v99 value 0.
        01 total-libro PIC S9(10)v99 value 0.
        01 total-ventas PIC S9(10)v99 value 0.
        01 total-efectivo PIC S9(10)v99 value 0.
        01 total-tarjeta PIC S9(10)v99 value 0.
        01 total-fiado PIC S9(10)v99 value 0.
        01 total-vale PIC S9(10)v99 value 0.
        01 total-otros PIC S9(10)v99 value 0.
        01 signo-venta PIC S9(1).
        01 diferencia-control PIC S9(10)v99.
        01 linea-impresion PIC X(100).
        01 importe-ed PIC -(9)9.99.
        01 alicuota-ed PIC Z9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes del libro IVA ventas (AAAAMM, espacios = mes actual): "
    Accept mes-pedido
    IF mes-pedido = SPACES
        Move fecha-hoy (1:6) to mes-pedido
    END-IF
    IF mes-pedido IS NOT NUMERIC
        Display "Error: el mes debe ser AAAAMM"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-LEER-VENTAS-MES THRU 1000-LEER-VENTAS-MES-EXIT
    PERFORM 2000-ACUMULAR-DETALLE THRU 2000-ACUMULAR-DETALLE-EXIT
    IF tabla-llena = "S"
        Display "ERROR: el mes excede las tablas del libro (2000"
            " anulaciones, 500 renglones dia-alicuota o 20"
            " alicuotas); el libro quedaria incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 3000-ORDENAR-LIBRO
    PERFORM 4000-IMPRIMIR-LIBRO
    Display "Libro IVA ventas " mes-pedido ": neto " total-neto
        " IVA " total-iva " total " total-libro
    Compute diferencia-control = total-libro - total-ventas
    IF diferencia-control <> 0
        Display "ATENCION: el libro no cierra con DAILY-SALES del mes,"
            " diferencia " diferencia-control
        Move 4 to RETURN-CODE
    END-IF
    Display "Libro impreso en LISTADO-IVA-VENTAS"
    STOP RUN.

*>Una sola pasada por DAILY-SALES: las anulaciones de toda la historia
*>(un renglon del mes puede ser de un ticket anulado en el mismo mes)
*>y, del mes pedido, el total de ventas y lo cobrado por medio de
*>pago, con las anulaciones restando. En un ticket con vale lo que el
*>vale no cubrio se cobro en efectivo.
1000-LEER-VENTAS-MES.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        Display "No se pudo abrir el archivo DAILY-SALES"
        GO TO 1000-LEER-VENTAS-MES-EXIT
    END-IF
    PERFORM 1100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-CLASE = "A"
            IF cant-anulaciones = 2000
                Move "S" to tabla-llena
            ELSE
                Compute cant-anulaciones = cant-anulaciones + 1
                Move DS-TICKET to ticket-anulacion (cant-anulaciones)
                IF DS-PUNTO = SPACES
                    Move PUNTO-ORIGINAL to DS-PUNTO
                END-IF
                Move DS-PUNTO to punto-anulacion (cant-anulaciones)
            END-IF
        END-IF
        IF DS-FECHA (1:6) = mes-pedido
            PERFORM 1200-ACUMULAR-PAGO
        END-IF
        PERFORM 1100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
1000-LEER-VENTAS-MES-EXIT.
    EXIT.

1100-LEER-VENTA.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

1200-ACUMULAR-PAGO.
    IF DS-CLASE = "A"
        Move -1 to signo-venta
    ELSE
        Move 1 to signo-venta
    END-IF
    Compute total-ventas = total-ventas + signo-venta * DS-PRECIO
    EVALUATE DS-PAGO
        WHEN "E"
            Compute total-efectivo =
                total-efectivo + signo-venta * DS-PRECIO
        WHEN "T"
            Compute total-tarjeta =
                total-tarjeta + signo-venta * DS-PRECIO
        WHEN "F"
            Compute total-fiado =
                total-fiado + signo-venta * DS-PRECIO
        WHEN "V"
            IF DS-VALE-IMPORTE IS NOT NUMERIC
                Move 0 to DS-VALE-IMPORTE
            END-IF
            Compute total-vale =
                total-vale + signo-venta * DS-VALE-IMPORTE
            Compute total-efectivo = total-efectivo
                + signo-venta * (DS-PRECIO - DS-VALE-IMPORTE)
        WHEN OTHER
            Compute total-otros =
                total-otros + signo-venta * DS-PRECIO
    END-EVALUATE.

2000-ACUMULAR-DETALLE.
    OPEN INPUT VENTAS-DETALLE
    IF VD-STATUS <> "00"
        Display "No se pudo abrir el archivo VENTAS-DETALLE"
        GO TO 2000-ACUMULAR-DETALLE-EXIT
    END-IF
    PERFORM 2100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-FECHA (1:6) = mes-pedido
            PERFORM 2200-ACUMULAR-LINEA THRU 2200-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 2100-LEER-DETALLE
    END-PERFORM
    CLOSE VENTAS-DETALLE.
2000-ACUMULAR-DETALLE-EXIT.
    EXIT.

2100-LEER-DETALLE.
    READ VENTAS-DETALLE
    NOT AT END
        CONTINUE
    END-READ.

2200-ACUMULAR-LINEA.
    Move "N" to es-anulacion
    PERFORM 2300-ES-ANULACION THRU 2300-ES-ANULACION-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-anulaciones
    IF es-anulacion = "S"
        Move -1 to signo-linea
    ELSE
        Move 1 to signo-linea
    END-IF
    IF VD-CLASE = "D"
        Compute signo-linea = signo-linea * -1
    END-IF
    PERFORM 2400-ABRIR-RENGLON THRU 2400-ABRIR-RENGLON-EXIT
    Compute importe-linea = signo-linea * VD-IMPORTE
    Compute neto-linea = signo-linea * neto-linea
    Compute iva-linea = signo-linea * iva-linea
    PERFORM 2500-BUSCAR-RENGLON THRU 2500-BUSCAR-RENGLON-EXIT
    IF pos-renglon = 0
        GO TO 2200-ACUMULAR-LINEA-EXIT
    END-IF
    Compute lib-neto (pos-renglon) = lib-neto (pos-renglon) + neto-linea
    Compute lib-iva (pos-renglon) = lib-iva (pos-renglon) + iva-linea
    Compute lib-total (pos-renglon) =
        lib-total (pos-renglon) + importe-linea
    PERFORM 2600-BUSCAR-ALICUOTA THRU 2600-BUSCAR-ALICUOTA-EXIT
    IF pos-alicuota = 0
        GO TO 2200-ACUMULAR-LINEA-EXIT
    END-IF
    Compute alm-neto (pos-alicuota) = alm-neto (pos-alicuota) + neto-linea
    Compute alm-iva (pos-alicuota) = alm-iva (pos-alicuota) + iva-linea
    Compute alm-total (pos-alicuota) =
        alm-total (pos-alicuota) + importe-linea
    Compute total-neto = total-neto + neto-linea
    Compute total-iva = total-iva + iva-linea
    Compute total-libro = total-libro + importe-linea.
2200-ACUMULAR-LINEA-EXIT.
    EXIT.

2300-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
2300-ES-ANULACION-EXIT.
    EXIT.

*>Un renglon con la apertura grabada por Kiosko se toma tal cual; uno
*>anterior a la apertura va a la alicuota general y se abre aca con la
*>misma cuenta que usa Kiosko.
2400-ABRIR-RENGLON.
    IF VD-ALICUOTA IS NUMERIC AND VD-NETO IS NUMERIC
    AND VD-IVA IS NUMERIC
        Move VD-ALICUOTA to alicuota-linea
        Move VD-NETO     to neto-linea
        Move VD-IVA      to iva-linea
        GO TO 2400-ABRIR-RENGLON-EXIT
    END-IF
    Move ALICUOTA-GENERAL to alicuota-linea
    Compute DIV-DIVIDENDO = VD-IMPORTE * 100
    Compute DIV-DIVISOR = 100 + alicuota-linea
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to neto-linea
    ELSE
        Move VD-IMPORTE to neto-linea
    END-IF
    Compute iva-linea = VD-IMPORTE - neto-linea.
2400-ABRIR-RENGLON-EXIT.
    EXIT.

2500-BUSCAR-RENGLON.
    Move 0 to pos-renglon
    PERFORM 2550-COMPARAR-RENGLON
        VARYING r FROM 1 BY 1 UNTIL r > cant-renglones
    IF pos-renglon > 0
        GO TO 2500-BUSCAR-RENGLON-EXIT
    END-IF
    IF cant-renglones = 500
        Move "S" to tabla-llena
        GO TO 2500-BUSCAR-RENGLON-EXIT
    END-IF
    Compute cant-renglones = cant-renglones + 1
    Move cant-renglones to pos-renglon
    Move VD-FECHA       to lib-fecha (pos-renglon)
    Move alicuota-linea to lib-alicuota (pos-renglon)
    Move 0 to lib-neto (pos-renglon)
    Move 0 to lib-iva (pos-renglon)
    Move 0 to lib-total (pos-renglon).
2500-BUSCAR-RENGLON-EXIT.
    EXIT.

2550-COMPARAR-RENGLON.
    IF lib-fecha (r) = VD-FECHA AND lib-alicuota (r) = alicuota-linea
        Move r to pos-renglon
    END-IF.

2600-BUSCAR-ALICUOTA.
    Move 0 to pos-alicuota
    PERFORM 2650-COMPARAR-ALICUOTA
        VARYING m FROM 1 BY 1 UNTIL m > cant-alicuotas
    IF pos-alicuota > 0
        GO TO 2600-BUSCAR-ALICUOTA-EXIT
    END-IF
    IF cant-alicuotas = 20
        Move "S" to tabla-llena
        GO TO 2600-BUSCAR-ALICUOTA-EXIT
    END-IF
    Compute cant-alicuotas = cant-alicuotas + 1
    Move cant-alicuotas to pos-alicuota
    Move alicuota-linea to alm-alicuota (pos-alicuota)
    Move 0 to alm-neto (pos-alicuota)
    Move 0 to alm-iva (pos-alicuota)
    Move 0 to alm-total (pos-alicuota).
2600-BUSCAR-ALICUOTA-EXIT.
    EXIT.

2650-COMPARAR-ALICUOTA.
    IF alm-alicuota (m) = alicuota-linea
        Move m to pos-alicuota
    END-IF.

*>Por dia y, dentro del dia, de la alicuota mayor a la menor, como el
*>libro que arma el contador.
3000-ORDENAR-LIBRO.
    PERFORM 3100-PASADA-LIBRO
        VARYING r FROM 1 BY 1 UNTIL r >= cant-renglones.

3100-PASADA-LIBRO.
    PERFORM 3200-COMPARAR-LIBRO
        VARYING s FROM 1 BY 1 UNTIL s > cant-renglones - r.

3200-COMPARAR-LIBRO.
    IF lib-fecha (s) > lib-fecha (s + 1)
    OR (lib-fecha (s) = lib-fecha (s + 1)
        AND lib-alicuota (s) < lib-alicuota (s + 1))
        Move renglon-libro (s)     to renglon-aux
        Move renglon-libro (s + 1) to renglon-libro (s)
        Move renglon-aux           to renglon-libro (s + 1)
    End-If.

4000-IMPRIMIR-LIBRO.
    OPEN OUTPUT LISTADO-IVA-VENTAS
    Move SPACES to linea-impresion
    STRING "LIBRO IVA VENTAS - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        " - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA
    Move "FECHA     ALICUOTA     NETO GRAVADO            IVA          TOTAL"
        to LI-LINEA
    WRITE LI-LINEA
    Move ALL "-" to LI-LINEA
    WRITE LI-LINEA
    PERFORM 4100-IMPRIMIR-RENGLON
        VARYING r FROM 1 BY 1 UNTIL r > cant-renglones
    Move ALL "-" to LI-LINEA
    WRITE LI-LINEA
    Move "TOTALES DEL MES POR ALICUOTA" to LI-LINEA
    WRITE LI-LINEA
    PERFORM 4200-IMPRIMIR-ALICUOTA
        VARYING m FROM 1 BY 1 UNTIL m > cant-alicuotas
    Move SPACES to linea-impresion
    Move "TOTAL DEL MES" to linea-impresion (1:13)
    Move total-neto to importe-ed
    Move importe-ed to linea-impresion (18:13)
    Move total-iva to importe-ed
    Move importe-ed to linea-impresion (33:13)
    Move total-libro to importe-ed
    Move importe-ed to linea-impresion (48:13)
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA
    Move ALL "-" to LI-LINEA
    WRITE LI-LINEA
    Move "COBRADO EN EL MES POR MEDIO DE PAGO (DAILY-SALES)" to LI-LINEA
    WRITE LI-LINEA
    Move "  EFECTIVO" to linea-impresion
    Move total-efectivo to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    Move "  TARJETA" to linea-impresion
    Move total-tarjeta to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    Move "  FIADO" to linea-impresion
    Move total-fiado to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    Move "  VALE DE REGALO" to linea-impresion
    Move total-vale to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    IF total-otros <> 0
        Move "  OTROS MEDIOS" to linea-impresion
        Move total-otros to importe-ed
        PERFORM 4500-IMPRIMIR-TOTAL
    END-IF
    Move "TOTAL DAILY-SALES DEL MES" to linea-impresion
    Move total-ventas to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    Move "TOTAL DEL LIBRO" to linea-impresion
    Move total-libro to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    Compute diferencia-control = total-libro - total-ventas
    IF diferencia-control = 0
        Move "CONTROL: EL LIBRO CIERRA CON DAILY-SALES" to linea-impresion
    ELSE
        Move "CONTROL: DIFERENCIA CON DAILY-SALES" to linea-impresion
    END-IF
    Move diferencia-control to importe-ed
    PERFORM 4500-IMPRIMIR-TOTAL
    CLOSE LISTADO-IVA-VENTAS.

4100-IMPRIMIR-RENGLON.
    Move SPACES to linea-impresion
    Move lib-fecha (r) to linea-impresion (1:8)
    Move lib-alicuota (r) to alicuota-ed
    Move alicuota-ed to linea-impresion (11:5)
    Move "%" to linea-impresion (16:1)
    Move lib-neto (r) to importe-ed
    Move importe-ed to linea-impresion (18:13)
    Move lib-iva (r) to importe-ed
    Move importe-ed to linea-impresion (33:13)
    Move lib-total (r) to importe-ed
    Move importe-ed to linea-impresion (48:13)
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA.

4200-IMPRIMIR-ALICUOTA.
    Move SPACES to linea-impresion
    Move "  ALICUOTA" to linea-impresion (1:10)
    Move alm-alicuota (m) to alicuota-ed
    Move alicuota-ed to linea-impresion (11:5)
    Move "%" to linea-impresion (16:1)
    Move alm-neto (m) to importe-ed
    Move importe-ed to linea-impresion (18:13)
    Move alm-iva (m) to importe-ed
    Move importe-ed to linea-impresion (33:13)
    Move alm-total (m) to importe-ed
    Move importe-ed to linea-impresion (48:13)
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA.

4500-IMPRIMIR-TOTAL.
    Move importe-ed to linea-impresion (48:13)
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA
    Move SPACES to linea-impresion.
