*>           un registro de anulacion (DS-REF de la clase A), como
*>           hacen los demas consumidores de DAILY-SALES: un ticket
*>           anulado quedaba como "sin liquidar" para siempre.
*>2026-10-15 los vales de regalo vendidos con tarjeta (libro VALES,
*>           clase E con VL-PAGO "T") tambien pasan por el posnet y
*>           entran al libro a conciliar, identificados como vale.
*>2026-10-15 varios mostradores: la anulacion se aparea por punto de
*>           venta y numero de ticket (los numeros se repiten entre
*>           puntos); el libro abarca las ventas de todos los puntos.

IDENTIFICATION DIVISION.
PROGRAM-ID. Conciliar-Tarjeta.
        SELECT LIQUIDACION-TARJETA ASSIGN TO "LIQUIDACION-TARJETA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LQ-STATUS.
        SELECT VALES ASSIGN TO "VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VL-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  DAILY-SALES.
            05 LQ-BRUTO   PIC 9(8)V9(2).
            05 LQ-SEP2    PIC X(1).
            05 LQ-ARANCEL PIC 9(6)V9(2).
    FD  VALES.
        COPY "vale-mov".
    WORKING-STORAGE SECTION.
        01 DS-STATUS PIC X(2).
        01 LQ-STATUS PIC X(2).
        01 VL-STATUS PIC X(2).
        01 mes-pedido PIC X(6).
        01 tolerancia PIC 9(3)V99.
        01 cant-libro PIC 9(4) value 0.
                10 lib-fecha    PIC X(8).
                10 lib-importe  PIC 9(8)V9(2).
                10 lib-apareado PIC X(1).
                10 lib-origen   PIC X(1).
        01 cant-liq PIC 9(4) value 0.
        01 tabla-liq.
            05 mov-liq OCCURS 1 TO 999 TIMES
                10 liq-apareado PIC X(1).
        01 cant-anulados PIC 9(4) value 0.
        01 tabla-anulados.
            05 anulado-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anulados.
                10 punto-anulado  PIC X(2).
                10 ticket-anulado PIC 9(6).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 a PIC 9(4).
        01 ticket-esta-anulado PIC X(1).
        01 i PIC 9(4).
    Accept tolerancia
    PERFORM 0500-CARGAR-ANULADOS THRU 0500-CARGAR-ANULADOS-EXIT
    PERFORM 1000-CARGAR-TICKETS THRU 1000-CARGAR-TICKETS-EXIT
    PERFORM 1500-CARGAR-VALES THRU 1500-CARGAR-VALES-EXIT
    PERFORM 2000-CARGAR-LIQUIDACION THRU 2000-CARGAR-LIQUIDACION-EXIT
    PERFORM 3000-APAREAR THRU 3000-APAREAR-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-libro
        IF DS-CLASE = "A"
            Compute cant-anulados = cant-anulados + 1
            Move DS-REF to ticket-anulado (cant-anulados)
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO to punto-anulado (cant-anulados)
        END-IF
        PERFORM 1100-LEER-VENTA
    END-PERFORM

0700-ES-ANULADO.
    Move "N" to ticket-esta-anulado
    IF DS-PUNTO = SPACES
        Move PUNTO-ORIGINAL to DS-PUNTO
    END-IF
    PERFORM 0750-COMPARAR-ANULADO THRU 0750-COMPARAR-ANULADO-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-anulados.
0700-ES-ANULADO-EXIT.
    EXIT.

0750-COMPARAR-ANULADO.
    IF ticket-anulado (a) = DS-TICKET AND punto-anulado (a) = DS-PUNTO
        Move "S" to ticket-esta-anulado
    END-IF.
0750-COMPARAR-ANULADO-EXIT.
                Move DS-FECHA  to lib-fecha (cant-libro)
                Move DS-PRECIO to lib-importe (cant-libro)
                Move "N"       to lib-apareado (cant-libro)
                Move "T"       to lib-origen (cant-libro)
            END-IF
        END-IF
        PERFORM 1100-LEER-VENTA
        CONTINUE
    END-READ.

1500-CARGAR-VALES.
    OPEN INPUT VALES
    IF VL-STATUS <> "00"
        GO TO 1500-CARGAR-VALES-EXIT
    END-IF
    PERFORM 1600-LEER-VALE
    PERFORM UNTIL VL-STATUS = "10" OR cant-libro = 999
        IF VL-FECHA (1:6) = mes-pedido AND VL-CLASE = "E"
        AND VL-PAGO = "T"
            Compute cant-libro = cant-libro + 1
            Move VL-NUMERO  to lib-ticket (cant-libro)
            Move VL-FECHA   to lib-fecha (cant-libro)
            Move VL-IMPORTE to lib-importe (cant-libro)
            Move "N"        to lib-apareado (cant-libro)
            Move "V"        to lib-origen (cant-libro)
        END-IF
        PERFORM 1600-LEER-VALE
    END-PERFORM
    IF VL-STATUS <> "10"
        Move "S" to tabla-llena
    END-IF
    CLOSE VALES.
1500-CARGAR-VALES-EXIT.
    EXIT.

1600-LEER-VALE.
    READ VALES
    NOT AT END
        CONTINUE
    END-READ.

2000-CARGAR-LIQUIDACION.
    OPEN INPUT LIQUIDACION-TARJETA
    IF LQ-STATUS <> "00"
        Compute cant-sin-liquidar = cant-sin-liquidar + 1
        Compute total-sin-liquidar =
            total-sin-liquidar + lib-importe (i)
        IF lib-origen (i) = "V"
            Display "Vale   " lib-ticket (i) " " lib-fecha (i)
                " " lib-importe (i)
        ELSE
            Display "Ticket " lib-ticket (i) " " lib-fecha (i)
                " " lib-importe (i)
        END-IF
    END-IF.
4000-SIN-LIQUIDAR-EXIT.
    EXIT.
