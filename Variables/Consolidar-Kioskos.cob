*>Consolidacion nocturna de los mostradores del kiosko: con varios
*>puntos de venta cada uno lleva su stock (EXISTENCIAS del 01,
*>EXISTENCIAS-PVnn de los demas) y su numeracion de tickets, y los
*>archivos de movimientos compartidos traen el punto en cada registro.
*>Para la fecha de negocio pedida este paso recorre el maestro
*>PUNTOS-VENTA y arma, por punto y en total: la venta del dia desde
*>DAILY-SALES (tickets, anulaciones netadas y lo cobrado por medio de
*>pago), la caja desde CIERRES-CAJA (esperado, contado, diferencia y
*>gastos de los cierres del dia) y el stock desde el EXISTENCIAS de
*>cada punto. Imprime LISTADO-KIOSKOS y graba EXISTENCIAS-CONS con las
*>unidades de cada tipo sumadas entre todos los puntos. Un punto
*>activo sin cierre de caja del dia o sin archivo de stock deja la
*>corrida con codigo 4; el desborde de las tablas, con codigo 8. Los
*>registros de un punto que no figura en el maestro se muestran igual,
*>marcados, para que los totales cierren contra los archivos. Sin
*>maestro se consolida solo el punto 01, con aviso.

IDENTIFICATION DIVISION.
PROGRAM-ID. Consolidar-Kioskos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PUNTOS-VENTA ASSIGN TO "PUNTOS-VENTA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PT-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT CIERRES-CAJA ASSIGN TO "CIERRES-CAJA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CX-STATUS.
        SELECT EXISTENCIAS ASSIGN TO DYNAMIC nombre-existencias
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT EXISTENCIAS-CONS ASSIGN TO "EXISTENCIAS-CONS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EC-STATUS.
        SELECT LISTADO-KIOSKOS ASSIGN TO "LISTADO-KIOSKOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PUNTOS-VENTA.
        COPY "punto-venta".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  CIERRES-CAJA.
        COPY "cierre-caja".
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  EXISTENCIAS-CONS.
        01 EC-REGISTRO.
            05 EC-TIPO   PIC X(10).
            05 EC-SEP1   PIC X(1).
            05 EC-CANT   PIC 9(8).
            05 EC-SEP2   PIC X(1).
            05 EC-PUNTOS PIC 9(2).
            05 EC-SEP3   PIC X(1).
            05 EC-FECHA  PIC X(8).
    FD  LISTADO-KIOSKOS.
        01 LC-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 PT-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 CX-STATUS PIC X(2).
        01 EX-STATUS PIC X(2).
        01 EC-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 fecha-hoy PIC X(8).
        01 fecha-negocio PIC X(8).
        01 nombre-existencias PIC X(20).
        01 cant-puntos PIC 9(2) value 0.
        01 tabla-puntos.
            05 punto-item OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-puntos.
                10 pto-codigo     PIC X(2).
                10 pto-nombre     PIC X(20).
                10 pto-activo     PIC X(1).
                10 pto-tickets    PIC 9(5).
                10 pto-anulados   PIC 9(4).
                10 pto-ventas     PIC S9(9)v99.
                10 pto-efectivo   PIC S9(9)v99.
                10 pto-tarjeta    PIC S9(9)v99.
                10 pto-fiado      PIC S9(9)v99.
                10 pto-vale       PIC S9(9)v99.
                10 pto-cierres    PIC 9(3).
                10 pto-esperado   PIC S9(9)v99.
                10 pto-contado    PIC S9(9)v99.
                10 pto-diferencia PIC S9(9)v99.
                10 pto-gastos     PIC S9(9)v99.
                10 pto-tipos      PIC 9(3).
                10 pto-unidades   PIC 9(8).
                10 pto-stock      PIC X(1).
        01 p PIC 9(2).
        01 pos-punto PIC 9(2).
        01 punto-buscado PIC X(2).
        01 puntos-desbordados PIC X(1) value "N".
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-tipos.
            05 tipo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-tipos.
                10 tip-tipo     PIC X(10).
                10 tip-unidades PIC 9(8).
                10 tip-puntos   PIC 9(2).
        01 t PIC 9(3).
        01 pos-tipo PIC 9(3).
        01 tipos-desbordados PIC X(1) value "N".
        01 signo-venta PIC S9(1).
        01 tot-tickets    PIC 9(6) value 0.
        01 tot-anulados   PIC 9(5) value 0.
        01 tot-ventas     PIC S9(10)v99 value 0.
        01 tot-efectivo   PIC S9(10)v99 value 0.
        01 tot-tarjeta    PIC S9(10)v99 value 0.
        01 tot-fiado      PIC S9(10)v99 value 0.
        01 tot-vale       PIC S9(10)v99 value 0.
        01 tot-cierres    PIC 9(4) value 0.
        01 tot-esperado   PIC S9(10)v99 value 0.
        01 tot-contado    PIC S9(10)v99 value 0.
        01 tot-diferencia PIC S9(10)v99 value 0.
        01 tot-gastos     PIC S9(10)v99 value 0.
        01 tot-unidades   PIC 9(9) value 0.
        01 puntos-sin-cierre PIC 9(2) value 0.
        01 puntos-sin-stock  PIC 9(2) value 0.
        01 linea-impresion PIC X(100).
        01 importe-ed PIC -(8)9.99.
        01 tickets-ed PIC Z(4)9.
        01 anulados-ed PIC ZZZ9.
        01 tipos-ed PIC ZZ9.
        01 unidades-ed PIC Z(7)9.
        01 puntos-ed PIC Z9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Fecha de negocio a consolidar (AAAAMMDD, espacios = hoy): "
    Accept fecha-negocio
    IF fecha-negocio = SPACES
        Move fecha-hoy to fecha-negocio
    END-IF
    PERFORM 0500-CARGAR-PUNTOS THRU 0500-CARGAR-PUNTOS-EXIT
    PERFORM 1000-SUMAR-VENTAS THRU 1000-SUMAR-VENTAS-EXIT
    PERFORM 2000-SUMAR-CIERRES THRU 2000-SUMAR-CIERRES-EXIT
    PERFORM 3000-SUMAR-STOCK THRU 3000-SUMAR-STOCK-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-puntos
    IF puntos-desbordados = "S" OR tipos-desbordados = "S"
        Display "ERROR: mas de 20 puntos de venta o mas de 200 tipos"
            " en los stocks: el consolidado quedaria incompleto"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 4000-GRABAR-CONSOLIDADO
    PERFORM 5000-IMPRIMIR-LISTADO
    Display "Puntos consolidados: " cant-puntos
        "  ventas del dia: " tot-ventas
    Display "Stock consolidado grabado en EXISTENCIAS-CONS: "
        cant-tipos " tipos, " tot-unidades " unidades"
    IF puntos-sin-cierre > 0 OR puntos-sin-stock > 0
        Display "ADVERTENCIA: puntos activos sin cierre de caja: "
            puntos-sin-cierre "  sin archivo de stock: "
            puntos-sin-stock
        Move 4 to RETURN-CODE
    END-IF
    Display "Listado impreso en LISTADO-KIOSKOS"
    STOP RUN.

*>El maestro PUNTOS-VENTA dice que mostradores se esperan; sin
*>maestro se consolida el mostrador original, como si no hubiera
*>otros, para que la corrida de la noche no quede en blanco.
0500-CARGAR-PUNTOS.
    OPEN INPUT PUNTOS-VENTA
    IF PT-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir PUNTOS-VENTA, se"
            " consolida solo el punto 01"
        Move PUNTO-ORIGINAL to punto-buscado
        PERFORM 1500-UBICAR-PUNTO THRU 1500-UBICAR-PUNTO-EXIT
        Move "PUNTO 01" to pto-nombre (pos-punto)
        Move "S" to pto-activo (pos-punto)
        GO TO 0500-CARGAR-PUNTOS-EXIT
    END-IF
    PERFORM 0600-LEER-PUNTO
    PERFORM UNTIL PT-STATUS = "10"
        Move PT-CODIGO to punto-buscado
        PERFORM 1500-UBICAR-PUNTO THRU 1500-UBICAR-PUNTO-EXIT
        IF pos-punto > 0
            Move PT-NOMBRE to pto-nombre (pos-punto)
            Move PT-ACTIVO to pto-activo (pos-punto)
        END-IF
        PERFORM 0600-LEER-PUNTO
    END-PERFORM
    CLOSE PUNTOS-VENTA.
0500-CARGAR-PUNTOS-EXIT.
    EXIT.

0600-LEER-PUNTO.
    READ PUNTOS-VENTA
    NOT AT END
        CONTINUE
    END-READ.

*>Venta del dia por punto con el mismo criterio que el libro IVA: la
*>anulacion resta lo que anula y el pago con vale abre la parte del
*>vale y el resto en efectivo.
1000-SUMAR-VENTAS.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        Display "No hay ventas registradas en DAILY-SALES"
        GO TO 1000-SUMAR-VENTAS-EXIT
    END-IF
    PERFORM 1100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10"
        IF DS-FECHA = fecha-negocio
            PERFORM 1200-ACUMULAR-VENTA THRU 1200-ACUMULAR-VENTA-EXIT
        END-IF
        PERFORM 1100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
1000-SUMAR-VENTAS-EXIT.
    EXIT.

1100-LEER-VENTA.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

1200-ACUMULAR-VENTA.
    IF DS-PUNTO = SPACES
        Move PUNTO-ORIGINAL to DS-PUNTO
    END-IF
    Move DS-PUNTO to punto-buscado
    PERFORM 1500-UBICAR-PUNTO THRU 1500-UBICAR-PUNTO-EXIT
    IF pos-punto = 0
        GO TO 1200-ACUMULAR-VENTA-EXIT
    END-IF
    IF DS-CLASE = "A"
        Move -1 to signo-venta
        Compute pto-anulados (pos-punto) = pto-anulados (pos-punto) + 1
    ELSE
        Move 1 to signo-venta
        Compute pto-tickets (pos-punto) = pto-tickets (pos-punto) + 1
    END-IF
    Compute pto-ventas (pos-punto) =
        pto-ventas (pos-punto) + signo-venta * DS-PRECIO
    EVALUATE DS-PAGO
        WHEN "E"
            Compute pto-efectivo (pos-punto) =
                pto-efectivo (pos-punto) + signo-venta * DS-PRECIO
        WHEN "T"
            Compute pto-tarjeta (pos-punto) =
                pto-tarjeta (pos-punto) + signo-venta * DS-PRECIO
        WHEN "F"
            Compute pto-fiado (pos-punto) =
                pto-fiado (pos-punto) + signo-venta * DS-PRECIO
        WHEN "V"
            IF DS-VALE-IMPORTE IS NOT NUMERIC
                Move 0 to DS-VALE-IMPORTE
            END-IF
            Compute pto-vale (pos-punto) =
                pto-vale (pos-punto) + signo-venta * DS-VALE-IMPORTE
            Compute pto-efectivo (pos-punto) = pto-efectivo (pos-punto)
                + signo-venta * (DS-PRECIO - DS-VALE-IMPORTE)
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
1200-ACUMULAR-VENTA-EXIT.
    EXIT.

*>Busca el punto en la tabla y, si no esta, lo agrega: un punto que
*>aparece en los movimientos sin figurar en el maestro queda marcado
*>como fuera del maestro. Con la tabla llena devuelve pos-punto 0.
1500-UBICAR-PUNTO.
    Move 0 to pos-punto
    PERFORM 1600-COMPARAR-PUNTO THRU 1600-COMPARAR-PUNTO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-puntos
    IF pos-punto > 0
        GO TO 1500-UBICAR-PUNTO-EXIT
    END-IF
    IF cant-puntos = 20
        Move "S" to puntos-desbordados
        GO TO 1500-UBICAR-PUNTO-EXIT
    END-IF
    Compute cant-puntos = cant-puntos + 1
    Move cant-puntos to pos-punto
    INITIALIZE punto-item (pos-punto)
    Move punto-buscado to pto-codigo (pos-punto)
    Move "FUERA DEL MAESTRO" to pto-nombre (pos-punto)
    Move "N" to pto-activo (pos-punto)
    Move "N" to pto-stock (pos-punto).
1500-UBICAR-PUNTO-EXIT.
    EXIT.

1600-COMPARAR-PUNTO.
    IF pto-codigo (p) = punto-buscado
        Move p to pos-punto
    END-IF.
1600-COMPARAR-PUNTO-EXIT.
    EXIT.

*>Un punto puede cerrar la caja mas de una vez en el dia (cambio de
*>turno): se suman todos sus cierres de la fecha.
2000-SUMAR-CIERRES.
    OPEN INPUT CIERRES-CAJA
    IF CX-STATUS <> "00"
        Display "No hay cierres registrados en CIERRES-CAJA"
        GO TO 2000-SUMAR-CIERRES-EXIT
    END-IF
    PERFORM 2100-LEER-CIERRE
    PERFORM UNTIL CX-STATUS = "10"
        IF CX-FECHA = fecha-negocio
            IF CX-PUNTO = SPACES
                Move PUNTO-ORIGINAL to CX-PUNTO
            END-IF
            IF CX-GASTOS IS NOT NUMERIC
                Move 0 to CX-GASTOS
            END-IF
            Move CX-PUNTO to punto-buscado
            PERFORM 1500-UBICAR-PUNTO THRU 1500-UBICAR-PUNTO-EXIT
            IF pos-punto > 0
                Compute pto-cierres (pos-punto) =
                    pto-cierres (pos-punto) + 1
                Compute pto-esperado (pos-punto) =
                    pto-esperado (pos-punto) + CX-ESPERADO
                Compute pto-contado (pos-punto) =
                    pto-contado (pos-punto) + CX-CONTADO
                Compute pto-diferencia (pos-punto) =
                    pto-diferencia (pos-punto) + CX-DIFERENCIA
                Compute pto-gastos (pos-punto) =
                    pto-gastos (pos-punto) + CX-GASTOS
            END-IF
        END-IF
        PERFORM 2100-LEER-CIERRE
    END-PERFORM
    CLOSE CIERRES-CAJA.
2000-SUMAR-CIERRES-EXIT.
    EXIT.

2100-LEER-CIERRE.
    READ CIERRES-CAJA
    NOT AT END
        CONTINUE
    END-READ.

*>El stock de cada punto activo sale de su propio EXISTENCIAS; el 01
*>conserva el nombre historico del archivo.
3000-SUMAR-STOCK.
    IF pto-activo (p) <> "S"
        GO TO 3000-SUMAR-STOCK-EXIT
    END-IF
    Move SPACES to nombre-existencias
    IF pto-codigo (p) = PUNTO-ORIGINAL
        Move "EXISTENCIAS" to nombre-existencias
    ELSE
        STRING "EXISTENCIAS-PV" DELIMITED BY SIZE
            pto-codigo (p) DELIMITED BY SIZE
            INTO nombre-existencias
        END-STRING
    END-IF
    OPEN INPUT EXISTENCIAS
    IF EX-STATUS <> "00"
        Move "N" to pto-stock (p)
        Display "ADVERTENCIA: no se pudo abrir " nombre-existencias
            " del punto " pto-codigo (p)
        GO TO 3000-SUMAR-STOCK-EXIT
    END-IF
    Move "S" to pto-stock (p)
    PERFORM 3100-LEER-STOCK
    PERFORM UNTIL EX-STATUS = "10"
        Compute pto-tipos (p) = pto-tipos (p) + 1
        Compute pto-unidades (p) = pto-unidades (p) + EX-CANT
        PERFORM 3200-ACUMULAR-TIPO THRU 3200-ACUMULAR-TIPO-EXIT
        PERFORM 3100-LEER-STOCK
    END-PERFORM
    CLOSE EXISTENCIAS.
3000-SUMAR-STOCK-EXIT.
    EXIT.

3100-LEER-STOCK.
    READ EXISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

3200-ACUMULAR-TIPO.
    Move 0 to pos-tipo
    PERFORM 3300-COMPARAR-TIPO THRU 3300-COMPARAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    IF pos-tipo = 0
        IF cant-tipos = 200
            Move "S" to tipos-desbordados
            GO TO 3200-ACUMULAR-TIPO-EXIT
        END-IF
        Compute cant-tipos = cant-tipos + 1
        Move cant-tipos to pos-tipo
        Move EX-TIPO to tip-tipo (pos-tipo)
        Move 0 to tip-unidades (pos-tipo)
        Move 0 to tip-puntos (pos-tipo)
    END-IF
    Compute tip-unidades (pos-tipo) = tip-unidades (pos-tipo) + EX-CANT
    Compute tip-puntos (pos-tipo) = tip-puntos (pos-tipo) + 1.
3200-ACUMULAR-TIPO-EXIT.
    EXIT.

3300-COMPARAR-TIPO.
    IF tip-tipo (t) = EX-TIPO
        Move t to pos-tipo
    END-IF.
3300-COMPARAR-TIPO-EXIT.
    EXIT.

*>EXISTENCIAS-CONS es una foto del stock total de la noche: se
*>regraba entera en cada corrida.
4000-GRABAR-CONSOLIDADO.
    OPEN OUTPUT EXISTENCIAS-CONS
    PERFORM 4100-GRABAR-TIPO THRU 4100-GRABAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    CLOSE EXISTENCIAS-CONS.

4100-GRABAR-TIPO.
    INITIALIZE EC-REGISTRO
    Move tip-tipo (t)     to EC-TIPO
    Move SPACE            to EC-SEP1
    Move tip-unidades (t) to EC-CANT
    Move SPACE            to EC-SEP2
    Move tip-puntos (t)   to EC-PUNTOS
    Move SPACE            to EC-SEP3
    Move fecha-negocio    to EC-FECHA
    WRITE EC-REGISTRO.
4100-GRABAR-TIPO-EXIT.
    EXIT.

5000-IMPRIMIR-LISTADO.
    OPEN OUTPUT LISTADO-KIOSKOS
    Move SPACES to linea-impresion
    STRING "CONSOLIDADO DE PUNTOS DE VENTA - FECHA " DELIMITED BY SIZE
        fecha-negocio DELIMITED BY SIZE
        " - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move "VENTAS DEL DIA" to LC-LINEA
    WRITE LC-LINEA
    Move "PV NOMBRE         TICKT ANUL       VENTAS     EFECTIVO"
        & "      TARJETA        FIADO         VALE" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5100-IMPRIMIR-VENTAS-PUNTO
        THRU 5100-IMPRIMIR-VENTAS-PUNTO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-puntos
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL" to linea-impresion (4:5)
    Move tot-tickets to tickets-ed
    Move tickets-ed to linea-impresion (19:5)
    Move tot-anulados to anulados-ed
    Move anulados-ed to linea-impresion (25:4)
    Move tot-ventas to importe-ed
    Move importe-ed to linea-impresion (30:12)
    Move tot-efectivo to importe-ed
    Move importe-ed to linea-impresion (43:12)
    Move tot-tarjeta to importe-ed
    Move importe-ed to linea-impresion (56:12)
    Move tot-fiado to importe-ed
    Move importe-ed to linea-impresion (69:12)
    Move tot-vale to importe-ed
    Move importe-ed to linea-impresion (82:12)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move "CAJA" to LC-LINEA
    WRITE LC-LINEA
    Move "PV NOMBRE         CIERR          ESPERADO      CONTADO"
        & "   DIFERENCIA       GASTOS ESTADO" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5200-IMPRIMIR-CAJA-PUNTO
        THRU 5200-IMPRIMIR-CAJA-PUNTO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-puntos
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL" to linea-impresion (4:5)
    Move tot-cierres to tickets-ed
    Move tickets-ed to linea-impresion (19:5)
    Move tot-esperado to importe-ed
    Move importe-ed to linea-impresion (30:12)
    Move tot-contado to importe-ed
    Move importe-ed to linea-impresion (43:12)
    Move tot-diferencia to importe-ed
    Move importe-ed to linea-impresion (56:12)
    Move tot-gastos to importe-ed
    Move importe-ed to linea-impresion (69:12)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move "STOCK POR PUNTO" to LC-LINEA
    WRITE LC-LINEA
    Move "PV NOMBRE         TIPOS          UNIDADES ESTADO" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5300-IMPRIMIR-STOCK-PUNTO
        THRU 5300-IMPRIMIR-STOCK-PUNTO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-puntos
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    Move "TOTAL" to linea-impresion (4:5)
    Move cant-tipos to tipos-ed
    Move tipos-ed to linea-impresion (21:3)
    Move tot-unidades to unidades-ed
    Move unidades-ed to linea-impresion (34:8)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move "STOCK CONSOLIDADO POR TIPO" to LC-LINEA
    WRITE LC-LINEA
    Move "TIPO       UNIDADES PUNTOS" to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    PERFORM 5400-IMPRIMIR-TIPO THRU 5400-IMPRIMIR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    CLOSE LISTADO-KIOSKOS.

5100-IMPRIMIR-VENTAS-PUNTO.
    Compute tot-tickets = tot-tickets + pto-tickets (p)
    Compute tot-anulados = tot-anulados + pto-anulados (p)
    Compute tot-ventas = tot-ventas + pto-ventas (p)
    Compute tot-efectivo = tot-efectivo + pto-efectivo (p)
    Compute tot-tarjeta = tot-tarjeta + pto-tarjeta (p)
    Compute tot-fiado = tot-fiado + pto-fiado (p)
    Compute tot-vale = tot-vale + pto-vale (p)
    Move SPACES to linea-impresion
    Move pto-codigo (p) to linea-impresion (1:2)
    Move pto-nombre (p) to linea-impresion (4:14)
    Move pto-tickets (p) to tickets-ed
    Move tickets-ed to linea-impresion (19:5)
    Move pto-anulados (p) to anulados-ed
    Move anulados-ed to linea-impresion (25:4)
    Move pto-ventas (p) to importe-ed
    Move importe-ed to linea-impresion (30:12)
    Move pto-efectivo (p) to importe-ed
    Move importe-ed to linea-impresion (43:12)
    Move pto-tarjeta (p) to importe-ed
    Move importe-ed to linea-impresion (56:12)
    Move pto-fiado (p) to importe-ed
    Move importe-ed to linea-impresion (69:12)
    Move pto-vale (p) to importe-ed
    Move importe-ed to linea-impresion (82:12)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5100-IMPRIMIR-VENTAS-PUNTO-EXIT.
    EXIT.

*>Un punto activo sin cierre del dia es el aviso que busca el
*>encargado a la manana: la caja quedo sin arquear.
5200-IMPRIMIR-CAJA-PUNTO.
    Compute tot-cierres = tot-cierres + pto-cierres (p)
    Compute tot-esperado = tot-esperado + pto-esperado (p)
    Compute tot-contado = tot-contado + pto-contado (p)
    Compute tot-diferencia = tot-diferencia + pto-diferencia (p)
    Compute tot-gastos = tot-gastos + pto-gastos (p)
    Move SPACES to linea-impresion
    Move pto-codigo (p) to linea-impresion (1:2)
    Move pto-nombre (p) to linea-impresion (4:14)
    Move pto-cierres (p) to tickets-ed
    Move tickets-ed to linea-impresion (19:5)
    Move pto-esperado (p) to importe-ed
    Move importe-ed to linea-impresion (30:12)
    Move pto-contado (p) to importe-ed
    Move importe-ed to linea-impresion (43:12)
    Move pto-diferencia (p) to importe-ed
    Move importe-ed to linea-impresion (56:12)
    Move pto-gastos (p) to importe-ed
    Move importe-ed to linea-impresion (69:12)
    IF pto-cierres (p) = 0
        IF pto-activo (p) = "S"
            Compute puntos-sin-cierre = puntos-sin-cierre + 1
            Move "SIN CIERRE" to linea-impresion (82:10)
        ELSE
            Move "INACTIVO" to linea-impresion (82:8)
        END-IF
    ELSE
        Move "CERRADA" to linea-impresion (82:7)
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5200-IMPRIMIR-CAJA-PUNTO-EXIT.
    EXIT.

5300-IMPRIMIR-STOCK-PUNTO.
    Compute tot-unidades = tot-unidades + pto-unidades (p)
    Move SPACES to linea-impresion
    Move pto-codigo (p) to linea-impresion (1:2)
    Move pto-nombre (p) to linea-impresion (4:14)
    Move pto-tipos (p) to tipos-ed
    Move tipos-ed to linea-impresion (21:3)
    Move pto-unidades (p) to unidades-ed
    Move unidades-ed to linea-impresion (34:8)
    EVALUATE TRUE
        WHEN pto-activo (p) <> "S"
            Move "INACTIVO" to linea-impresion (43:8)
        WHEN pto-stock (p) = "S"
            Move "OK" to linea-impresion (43:2)
        WHEN OTHER
            Compute puntos-sin-stock = puntos-sin-stock + 1
            Move "SIN ARCHIVO" to linea-impresion (43:11)
    END-EVALUATE
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5300-IMPRIMIR-STOCK-PUNTO-EXIT.
    EXIT.

5400-IMPRIMIR-TIPO.
    Move SPACES to linea-impresion
    Move tip-tipo (t) to linea-impresion (1:10)
    Move tip-unidades (t) to unidades-ed
    Move unidades-ed to linea-impresion (12:8)
    Move tip-puntos (t) to puntos-ed
    Move puntos-ed to linea-impresion (25:2)
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
5400-IMPRIMIR-TIPO-EXIT.
    EXIT.
