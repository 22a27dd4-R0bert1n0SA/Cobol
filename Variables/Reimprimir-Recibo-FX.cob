*>Reimpresion de un recibo de la mesa de cambio: dado el numero de
*>recibo, busca en FX-TRANSACCIONES la operacion estampada con ese
*>TX-RECIBO y saca en LISTADO-RECIBO-FX el mismo recibo que Variables
*>le entrego al cliente (liquidacion o reversa), marcado como copia
*>con la fecha de la reimpresion. El nombre del cliente se toma del
*>maestro CLIENTES-FX. Sirve para atender el reclamo de un cliente por
*>el numero que tiene en la mano en lugar de buscar por la hora.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reimprimir-Recibo-FX.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FX-TRANSACCIONES ASSIGN TO "FX-TRANSACCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TX-STATUS.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT LISTADO-RECIBO-FX ASSIGN TO "LISTADO-RECIBO-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  FX-TRANSACCIONES.
        COPY "fx-transacciones".
    FD  CLIENTES-FX.
        COPY "clientes-fx".
    FD  LISTADO-RECIBO-FX.
        01 RF-LINEA PIC X(60).
    WORKING-STORAGE SECTION.
        01 TX-STATUS PIC X(2).
        01 FXC-STATUS PIC X(2).
        01 RF-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 recibo-pedido PIC 9(8).
        01 recibo-encontrado PIC X(1) value "N".
        01 fecha-recibo PIC X(8).
        01 hora-recibo PIC X(6).
        01 moneda PIC X(3).
        01 monto PIC 9(6)V9(2).
        01 valor-cambio PIC 9(5)V9(2).
        01 porcentaje PIC 9(2)V9(2).
        01 total-pesos PIC 9(20)V9(2).
        01 fecha-tasa PIC X(8).
        01 tramo PIC 9(2).
        01 codigo-cliente PIC 9(4).
        01 nombre-cliente PIC X(30).
        01 clase-tx PIC X(1).
        01 ref-tx PIC X(14).
        01 lado PIC X(1).
        01 linea-recibo PIC X(60).
        01 monto-recibo-ed PIC Z(5)9.99.
        01 valor-recibo-ed PIC Z(4)9.99.
        01 pct-recibo-ed PIC Z9.99.
        01 total-recibo-ed PIC Z(19)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Numero de recibo a reimprimir: "
    Accept recibo-pedido
    PERFORM 1000-BUSCAR-RECIBO THRU 1000-BUSCAR-RECIBO-EXIT
    IF recibo-encontrado = "N"
        Display "Error: el recibo " recibo-pedido
            " no figura en FX-TRANSACCIONES"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-NOMBRE-CLIENTE THRU 2000-NOMBRE-CLIENTE-EXIT
    OPEN OUTPUT LISTADO-RECIBO-FX
    PERFORM 3000-IMPRIMIR-RECIBO
    CLOSE LISTADO-RECIBO-FX
    Display "Recibo " recibo-pedido " reimpreso en LISTADO-RECIBO-FX"
    STOP RUN.

1000-BUSCAR-RECIBO.
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        Display "No se pudo abrir el archivo FX-TRANSACCIONES"
        GO TO 1000-BUSCAR-RECIBO-EXIT
    END-IF
    PERFORM 1100-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10" OR recibo-encontrado = "S"
        IF TX-RECIBO IS NUMERIC AND TX-RECIBO = recibo-pedido
            Move "S" to recibo-encontrado
            Move TX-FECHA      to fecha-recibo
            Move TX-HORA       to hora-recibo
            Move TX-MONEDA     to moneda
            Move TX-MONTO      to monto
            Move TX-VALOR      to valor-cambio
            Move TX-PORCENTAJE to porcentaje
            Move TX-TOTAL      to total-pesos
            Move TX-FECHA-TASA to fecha-tasa
            Move TX-TRAMO      to tramo
            Move TX-CLIENTE    to codigo-cliente
            Move TX-CLASE      to clase-tx
            Move TX-REF        to ref-tx
            Move TX-LADO       to lado
        END-IF
        PERFORM 1100-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES.
1000-BUSCAR-RECIBO-EXIT.
    EXIT.

1100-LEER-TRANSACCION.
    READ FX-TRANSACCIONES
    NOT AT END
        CONTINUE
    END-READ.

2000-NOMBRE-CLIENTE.
    IF codigo-cliente = 0
        Move "(sin cliente)" to nombre-cliente
        GO TO 2000-NOMBRE-CLIENTE-EXIT
    END-IF
    Move SPACES to nombre-cliente
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        GO TO 2000-NOMBRE-CLIENTE-EXIT
    END-IF
    PERFORM 2100-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-CODIGO = codigo-cliente
            Move FXC-NOMBRE to nombre-cliente
        END-IF
        PERFORM 2100-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX.
2000-NOMBRE-CLIENTE-EXIT.
    EXIT.

2100-LEER-CLIENTE.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

*>Mismo recibo que 4200-IMPRIMIR-RECIBO de Variables, con la marca
*>de copia debajo del titulo.
3000-IMPRIMIR-RECIBO.
    Move ALL "=" to RF-LINEA
    WRITE RF-LINEA
    IF clase-tx = "R"
        Move "CASA DE CAMBIO - RECIBO DE REVERSA" to RF-LINEA
    ELSE
        Move "CASA DE CAMBIO - RECIBO DE LIQUIDACION" to RF-LINEA
    END-IF
    WRITE RF-LINEA
    Move SPACES to linea-recibo
    STRING "*** COPIA - REIMPRESO EL " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        " ***" DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move SPACES to linea-recibo
    STRING "RECIBO NRO. " DELIMITED BY SIZE
        recibo-pedido DELIMITED BY SIZE
        "  FECHA " DELIMITED BY SIZE
        fecha-recibo DELIMITED BY SIZE
        " HORA " DELIMITED BY SIZE
        hora-recibo DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move ALL "-" to RF-LINEA
    WRITE RF-LINEA
    Move SPACES to linea-recibo
    STRING "CLIENTE " DELIMITED BY SIZE
        codigo-cliente DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-cliente DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    IF lado = "C"
        Move "OPERACION: COMPRA DE DIVISA AL CLIENTE" to RF-LINEA
    ELSE
        Move "OPERACION: VENTA DE DIVISA AL CLIENTE" to RF-LINEA
    END-IF
    WRITE RF-LINEA
    Move monto to monto-recibo-ed
    Move SPACES to linea-recibo
    STRING "MONEDA " DELIMITED BY SIZE
        moneda DELIMITED BY SIZE
        "   MONTO " DELIMITED BY SIZE
        monto-recibo-ed DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move valor-cambio to valor-recibo-ed
    Move SPACES to linea-recibo
    STRING "TIPO DE CAMBIO " DELIMITED BY SIZE
        valor-recibo-ed DELIMITED BY SIZE
        "   TASA DEL " DELIMITED BY SIZE
        fecha-tasa DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move porcentaje to pct-recibo-ed
    Move SPACES to linea-recibo
    STRING "COMISION: TRAMO " DELIMITED BY SIZE
        tramo DELIMITED BY SIZE
        " AL " DELIMITED BY SIZE
        pct-recibo-ed DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move total-pesos to total-recibo-ed
    Move SPACES to linea-recibo
    STRING "TOTAL EN PESOS " DELIMITED BY SIZE
        total-recibo-ed DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    IF clase-tx = "R"
        Move SPACES to linea-recibo
        STRING "REVIERTE LA OPERACION DEL " DELIMITED BY SIZE
            ref-tx (1:8) DELIMITED BY SIZE
            " HORA " DELIMITED BY SIZE
            ref-tx (9:6) DELIMITED BY SIZE
            INTO linea-recibo
        END-STRING
        Move linea-recibo to RF-LINEA
        WRITE RF-LINEA
    END-IF
    Move ALL "=" to RF-LINEA
    WRITE RF-LINEA.
