*>Saldos del libro TRAN-LOG por cuenta: lista todas las cuentas de
*>CUENTAS-LEDGER (y GRAL, la cuenta de las lineas anteriores a
*>TL-CUENTA) con su ultimo periodo sellado en TRAN-CIERRE y el saldo
*>de ese cierre, las lineas vivas que lleva en TRAN-LOG y su total
*>actual: el TL-RESULTADO de su ultima linea viva o, sin lineas
*>vivas, el saldo sellado. Una cuenta que aparece en TRAN-LOG o en
*>TRAN-CIERRE sin figurar en CUENTAS-LEDGER se lista igual, marcada,
*>y el programa termina con RC 4. El listado no re-aplica el libro:
*>para eso esta Verificar-Ledger. Sale en LISTADO-LEDGER.

IDENTIFICATION DIVISION.
PROGRAM-ID. Saldos-Ledger.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT TRAN-LOG ASSIGN TO "TRAN-LOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TL-STATUS.
        SELECT TRAN-CIERRE ASSIGN TO "TRAN-CIERRE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TC-STATUS.
        SELECT CUENTAS-LEDGER ASSIGN TO "CUENTAS-LEDGER"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CL-STATUS.
        SELECT LISTADO-LEDGER ASSIGN TO "LISTADO-LEDGER"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LL-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  TRAN-LOG.
        COPY "tran-log".
    FD  TRAN-CIERRE.
        COPY "tran-cierre".
    FD  CUENTAS-LEDGER.
        COPY "cuenta-ledger".
    FD  LISTADO-LEDGER.
        01 LL-LINEA PIC X(90).
    WORKING-STORAGE SECTION.
        01 TL-STATUS PIC X(2).
        01 TC-STATUS PIC X(2).
        01 CL-STATUS PIC X(2).
        01 LL-STATUS PIC X(2).
        01 CUENTA-GENERAL PIC X(4) value "GRAL".
        01 fecha-hoy PIC X(8).
        01 cant-cuentas PIC 9(2) value 0.
        01 tabla-cuentas.
            05 cuenta-libro OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-cuentas.
                10 led-cuenta     PIC X(4).
                10 led-nombre     PIC X(30).
                10 led-registrada PIC X(1).
                10 led-periodo    PIC X(6).
                10 led-sellado    PIC S9(8).
                10 led-lineas     PIC 9(6).
                10 led-actual     PIC S9(8).
        01 k PIC 9(2).
        01 pos-cuenta PIC 9(2).
        01 cuenta-buscada PIC X(4).
        01 cuentas-desbordadas PIC X(1) value "N".
        01 cant-no-registradas PIC 9(2) value 0.
        01 total-lineas PIC 9(6) value 0.
        01 linea-impresion PIC X(90).
        01 saldo-sellado-ed PIC -(8)9.
        01 saldo-actual-ed PIC -(8)9.
        01 lineas-ed PIC Z(5)9.
        01 marca-cuenta PIC X(13).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0300-CARGAR-CUENTAS THRU 0300-CARGAR-CUENTAS-EXIT
    PERFORM 0500-LEER-CIERRES THRU 0500-LEER-CIERRES-EXIT
    PERFORM 1000-LEER-LIBRO THRU 1000-LEER-LIBRO-EXIT
    OPEN OUTPUT LISTADO-LEDGER
    PERFORM 4000-ENCABEZAR THRU 4000-ENCABEZAR-EXIT
    PERFORM 5000-IMPRIMIR-CUENTA THRU 5000-IMPRIMIR-CUENTA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cuentas
    CLOSE LISTADO-LEDGER
    Display "Cuentas listadas: " cant-cuentas
        " lineas vivas en TRAN-LOG: " total-lineas
    Display "Reporte impreso en LISTADO-LEDGER"
    IF cant-no-registradas > 0
        Display "ADVERTENCIA: " cant-no-registradas " cuentas del libro"
            " no figuran en CUENTAS-LEDGER"
        Move 4 to RETURN-CODE
    END-IF
    IF cuentas-desbordadas = "S"
        Display "ADVERTENCIA: tabla de cuentas llena (50), reporte"
            " incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

*>La cuenta GRAL va siempre primera: es la de las lineas y cierres
*>anteriores a TL-CUENTA.
0300-CARGAR-CUENTAS.
    Move CUENTA-GENERAL to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
    Move "S" to led-registrada (pos-cuenta)
    Move "GENERAL (SIN CUENTA)" to led-nombre (pos-cuenta)
    OPEN INPUT CUENTAS-LEDGER
    IF CL-STATUS <> "00"
        GO TO 0300-CARGAR-CUENTAS-EXIT
    END-IF
    PERFORM 0350-LEER-CUENTA
    PERFORM UNTIL CL-STATUS = "10"
        Move CL-CODIGO to cuenta-buscada
        PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
        IF pos-cuenta > 0
            Move "S" to led-registrada (pos-cuenta)
            Move CL-NOMBRE to led-nombre (pos-cuenta)
        END-IF
        PERFORM 0350-LEER-CUENTA
    END-PERFORM
    CLOSE CUENTAS-LEDGER.
0300-CARGAR-CUENTAS-EXIT.
    EXIT.

0350-LEER-CUENTA.
    READ CUENTAS-LEDGER
    NOT AT END
        CONTINUE
    END-READ.

*>El ultimo registro de cada cuenta en TRAN-CIERRE es su saldo
*>sellado; tambien es el total actual mientras no haya lineas vivas.
0500-LEER-CIERRES.
    OPEN INPUT TRAN-CIERRE
    IF TC-STATUS <> "00"
        GO TO 0500-LEER-CIERRES-EXIT
    END-IF
    PERFORM 0600-LEER-CIERRE
    PERFORM UNTIL TC-STATUS = "10"
        Move TC-CUENTA to cuenta-buscada
        PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
        IF pos-cuenta > 0
            Move TC-PERIODO to led-periodo (pos-cuenta)
            Move TC-RESULTADO to led-sellado (pos-cuenta)
            Move TC-RESULTADO to led-actual (pos-cuenta)
        END-IF
        PERFORM 0600-LEER-CIERRE
    END-PERFORM
    CLOSE TRAN-CIERRE.
0500-LEER-CIERRES-EXIT.
    EXIT.

0600-LEER-CIERRE.
    READ TRAN-CIERRE
    NOT AT END
        CONTINUE
    END-READ.

*>Busca la cuenta en la tabla y la agrega si es nueva; devuelve cero
*>solo con la tabla llena.
0800-BUSCAR-CUENTA.
    IF cuenta-buscada = SPACES
        Move CUENTA-GENERAL to cuenta-buscada
    END-IF
    Move 0 to pos-cuenta
    PERFORM 0850-COMPARAR-CUENTA THRU 0850-COMPARAR-CUENTA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cuentas
    IF pos-cuenta > 0
        GO TO 0800-BUSCAR-CUENTA-EXIT
    END-IF
    IF cant-cuentas = 50
        Move "S" to cuentas-desbordadas
        GO TO 0800-BUSCAR-CUENTA-EXIT
    END-IF
    Compute cant-cuentas = cant-cuentas + 1
    Move cant-cuentas to pos-cuenta
    Move cuenta-buscada to led-cuenta (pos-cuenta)
    Move SPACES to led-nombre (pos-cuenta)
    Move "N" to led-registrada (pos-cuenta)
    Move SPACES to led-periodo (pos-cuenta)
    Move 0 to led-sellado (pos-cuenta)
    Move 0 to led-lineas (pos-cuenta)
    Move 0 to led-actual (pos-cuenta).
0800-BUSCAR-CUENTA-EXIT.
    EXIT.

0850-COMPARAR-CUENTA.
    IF led-cuenta (k) = cuenta-buscada
        Move k to pos-cuenta
    END-IF.
0850-COMPARAR-CUENTA-EXIT.
    EXIT.

1000-LEER-LIBRO.
    OPEN INPUT TRAN-LOG
    IF TL-STATUS <> "00"
        GO TO 1000-LEER-LIBRO-EXIT
    END-IF
    PERFORM 1100-LEER-LINEA
    PERFORM UNTIL TL-STATUS = "10"
        Compute total-lineas = total-lineas + 1
        Move TL-CUENTA to cuenta-buscada
        PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
        IF pos-cuenta > 0
            Compute led-lineas (pos-cuenta) =
                led-lineas (pos-cuenta) + 1
            Move TL-RESULTADO to led-actual (pos-cuenta)
        END-IF
        PERFORM 1100-LEER-LINEA
    END-PERFORM
    CLOSE TRAN-LOG.
1000-LEER-LIBRO-EXIT.
    EXIT.

1100-LEER-LINEA.
    READ TRAN-LOG
    NOT AT END
        CONTINUE
    END-READ.

4000-ENCABEZAR.
    Move SPACES to linea-impresion
    STRING "SALDOS DEL LIBRO TRAN-LOG POR CUENTA  EMITIDO "
        DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LL-LINEA
    WRITE LL-LINEA
    Move SPACES to LL-LINEA
    WRITE LL-LINEA
    Move "CTA  NOMBRE                         CIERRE  SALDO SELL."
        & " LINEAS SALDO ACTUAL" to LL-LINEA
    WRITE LL-LINEA
    Move ALL "-" to LL-LINEA
    WRITE LL-LINEA.
4000-ENCABEZAR-EXIT.
    EXIT.

5000-IMPRIMIR-CUENTA.
    Move SPACES to marca-cuenta
    IF led-registrada (k) = "N"
        Move "NO REGISTRADA" to marca-cuenta
        Compute cant-no-registradas = cant-no-registradas + 1
    END-IF
    Move led-sellado (k) to saldo-sellado-ed
    Move led-lineas (k) to lineas-ed
    Move led-actual (k) to saldo-actual-ed
    Move SPACES to linea-impresion
    STRING led-cuenta (k) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        led-nombre (k) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        led-periodo (k) DELIMITED BY SIZE
        "   " DELIMITED BY SIZE
        saldo-sellado-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        lineas-ed DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        saldo-actual-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        marca-cuenta DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LL-LINEA
    WRITE LL-LINEA.
5000-IMPRIMIR-CUENTA-EXIT.
    EXIT.
