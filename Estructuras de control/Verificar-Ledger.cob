*>           TRAN-CIERRE en vez de replaydear dos años de historia; la
*>           regla del valor inicial para "*" y "/" en la primera
*>           linea rige solo cuando no hay cierre previo.
*>2026-10-15 el libro lleva varias cuentas (TL-CUENTA, CUENTAS-LEDGER):
*>           cada cuenta se re-aplica por separado desde su propio
*>           saldo sellado, con su propia regla de primera linea, y
*>           tiene su veredicto; una cuenta sucia no frena la
*>           verificacion de las demas. El veredicto general es SUCIO
*>           si lo es alguna cuenta. Una cuenta del libro que no
*>           figura en CUENTAS-LEDGER se verifica igual y se avisa
*>           (RC 4).

IDENTIFICATION DIVISION.
PROGRAM-ID. Verificar-Ledger.
        SELECT TRAN-CIERRE ASSIGN TO "TRAN-CIERRE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TC-STATUS.
        SELECT CUENTAS-LEDGER ASSIGN TO "CUENTAS-LEDGER"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CL-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  TRAN-LOG.
        COPY "tran-log".
    FD  TRAN-CIERRE.
        COPY "tran-cierre".
    FD  CUENTAS-LEDGER.
        COPY "cuenta-ledger".
    WORKING-STORAGE SECTION.
        01 TL-STATUS PIC X(2).
        01 TC-STATUS PIC X(2).
        01 CL-STATUS PIC X(2).
        01 CUENTA-GENERAL PIC X(4) value "GRAL".
        01 acumulador PIC S9(8) value 0.
        01 nro-linea  PIC 9(6) value 0.
        01 libro-sucio PIC X(1) value "N".
        01 cant-cuentas PIC 9(2) value 0.
        01 tabla-cuentas.
            05 cuenta-libro OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-cuentas.
                10 led-cuenta     PIC X(4).
                10 led-nombre     PIC X(30).
                10 led-registrada PIC X(1).
                10 led-cierre     PIC X(1).
                10 led-acumulador PIC S9(8).
                10 led-lineas     PIC 9(6).
                10 led-sucia      PIC X(1).
        01 k PIC 9(2).
        01 pos-cuenta PIC 9(2).
        01 cuenta-buscada PIC X(4).
        01 cuentas-desbordadas PIC X(1) value "N".
        01 cant-no-registradas PIC 9(2) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0300-CARGAR-CUENTAS THRU 0300-CARGAR-CUENTAS-EXIT
    PERFORM 0500-LEER-CIERRES THRU 0500-LEER-CIERRES-EXIT
    OPEN INPUT TRAN-LOG
    IF TL-STATUS <> "00"
        STOP RUN
    END-IF
    PERFORM 1000-LEER-LINEA
    PERFORM UNTIL TL-STATUS = "10"
        Compute nro-linea = nro-linea + 1
        PERFORM 1500-UBICAR-LINEA THRU 1500-UBICAR-LINEA-EXIT
        PERFORM 1000-LEER-LINEA
    END-PERFORM
    CLOSE TRAN-LOG
        Display "TRAN-LOG vacio: nada que verificar"
        STOP RUN
    END-IF
    PERFORM 3000-INFORMAR-CUENTA THRU 3000-INFORMAR-CUENTA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cuentas
    IF cuentas-desbordadas = "S"
        Display "El libro tiene mas de 50 cuentas: hay lineas que no"
            " se pudieron verificar"
        Move "S" to libro-sucio
    END-IF
    IF libro-sucio = "N"
        Display "Veredicto: LIMPIO (" nro-linea
            " lineas verificadas en " cant-cuentas " cuentas)"
        IF cant-no-registradas > 0
            Move 4 to RETURN-CODE
        END-IF
    ELSE
        Display "Veredicto: SUCIO"
        Move 8 to RETURN-CODE
        CONTINUE
    END-READ.

*>La cuenta GRAL va siempre primera: es la de las lineas y cierres
*>anteriores a TL-CUENTA.
0300-CARGAR-CUENTAS.
    Move CUENTA-GENERAL to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
    Move "GENERAL" to led-nombre (pos-cuenta)
    Move "S" to led-registrada (pos-cuenta)
    OPEN INPUT CUENTAS-LEDGER
    IF CL-STATUS <> "00"
        GO TO 0300-CARGAR-CUENTAS-EXIT
    END-IF
    PERFORM 0350-LEER-CUENTA
    PERFORM UNTIL CL-STATUS = "10"
        Move CL-CODIGO to cuenta-buscada
        PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
        IF pos-cuenta > 0
            Move CL-NOMBRE to led-nombre (pos-cuenta)
            Move "S" to led-registrada (pos-cuenta)
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

*>El saldo de apertura de cada cuenta es el de su ultimo cierre
*>sellado en TRAN-CIERRE; sin cierres, el replay arranca de cero como
*>siempre.
0500-LEER-CIERRES.
    OPEN INPUT TRAN-CIERRE
    IF TC-STATUS <> "00"
    END-IF
    PERFORM 0600-LEER-CIERRE
    PERFORM UNTIL TC-STATUS = "10"
        Move TC-CUENTA to cuenta-buscada
        PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
        IF pos-cuenta > 0
            Move "S" to led-cierre (pos-cuenta)
            Move TC-RESULTADO to led-acumulador (pos-cuenta)
        END-IF
        PERFORM 0600-LEER-CIERRE
    END-PERFORM
    CLOSE TRAN-CIERRE.
0500-LEER-CIERRES-EXIT.
    EXIT.

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
    Move "N" to led-cierre (pos-cuenta)
    Move 0 to led-acumulador (pos-cuenta)
    Move 0 to led-lineas (pos-cuenta)
    Move "N" to led-sucia (pos-cuenta).
0800-BUSCAR-CUENTA-EXIT.
    EXIT.

0850-COMPARAR-CUENTA.
    IF led-cuenta (k) = cuenta-buscada
        Move k to pos-cuenta
    END-IF.
0850-COMPARAR-CUENTA-EXIT.
    EXIT.

*>Una cuenta sucia deja de re-aplicarse en la primera divergencia; las
*>demas cuentas siguen.
1500-UBICAR-LINEA.
    Move TL-CUENTA to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
    IF pos-cuenta = 0
        GO TO 1500-UBICAR-LINEA-EXIT
    END-IF
    IF led-sucia (pos-cuenta) = "S"
        GO TO 1500-UBICAR-LINEA-EXIT
    END-IF
    Compute led-lineas (pos-cuenta) = led-lineas (pos-cuenta) + 1
    Move led-acumulador (pos-cuenta) to acumulador
    Move "N" to libro-sucio
    PERFORM 2000-REAPLICAR-LINEA THRU 2000-REAPLICAR-LINEA-EXIT
    Move acumulador to led-acumulador (pos-cuenta)
    IF libro-sucio = "S"
        Move "S" to led-sucia (pos-cuenta)
    END-IF
    Move "N" to libro-sucio.
1500-UBICAR-LINEA-EXIT.
    EXIT.

2000-REAPLICAR-LINEA.
    IF led-lineas (pos-cuenta) = 1 AND led-cierre (pos-cuenta) = "N"
    AND (TL-OPERADOR = "*" OR TL-OPERADOR = "/")
        Move TL-NUMERO to acumulador
        GO TO 2000-COMPARAR
            Multiply TL-NUMERO by acumulador giving acumulador
        WHEN "/"
            IF TL-NUMERO = 0
                Display "Linea " nro-linea " (cuenta "
                    led-cuenta (pos-cuenta)
                    "): division por cero en el libro"
                Move "S" to libro-sucio
                GO TO 2000-REAPLICAR-LINEA-EXIT
            END-IF
            Divide acumulador by TL-NUMERO giving acumulador
        WHEN OTHER
            Display "Linea " nro-linea " (cuenta "
                led-cuenta (pos-cuenta) "): operador invalido '"
                TL-OPERADOR "'"
            Move "S" to libro-sucio
            GO TO 2000-REAPLICAR-LINEA-EXIT
2000-COMPARAR.
    IF acumulador <> TL-RESULTADO
        Display "DIVERGENCIA en la linea " nro-linea
            " (cuenta " led-cuenta (pos-cuenta)
            "): esperado " acumulador
            " / registrado " TL-RESULTADO
        Move "S" to libro-sucio
    END-IF.
2000-REAPLICAR-LINEA-EXIT.
    EXIT.

3000-INFORMAR-CUENTA.
    IF led-registrada (k) = "N"
        Display "ADVERTENCIA: la cuenta " led-cuenta (k)
            " del libro no figura en CUENTAS-LEDGER"
        Compute cant-no-registradas = cant-no-registradas + 1
    END-IF
    IF led-sucia (k) = "S"
        Display "Cuenta " led-cuenta (k) " " led-nombre (k)
            ": SUCIA"
        Move "S" to libro-sucio
        GO TO 3000-INFORMAR-CUENTA-EXIT
    END-IF
    IF led-lineas (k) = 0
        Display "Cuenta " led-cuenta (k) " " led-nombre (k)
            ": sin lineas vivas (saldo " led-acumulador (k) ")"
        GO TO 3000-INFORMAR-CUENTA-EXIT
    END-IF
    IF led-cierre (k) = "S"
        Display "Cuenta " led-cuenta (k) " " led-nombre (k)
            ": LIMPIA (" led-lineas (k)
            " lineas desde el saldo sellado, total "
            led-acumulador (k) ")"
    ELSE
        Display "Cuenta " led-cuenta (k) " " led-nombre (k)
            ": LIMPIA (" led-lineas (k) " lineas, total "
            led-acumulador (k) ")"
    END-IF.
3000-INFORMAR-CUENTA-EXIT.
    EXIT.
