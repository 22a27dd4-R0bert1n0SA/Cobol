*>           inicial para "*" y "/" rige solo sin cierre previo y con
*>           el libro vivo vacio.

*>2026-10-15 el libro lleva varias cuentas (CUENTAS-LEDGER: fondo de
*>           caja, propinas, insumos) en vez de un unico total que se
*>           llevaba aparte corriendo el programa sobre copias de
*>           TRAN-LOG. Se pide la cuenta al empezar, el Resultado se
*>           retoma del ultimo cierre y la ultima linea de esa cuenta,
*>           y cada linea graba TL-CUENTA. Las lineas y cierres
*>           anteriores, sin cuenta, son de la cuenta GRAL. Los
*>           registros pasan a los copybooks tran-log y tran-cierre.

IDENTIFICATION DIVISION.
PROGRAM-ID. Caracteres2.
ENVIRONMENT DIVISION.
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
        01 caracter   PIC X.
        01 numero     PIC S9(7) value -100000.
        01 primer-numero PIC X(1).
        01 TL-STATUS  PIC X(2).
        01 TC-STATUS  PIC X(2).
        01 CL-STATUS  PIC X(2).
        01 CUENTA-GENERAL PIC X(4) value "GRAL".
        01 cuenta-ledger PIC X(4).
        01 nombre-cuenta PIC X(30).
        01 cuenta-valida PIC X(1).
        01 cuenta-linea PIC X(4).
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0300-ELEGIR-CUENTA
    PERFORM 0500-RETOMAR-LEDGER THRU 0500-RETOMAR-LEDGER-EXIT
    Display "Resultado inicial (ultimo de la cuenta " cuenta-ledger
        "): " Resultado
    Display "Ingrese la secuencia, finalizada con " SENTINEL-FIN ": "
    Perform Until numero = SENTINEL-FIN
        DISPLAY "Ingrese un numero: "
    Display "resultado : "Resultado
    STOP RUN.

*>La cuenta GRAL (el libro unico de antes) siempre existe; las demas
*>tienen que figurar en CUENTAS-LEDGER.
0300-ELEGIR-CUENTA.
    Move "N" to cuenta-valida
    Perform Until cuenta-valida = "S"
        Display "Cuenta del libro (espacios = " CUENTA-GENERAL "): "
        Accept cuenta-ledger
        IF cuenta-ledger = SPACES
            Move CUENTA-GENERAL to cuenta-ledger
        END-IF
        PERFORM 0350-VALIDAR-CUENTA THRU 0350-VALIDAR-CUENTA-EXIT
        IF cuenta-valida = "N"
            Display "Error: la cuenta " cuenta-ledger
                " no figura en CUENTAS-LEDGER"
        END-IF
    End-Perform
    Display "Cuenta de la sesion: " cuenta-ledger " " nombre-cuenta.

0350-VALIDAR-CUENTA.
    IF cuenta-ledger = CUENTA-GENERAL
        Move "S" to cuenta-valida
        Move "GENERAL" to nombre-cuenta
    END-IF
    OPEN INPUT CUENTAS-LEDGER
    IF CL-STATUS <> "00"
        GO TO 0350-VALIDAR-CUENTA-EXIT
    END-IF
    PERFORM 0360-LEER-CUENTA
    PERFORM UNTIL CL-STATUS = "10"
        IF CL-CODIGO = cuenta-ledger
            Move "S" to cuenta-valida
            Move CL-NOMBRE to nombre-cuenta
        END-IF
        PERFORM 0360-LEER-CUENTA
    END-PERFORM
    CLOSE CUENTAS-LEDGER.
0350-VALIDAR-CUENTA-EXIT.
    EXIT.

0360-LEER-CUENTA.
    READ CUENTAS-LEDGER
    NOT AT END
        CONTINUE
    END-READ.

*>Cada cuenta es una secuencia continua: el Resultado arranca del
*>ultimo cierre y el ultimo TL-RESULTADO de esa cuenta. Solo con la
*>cuenta vacia rige la regla del primer numero como valor inicial
*>para "*" y "/".
0500-RETOMAR-LEDGER.
    Move 0 to Resultado
    Move "S" to primer-numero
    IF TC-STATUS = "00"
        PERFORM 0550-LEER-CIERRE
        PERFORM UNTIL TC-STATUS = "10"
            Move TC-CUENTA to cuenta-linea
            IF cuenta-linea = SPACES
                Move CUENTA-GENERAL to cuenta-linea
            END-IF
            IF cuenta-linea = cuenta-ledger
                Move TC-RESULTADO to Resultado
                Move "N" to primer-numero
            END-IF
            PERFORM 0550-LEER-CIERRE
        END-PERFORM
        CLOSE TRAN-CIERRE
    END-IF
    PERFORM 0600-LEER-LEDGER
    PERFORM UNTIL TL-STATUS = "10"
        Move TL-CUENTA to cuenta-linea
        IF cuenta-linea = SPACES
            Move CUENTA-GENERAL to cuenta-linea
        END-IF
        IF cuenta-linea = cuenta-ledger
            Move TL-RESULTADO to Resultado
            Move "N" to primer-numero
        END-IF
        PERFORM 0600-LEER-LEDGER
    END-PERFORM
    CLOSE TRAN-LOG.
    Move numero    to TL-NUMERO
    Move SPACE     to TL-SEP2
    Move Resultado to TL-RESULTADO
    Move SPACE     to TL-SEP3
    Move cuenta-ledger to TL-CUENTA
    WRITE TL-REGISTRO
    CLOSE TRAN-LOG.
