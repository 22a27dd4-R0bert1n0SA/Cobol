*>lo hace con la auditoria, y deja el TRAN-LOG vivo vacio. Caracteres2
*>y Verificar-Ledger arrancan desde el saldo sellado: el total del
*>mes descansa sobre un periodo cerrado, no sobre replay de dos años.
*>Con las cuentas del libro (TL-CUENTA, CUENTAS-LEDGER) el cierre es
*>por cuenta: cada cuenta se verifica desde su propio saldo sellado y
*>TRAN-CIERRE recibe un saldo sellado por cuenta y periodo (TC-CUENTA).
*>Una cuenta sucia no se sella y sus lineas quedan en el TRAN-LOG vivo
*>para corregirlas (RC 8); las limpias se sellan y archivan igual. Una
*>cuenta ya sellada en el periodo no se vuelve a cerrar: sus lineas
*>vivas son del periodo siguiente y tambien quedan en TRAN-LOG.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cerrar-Ledger.
        SELECT TRAN-CIERRE ASSIGN TO "TRAN-CIERRE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TC-STATUS.
        SELECT CUENTAS-LEDGER ASSIGN TO "CUENTAS-LEDGER"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CL-STATUS.
        SELECT ARCHIVO-MES ASSIGN TO DYNAMIC nombre-archivo
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  TRAN-LOG.
        COPY "tran-log".
    FD  TRAN-CIERRE.
        COPY "tran-cierre".
    FD  CUENTAS-LEDGER.
        COPY "cuenta-ledger".
    FD  ARCHIVO-MES.
        01 AR-LINEA PIC X(30).
    WORKING-STORAGE SECTION.
        01 TL-STATUS PIC X(2).
        01 TC-STATUS PIC X(2).
        01 CL-STATUS PIC X(2).
        01 AR-STATUS PIC X(2).
        01 CUENTA-GENERAL PIC X(4) value "GRAL".
        01 mes-pedido PIC X(6).
        01 nombre-archivo PIC X(20).
        01 acumulador PIC S9(8).
        01 nro-linea PIC 9(6) value 0.
        01 libro-sucio PIC X(1) value "N".
        01 cant-cuentas PIC 9(2) value 0.
        01 tabla-cuentas.
            05 cuenta-libro OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-cuentas.
                10 led-cuenta     PIC X(4).
                10 led-registrada PIC X(1).
                10 led-cierre     PIC X(1).
                10 led-ya-cerrada PIC X(1).
                10 led-acumulador PIC S9(8).
                10 led-lineas     PIC 9(6).
                10 led-total      PIC 9(6).
                10 led-sucia      PIC X(1).
                10 led-sellar     PIC X(1).
        01 k PIC 9(2).
        01 pos-cuenta PIC 9(2).
        01 cuenta-buscada PIC X(4).
        01 cuentas-desbordadas PIC X(1) value "N".
        01 cant-a-sellar PIC 9(2) value 0.
        01 cant-sucias PIC 9(2) value 0.
        01 cant-ya-cerradas PIC 9(2) value 0.
        01 lineas-selladas PIC 9(6) value 0.
        01 MAXIMO-VIVAS PIC 9(4) value 5000.
        01 cant-vivas PIC 9(6) value 0.
        01 tabla-vivas.
            05 linea-viva OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-vivas
                PIC X(30).
        01 v PIC 9(6).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Mes a cerrar (AAAAMM): "
    Accept mes-pedido
    PERFORM 0300-CARGAR-CUENTAS THRU 0300-CARGAR-CUENTAS-EXIT
    PERFORM 0500-LEER-CIERRES THRU 0500-LEER-CIERRES-EXIT
    PERFORM 1000-VERIFICAR-TRAMO THRU 1000-VERIFICAR-TRAMO-EXIT
    IF cuentas-desbordadas = "S"
        Display "El libro tiene mas de 50 cuentas: no se sella nada"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
        Display "TRAN-LOG vacio: no hay tramo que cerrar"
        STOP RUN
    END-IF
    PERFORM 1800-DECIDIR-CUENTA THRU 1800-DECIDIR-CUENTA-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cuentas
    IF cant-a-sellar = 0
        IF cant-sucias = 0
            Display "El periodo " mes-pedido " ya esta sellado"
        ELSE
            Display "Ninguna cuenta limpia para sellar: no se sella"
                " ni se archiva nada"
        END-IF
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF cant-vivas > MAXIMO-VIVAS
        Display "Quedarian mas de " MAXIMO-VIVAS " lineas vivas sin"
            " sellar: no se sella ni se archiva nada"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    STRING "TRAN-ARCH-" DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        INTO nombre-archivo
    END-STRING
    Move 0 to cant-vivas
    PERFORM 3000-ARCHIVAR-TRAMO
    PERFORM 4000-SELLAR-PERIODO THRU 4000-SELLAR-PERIODO-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cuentas
    PERFORM 5000-REGRABAR-VIVAS
    Display "Periodo " mes-pedido ": " cant-a-sellar
        " cuentas selladas, " lineas-selladas
        " lineas archivadas en " nombre-archivo
    IF cant-vivas > 0
        Display "Lineas que siguen en TRAN-LOG (cuentas sin sellar): "
            cant-vivas
    END-IF
    IF cant-sucias > 0
        Display "Veredicto SUCIO en " cant-sucias " cuentas: no se"
            " sellaron y sus lineas siguen en TRAN-LOG"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

*>La cuenta GRAL va siempre primera: es la de las lineas y cierres
*>anteriores a TL-CUENTA.
0300-CARGAR-CUENTAS.
    Move CUENTA-GENERAL to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
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

*>El ultimo registro de cada cuenta en TRAN-CIERRE es el saldo de
*>apertura de su tramo vivo; una cuenta ya sellada en el periodo no
*>se vuelve a cerrar.
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
            IF TC-PERIODO = mes-pedido
                Move "S" to led-ya-cerrada (pos-cuenta)
            END-IF
        END-IF
        PERFORM 0600-LEER-CIERRE
    END-PERFORM
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
    Move "N" to led-registrada (pos-cuenta)
    Move "N" to led-cierre (pos-cuenta)
    Move "N" to led-ya-cerrada (pos-cuenta)
    Move 0 to led-acumulador (pos-cuenta)
    Move 0 to led-lineas (pos-cuenta)
    Move 0 to led-total (pos-cuenta)
    Move "N" to led-sucia (pos-cuenta)
    Move "N" to led-sellar (pos-cuenta).
0800-BUSCAR-CUENTA-EXIT.
    EXIT.

0850-COMPARAR-CUENTA.
    IF led-cuenta (k) = cuenta-buscada
        Move k to pos-cuenta
    END-IF.
0850-COMPARAR-CUENTA-EXIT.
    EXIT.

*>La misma re-aplicacion de Verificar-Ledger, cuenta por cuenta y
*>partiendo del saldo sellado de cada una: solo la primera linea de
*>una cuenta sin cierre previo puede usar la regla del valor inicial
*>para "*" y "/".
1000-VERIFICAR-TRAMO.
    OPEN INPUT TRAN-LOG
    IF TL-STATUS <> "00"
        Display "No se pudo abrir el archivo TRAN-LOG"
        GO TO 1000-VERIFICAR-TRAMO-EXIT
    END-IF
    PERFORM 1100-LEER-LINEA
    PERFORM UNTIL TL-STATUS = "10"
        Compute nro-linea = nro-linea + 1
        PERFORM 1500-UBICAR-LINEA THRU 1500-UBICAR-LINEA-EXIT
        PERFORM 1100-LEER-LINEA
    END-PERFORM
    CLOSE TRAN-LOG.
        CONTINUE
    END-READ.

1500-UBICAR-LINEA.
    Move TL-CUENTA to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
    IF pos-cuenta = 0
        GO TO 1500-UBICAR-LINEA-EXIT
    END-IF
    Compute led-total (pos-cuenta) = led-total (pos-cuenta) + 1
    IF led-sucia (pos-cuenta) = "S" OR led-ya-cerrada (pos-cuenta) = "S"
        GO TO 1500-UBICAR-LINEA-EXIT
    END-IF
    Compute led-lineas (pos-cuenta) = led-lineas (pos-cuenta) + 1
    Move led-acumulador (pos-cuenta) to acumulador
    Move "N" to libro-sucio
    PERFORM 2000-REAPLICAR-LINEA THRU 2000-REAPLICAR-LINEA-EXIT
    Move acumulador to led-acumulador (pos-cuenta)
    IF libro-sucio = "S"
        Move "S" to led-sucia (pos-cuenta)
    END-IF.
1500-UBICAR-LINEA-EXIT.
    EXIT.

*>Se sella toda cuenta limpia no sellada en el periodo, aun sin
*>lineas en el tramo (arrastra su saldo): TRAN-CIERRE queda con un
*>saldo por cuenta para cada periodo.
1800-DECIDIR-CUENTA.
    IF led-registrada (k) = "N"
        Display "ADVERTENCIA: la cuenta " led-cuenta (k)
            " del libro no figura en CUENTAS-LEDGER"
    END-IF
    IF led-ya-cerrada (k) = "S"
        Compute cant-ya-cerradas = cant-ya-cerradas + 1
        Compute cant-vivas = cant-vivas + led-total (k)
        Display "Cuenta " led-cuenta (k) ": ya sellada en "
            mes-pedido
        GO TO 1800-DECIDIR-CUENTA-EXIT
    END-IF
    IF led-sucia (k) = "S"
        Compute cant-sucias = cant-sucias + 1
        Compute cant-vivas = cant-vivas + led-total (k)
        Display "Cuenta " led-cuenta (k) ": veredicto SUCIO, no se"
            " sella"
        GO TO 1800-DECIDIR-CUENTA-EXIT
    END-IF
    Move "S" to led-sellar (k)
    Compute cant-a-sellar = cant-a-sellar + 1.
1800-DECIDIR-CUENTA-EXIT.
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

*>Las lineas de las cuentas selladas van al archivo del mes; las de
*>las cuentas sin sellar se guardan para volver a TRAN-LOG.
3000-ARCHIVAR-TRAMO.
    OPEN INPUT TRAN-LOG
    OPEN EXTEND ARCHIVO-MES
        AT END
            CONTINUE
        NOT AT END
            PERFORM 3200-DESTINAR-LINEA THRU 3200-DESTINAR-LINEA-EXIT
    END-READ.

3200-DESTINAR-LINEA.
    Move TL-CUENTA to cuenta-buscada
    PERFORM 0800-BUSCAR-CUENTA THRU 0800-BUSCAR-CUENTA-EXIT
    IF led-sellar (pos-cuenta) = "S"
        Move TL-REGISTRO to AR-LINEA
        WRITE AR-LINEA
        Compute lineas-selladas = lineas-selladas + 1
    ELSE
        Compute cant-vivas = cant-vivas + 1
        Move TL-REGISTRO to linea-viva (cant-vivas)
    END-IF.
3200-DESTINAR-LINEA-EXIT.
    EXIT.

4000-SELLAR-PERIODO.
    IF led-sellar (k) <> "S"
        GO TO 4000-SELLAR-PERIODO-EXIT
    END-IF
    OPEN EXTEND TRAN-CIERRE
    IF TC-STATUS = "35"
        OPEN OUTPUT TRAN-CIERRE
    INITIALIZE TC-REGISTRO
    Move mes-pedido to TC-PERIODO
    Move SPACE      to TC-SEP1
    Move led-acumulador (k) to TC-RESULTADO
    Move SPACE      to TC-SEP2
    Move led-lineas (k) to TC-LINEAS
    Move SPACE      to TC-SEP3
    Move led-cuenta (k) to TC-CUENTA
    WRITE TC-REGISTRO
    CLOSE TRAN-CIERRE
    Display "Cuenta " led-cuenta (k) " sellada: saldo final "
        led-acumulador (k) " tras " led-lineas (k) " lineas".
4000-SELLAR-PERIODO-EXIT.
    EXIT.

5000-REGRABAR-VIVAS.
    OPEN OUTPUT TRAN-LOG
    PERFORM 5100-GRABAR-VIVA THRU 5100-GRABAR-VIVA-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vivas
    CLOSE TRAN-LOG.

5100-GRABAR-VIVA.
    Move linea-viva (v) to TL-REGISTRO
    WRITE TL-REGISTRO.
5100-GRABAR-VIVA-EXIT.
    EXIT.
