*>Arqueo de fin de dia de la boveda de divisas de la mesa de cambio:
*>Posicion-Diaria dice cuanto se convirtio, pero nadie controlaba que
*>los billetes extranjeros del tesoro coincidieran. BOVEDA-FX guarda
*>por moneda el saldo de apertura y desde que dia rige. El modo arqueo
*>(A) toma el dia a cerrar, calcula para cada moneda el cierre
*>esperado (apertura mas lo comprado menos lo vendido segun
*>FX-TRANSACCIONES desde el dia de la apertura; una reversa devuelve
*>los billetes al lado contrario), pide el conteo billete por billete
*>segun las denominaciones de DENOMINACIONES-FX (una moneda sin
*>denominaciones cargadas se cuenta por importe), informa la
*>diferencia por moneda y deja el arqueo en ARQUEOS-FX y el detalle
*>por denominacion en ARQUEOS-FX-BILLETES. Lo contado pasa a ser la
*>apertura del dia siguiente en BOVEDA-FX (con la generacion anterior
*>apartada por Guardar-Generacion), como hace Cierre-Caja con el cajon
*>de pesos. Con diferencias la corrida termina con RETURN-CODE 4. El
*>modo saldo (S) carga o corrige la apertura de una moneda, con su
*>linea en CAMBIOS-TABLAS-FX. Reservado a supervisores (nivel 2).
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Arqueo-Divisas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BOVEDA-FX ASSIGN TO "BOVEDA-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BV-STATUS.
        SELECT DENOMINACIONES-FX ASSIGN TO "DENOMINACIONES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DN-STATUS.
        SELECT FX-TRANSACCIONES ASSIGN TO "FX-TRANSACCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TX-STATUS.
        SELECT ARQUEOS-FX ASSIGN TO "ARQUEOS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AQ-STATUS.
        SELECT ARQUEOS-FX-BILLETES ASSIGN TO "ARQUEOS-FX-BILLETES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AB-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
        SELECT CAMBIOS-TABLAS-FX ASSIGN TO "CAMBIOS-TABLAS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  BOVEDA-FX.
        01 BV-REGISTRO.
            05 BV-MONEDA PIC X(3).
            05 BV-SEP1   PIC X(1).
            05 BV-DESDE  PIC X(8).
            05 BV-SEP2   PIC X(1).
            05 BV-SALDO  PIC 9(12)V9(2).
    FD  DENOMINACIONES-FX.
        01 DN-REGISTRO.
            05 DN-MONEDA PIC X(3).
            05 DN-SEP1   PIC X(1).
            05 DN-VALOR  PIC 9(5)V9(2).
    FD  FX-TRANSACCIONES.
        COPY "fx-transacciones".
    FD  ARQUEOS-FX.
        01 AQ-REGISTRO.
            05 AQ-FECHA      PIC X(8).
            05 AQ-SEP1       PIC X(1).
            05 AQ-MONEDA     PIC X(3).
            05 AQ-SEP2       PIC X(1).
            05 AQ-APERTURA   PIC 9(12)V9(2).
            05 AQ-SEP3       PIC X(1).
            05 AQ-COMPRADO   PIC S9(12)V9(2) SIGN IS TRAILING SEPARATE.
            05 AQ-SEP4       PIC X(1).
            05 AQ-VENDIDO    PIC S9(12)V9(2) SIGN IS TRAILING SEPARATE.
            05 AQ-SEP5       PIC X(1).
            05 AQ-ESPERADO   PIC S9(12)V9(2) SIGN IS TRAILING SEPARATE.
            05 AQ-SEP6       PIC X(1).
            05 AQ-CONTADO    PIC 9(12)V9(2).
            05 AQ-SEP7       PIC X(1).
            05 AQ-DIFERENCIA PIC S9(12)V9(2) SIGN IS TRAILING SEPARATE.
            05 AQ-SEP8       PIC X(1).
            05 AQ-OPERADOR   PIC X(4).
    FD  ARQUEOS-FX-BILLETES.
        01 AB-REGISTRO.
            05 AB-FECHA        PIC X(8).
            05 AB-SEP1         PIC X(1).
            05 AB-MONEDA       PIC X(3).
            05 AB-SEP2         PIC X(1).
            05 AB-DENOMINACION PIC 9(5)V9(2).
            05 AB-SEP3         PIC X(1).
            05 AB-CANTIDAD     PIC 9(6).
            05 AB-SEP4         PIC X(1).
            05 AB-IMPORTE      PIC 9(12)V9(2).
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    FD  CAMBIOS-TABLAS-FX.
        01 CT-REGISTRO.
            05 CT-FECHA    PIC X(8).
            05 CT-SEP1     PIC X(1).
            05 CT-HORA     PIC X(6).
            05 CT-SEP2     PIC X(1).
            05 CT-TABLA    PIC X(10).
            05 CT-SEP3     PIC X(1).
            05 CT-ACCION   PIC X(10).
            05 CT-SEP4     PIC X(1).
            05 CT-OPERADOR PIC X(4).
            05 CT-SEP5     PIC X(1).
            05 CT-DETALLE  PIC X(40).
    WORKING-STORAGE SECTION.
        COPY "generacion-args".
        01 BV-STATUS PIC X(2).
        01 DN-STATUS PIC X(2).
        01 TX-STATUS PIC X(2).
        01 AQ-STATUS PIC X(2).
        01 AB-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 CT-STATUS PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy PIC X(8).
        01 hora-ahora PIC X(6).
        01 modo PIC X(1).
        01 fecha-negocio PIC X(8).
        01 fecha-negocio-num REDEFINES fecha-negocio PIC 9(8).
        01 fecha-siguiente PIC X(8).
        01 fecha-siguiente-num REDEFINES fecha-siguiente PIC 9(8).
        01 dia-arqueado PIC X(1).
        01 cant-monedas PIC 9(2) value 0.
        01 tabla-boveda.
            05 boveda-item OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-monedas.
                10 bov-moneda     PIC X(3).
                10 bov-desde      PIC X(8).
                10 bov-apertura   PIC 9(12)V9(2).
                10 bov-comprado   PIC S9(12)V9(2).
                10 bov-vendido    PIC S9(12)V9(2).
                10 bov-esperado   PIC S9(12)V9(2).
                10 bov-contado    PIC 9(12)V9(2).
                10 bov-diferencia PIC S9(12)V9(2).
        01 m PIC 9(2).
        01 pos-moneda PIC 9(2).
        01 moneda-buscada PIC X(3).
        01 tabla-llena PIC X(1) value "N".
        01 apertura-posterior PIC X(1) value "N".
        01 cant-denominaciones PIC 9(3) value 0.
        01 tabla-denominaciones.
            05 denominacion-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-denominaciones.
                10 den-moneda PIC X(3).
                10 den-valor  PIC 9(5)V9(2).
        01 d PIC 9(3).
        01 cant-billetes PIC 9(6).
        01 importe-billetes PIC 9(12)V9(2).
        01 denominaciones-contadas PIC 9(3).
        01 cant-diferencias PIC 9(2) value 0.
        01 saldo-nuevo PIC 9(12)V9(2).
        01 saldo-ed PIC Z(11)9.99.
        01 detalle-auditoria PIC X(40).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Display "Modo (A = arqueo de fin de dia, S = saldo de apertura): "
    Accept modo
    IF modo = "S" OR modo = "s"
        PERFORM 5000-FIJAR-SALDO THRU 5000-FIJAR-SALDO-EXIT
        STOP RUN
    END-IF
    Display "Fecha de negocio a arquear (AAAAMMDD, espacios = hoy): "
    Accept fecha-negocio
    IF fecha-negocio = SPACES
        Move fecha-hoy to fecha-negocio
    END-IF
    IF fecha-negocio IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-negocio
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-VERIFICAR-YA-ARQUEADO
        THRU 1000-VERIFICAR-YA-ARQUEADO-EXIT
    IF dia-arqueado = "S"
        Display "El dia " fecha-negocio " ya tiene arqueo de divisas"
        STOP RUN
    END-IF
    PERFORM 1500-CARGAR-BOVEDA THRU 1500-CARGAR-BOVEDA-EXIT
    IF apertura-posterior = "S"
        Display "Error: BOVEDA-FX ya tiene aperturas posteriores al "
            fecha-negocio ", ese dia ya fue arqueado"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-SUMAR-MOVIMIENTOS THRU 2000-SUMAR-MOVIMIENTOS-EXIT
    IF tabla-llena = "S"
        Display "Error: mas de 20 monedas en la boveda, arqueo"
            " cancelado"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF cant-monedas = 0
        Display "Sin monedas en BOVEDA-FX ni operaciones hasta el "
            fecha-negocio ": nada que arquear"
        STOP RUN
    END-IF
    PERFORM 2500-CARGAR-DENOMINACIONES
        THRU 2500-CARGAR-DENOMINACIONES-EXIT
    OPEN EXTEND ARQUEOS-FX-BILLETES
    IF AB-STATUS = "35"
        OPEN OUTPUT ARQUEOS-FX-BILLETES
    END-IF
    PERFORM 3000-CONTAR-MONEDA THRU 3000-CONTAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    CLOSE ARQUEOS-FX-BILLETES
    PERFORM 4000-GRABAR-ARQUEO
    PERFORM 4500-ARRASTRAR-SALDO
    IF cant-diferencias > 0
        Display "Monedas con diferencia: " cant-diferencias
        Move 4 to RETURN-CODE
    ELSE
        Display "Boveda cuadrada en todas las monedas"
    END-IF
    Display "Arqueo del " fecha-negocio " grabado; lo contado abre el "
        fecha-siguiente
    STOP RUN.

0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
            Display "Acceso denegado: se exige nivel "
                NIVEL-REQUERIDO " y el operador tiene nivel "
                nivel-operador
            PERFORM 0180-GRABAR-ACCESO-DENEGADO
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Display "Operador del arqueo: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        Move NIVEL-REQUERIDO to nivel-operador
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

0160-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "ARQUEO-DIVISAS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
        OPEN OUTPUT ACCESOS-DENEGADOS
    END-IF
    INITIALIZE AD-REGISTRO
    Move fecha-hoy       to AD-FECHA
    Move SPACE           to AD-SEP1
    Move hora-ahora      to AD-HORA
    Move SPACE           to AD-SEP2
    Move "ARQUEO-DIVISAS" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

1000-VERIFICAR-YA-ARQUEADO.
    Move "N" to dia-arqueado
    OPEN INPUT ARQUEOS-FX
    IF AQ-STATUS <> "00"
        GO TO 1000-VERIFICAR-YA-ARQUEADO-EXIT
    END-IF
    PERFORM 1100-LEER-ARQUEO
    PERFORM UNTIL AQ-STATUS = "10"
        IF AQ-FECHA = fecha-negocio
            Move "S" to dia-arqueado
        END-IF
        PERFORM 1100-LEER-ARQUEO
    END-PERFORM
    CLOSE ARQUEOS-FX.
1000-VERIFICAR-YA-ARQUEADO-EXIT.
    EXIT.

1100-LEER-ARQUEO.
    READ ARQUEOS-FX
    NOT AT END
        CONTINUE
    END-READ.

1500-CARGAR-BOVEDA.
    OPEN INPUT BOVEDA-FX
    IF BV-STATUS <> "00"
        Display "ADVERTENCIA: sin BOVEDA-FX, todas las monedas abren"
            " en cero"
        GO TO 1500-CARGAR-BOVEDA-EXIT
    END-IF
    PERFORM 1600-LEER-BOVEDA
    PERFORM UNTIL BV-STATUS = "10"
        IF cant-monedas = 20
            Move "S" to tabla-llena
        ELSE
            Compute cant-monedas = cant-monedas + 1
            Move BV-MONEDA to bov-moneda (cant-monedas)
            Move BV-DESDE  to bov-desde (cant-monedas)
            Move BV-SALDO  to bov-apertura (cant-monedas)
            Move 0 to bov-comprado (cant-monedas)
            Move 0 to bov-vendido (cant-monedas)
            Move 0 to bov-contado (cant-monedas)
            IF BV-DESDE > fecha-negocio
                Move "S" to apertura-posterior
            END-IF
        END-IF
        PERFORM 1600-LEER-BOVEDA
    END-PERFORM
    CLOSE BOVEDA-FX.
1500-CARGAR-BOVEDA-EXIT.
    EXIT.

1600-LEER-BOVEDA.
    READ BOVEDA-FX
    NOT AT END
        CONTINUE
    END-READ.

*>Lo operado desde el dia de la apertura de cada moneda hasta el dia
*>que se arquea: C = la mesa compro, los billetes entraron; V = la mesa
*>vendio, salieron. La reversa (clase R) los mueve al reves el dia en
*>que se hizo. Una moneda que no estaba en la boveda abre en cero el
*>dia arqueado.
2000-SUMAR-MOVIMIENTOS.
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        Display "ADVERTENCIA: sin FX-TRANSACCIONES, el esperado es la"
            " apertura"
        GO TO 2000-SUMAR-MOVIMIENTOS-EXIT
    END-IF
    PERFORM 2100-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10"
        IF TX-FECHA <= fecha-negocio
            Move TX-MONEDA to moneda-buscada
            PERFORM 2200-UBICAR-MONEDA THRU 2200-UBICAR-MONEDA-EXIT
            IF pos-moneda > 0
                IF TX-FECHA >= bov-desde (pos-moneda)
                    PERFORM 2300-ACUMULAR-LADO
                END-IF
            END-IF
        END-IF
        PERFORM 2100-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES.
2000-SUMAR-MOVIMIENTOS-EXIT.
    EXIT.

2100-LEER-TRANSACCION.
    READ FX-TRANSACCIONES
    NOT AT END
        CONTINUE
    END-READ.

2200-UBICAR-MONEDA.
    Move 0 to pos-moneda
    PERFORM 2250-COMPARAR-MONEDA THRU 2250-COMPARAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    IF pos-moneda > 0
        GO TO 2200-UBICAR-MONEDA-EXIT
    END-IF
    IF cant-monedas = 20
        Move "S" to tabla-llena
        GO TO 2200-UBICAR-MONEDA-EXIT
    END-IF
    Compute cant-monedas = cant-monedas + 1
    Move cant-monedas to pos-moneda
    Move moneda-buscada to bov-moneda (pos-moneda)
    Move fecha-negocio to bov-desde (pos-moneda)
    Move 0 to bov-apertura (pos-moneda)
    Move 0 to bov-comprado (pos-moneda)
    Move 0 to bov-vendido (pos-moneda)
    Move 0 to bov-contado (pos-moneda).
2200-UBICAR-MONEDA-EXIT.
    EXIT.

2250-COMPARAR-MONEDA.
    IF bov-moneda (m) = moneda-buscada
        Move m to pos-moneda
    END-IF.
2250-COMPARAR-MONEDA-EXIT.
    EXIT.

2300-ACUMULAR-LADO.
    IF TX-LADO = "C"
        IF TX-CLASE = "R"
            Compute bov-comprado (pos-moneda) =
                bov-comprado (pos-moneda) - TX-MONTO
        ELSE
            Compute bov-comprado (pos-moneda) =
                bov-comprado (pos-moneda) + TX-MONTO
        END-IF
    ELSE
        IF TX-CLASE = "R"
            Compute bov-vendido (pos-moneda) =
                bov-vendido (pos-moneda) - TX-MONTO
        ELSE
            Compute bov-vendido (pos-moneda) =
                bov-vendido (pos-moneda) + TX-MONTO
        END-IF
    END-IF.

2500-CARGAR-DENOMINACIONES.
    OPEN INPUT DENOMINACIONES-FX
    IF DN-STATUS <> "00"
        Display "ADVERTENCIA: sin DENOMINACIONES-FX, cada moneda se"
            " cuenta por importe"
        GO TO 2500-CARGAR-DENOMINACIONES-EXIT
    END-IF
    PERFORM 2600-LEER-DENOMINACION
    PERFORM UNTIL DN-STATUS = "10" OR cant-denominaciones = 200
        IF DN-VALOR IS NUMERIC AND DN-VALOR > 0
            Compute cant-denominaciones = cant-denominaciones + 1
            Move DN-MONEDA to den-moneda (cant-denominaciones)
            Move DN-VALOR  to den-valor (cant-denominaciones)
        END-IF
        PERFORM 2600-LEER-DENOMINACION
    END-PERFORM
    CLOSE DENOMINACIONES-FX.
2500-CARGAR-DENOMINACIONES-EXIT.
    EXIT.

2600-LEER-DENOMINACION.
    READ DENOMINACIONES-FX
    NOT AT END
        CONTINUE
    END-READ.

3000-CONTAR-MONEDA.
    Compute bov-esperado (m) = bov-apertura (m) + bov-comprado (m)
        - bov-vendido (m)
    Display "--- " bov-moneda (m) ": apertura " bov-apertura (m)
        " comprado " bov-comprado (m) " vendido " bov-vendido (m)
    Display "    esperado en boveda: " bov-esperado (m)
    Move 0 to denominaciones-contadas
    PERFORM 3100-CONTAR-DENOMINACION THRU 3100-CONTAR-DENOMINACION-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-denominaciones
    IF denominaciones-contadas = 0
        Display "Importe contado de " bov-moneda (m) ": "
        Accept bov-contado (m)
    END-IF
    Compute bov-diferencia (m) = bov-contado (m) - bov-esperado (m)
    IF bov-diferencia (m) = 0
        Display "    " bov-moneda (m) " cuadrada: contado "
            bov-contado (m)
        GO TO 3000-CONTAR-MONEDA-EXIT
    END-IF
    Compute cant-diferencias = cant-diferencias + 1
    IF bov-diferencia (m) > 0
        Display "    SOBRANTE de " bov-moneda (m) ": "
            bov-diferencia (m)
    ELSE
        Display "    FALTANTE de " bov-moneda (m) ": "
            bov-diferencia (m)
    END-IF.
3000-CONTAR-MONEDA-EXIT.
    EXIT.

3100-CONTAR-DENOMINACION.
    IF den-moneda (d) <> bov-moneda (m)
        GO TO 3100-CONTAR-DENOMINACION-EXIT
    END-IF
    Compute denominaciones-contadas = denominaciones-contadas + 1
    Display "Billetes de " bov-moneda (m) " " den-valor (d) ": "
    Accept cant-billetes
    Compute importe-billetes = cant-billetes * den-valor (d)
    Compute bov-contado (m) = bov-contado (m) + importe-billetes
    INITIALIZE AB-REGISTRO
    Move fecha-negocio    to AB-FECHA
    Move SPACE            to AB-SEP1
    Move bov-moneda (m)   to AB-MONEDA
    Move SPACE            to AB-SEP2
    Move den-valor (d)    to AB-DENOMINACION
    Move SPACE            to AB-SEP3
    Move cant-billetes    to AB-CANTIDAD
    Move SPACE            to AB-SEP4
    Move importe-billetes to AB-IMPORTE
    WRITE AB-REGISTRO.
3100-CONTAR-DENOMINACION-EXIT.
    EXIT.

4000-GRABAR-ARQUEO.
    OPEN EXTEND ARQUEOS-FX
    IF AQ-STATUS = "35"
        OPEN OUTPUT ARQUEOS-FX
    END-IF
    PERFORM 4100-GRABAR-MONEDA THRU 4100-GRABAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    CLOSE ARQUEOS-FX.

4100-GRABAR-MONEDA.
    INITIALIZE AQ-REGISTRO
    Move fecha-negocio      to AQ-FECHA
    Move SPACE              to AQ-SEP1
    Move bov-moneda (m)     to AQ-MONEDA
    Move SPACE              to AQ-SEP2
    Move bov-apertura (m)   to AQ-APERTURA
    Move SPACE              to AQ-SEP3
    Move bov-comprado (m)   to AQ-COMPRADO
    Move SPACE              to AQ-SEP4
    Move bov-vendido (m)    to AQ-VENDIDO
    Move SPACE              to AQ-SEP5
    Move bov-esperado (m)   to AQ-ESPERADO
    Move SPACE              to AQ-SEP6
    Move bov-contado (m)    to AQ-CONTADO
    Move SPACE              to AQ-SEP7
    Move bov-diferencia (m) to AQ-DIFERENCIA
    Move SPACE              to AQ-SEP8
    Move codigo-operador    to AQ-OPERADOR
    WRITE AQ-REGISTRO.
4100-GRABAR-MONEDA-EXIT.
    EXIT.

*>Lo contado es la apertura del dia siguiente al arqueado.
4500-ARRASTRAR-SALDO.
    Compute fecha-siguiente-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-negocio-num) + 1)
    PERFORM 4600-PASAR-APERTURA THRU 4600-PASAR-APERTURA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    PERFORM 6000-REGRABAR-BOVEDA.

4600-PASAR-APERTURA.
    Move bov-contado (m) to bov-apertura (m)
    Move fecha-siguiente to bov-desde (m).
4600-PASAR-APERTURA-EXIT.
    EXIT.

*>Carga o correccion del saldo de apertura de una moneda, por ejemplo
*>al poner en marcha el arqueo o al ingresar una moneda nueva al
*>tesoro.
5000-FIJAR-SALDO.
    PERFORM 1500-CARGAR-BOVEDA THRU 1500-CARGAR-BOVEDA-EXIT
    IF tabla-llena = "S"
        Display "Error: BOVEDA-FX tiene mas de 20 monedas"
        Move 8 to RETURN-CODE
        GO TO 5000-FIJAR-SALDO-EXIT
    END-IF
    Display "Moneda: "
    Accept moneda-buscada
    Display "Saldo de apertura: "
    Accept saldo-nuevo
    Display "Rige desde (AAAAMMDD, espacios = hoy): "
    Accept fecha-negocio
    IF fecha-negocio = SPACES
        Move fecha-hoy to fecha-negocio
    END-IF
    IF fecha-negocio IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-negocio
        Move 8 to RETURN-CODE
        GO TO 5000-FIJAR-SALDO-EXIT
    END-IF
    PERFORM 2200-UBICAR-MONEDA THRU 2200-UBICAR-MONEDA-EXIT
    IF pos-moneda = 0
        Display "Error: BOVEDA-FX tiene mas de 20 monedas"
        Move 8 to RETURN-CODE
        GO TO 5000-FIJAR-SALDO-EXIT
    END-IF
    Move saldo-nuevo to bov-apertura (pos-moneda)
    Move fecha-negocio to bov-desde (pos-moneda)
    PERFORM 6000-REGRABAR-BOVEDA
    Move saldo-nuevo to saldo-ed
    Move SPACES to detalle-auditoria
    STRING moneda-buscada DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        saldo-ed DELIMITED BY SIZE
        " desde " DELIMITED BY SIZE
        fecha-negocio DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Apertura de " moneda-buscada " fijada en " saldo-nuevo
        " desde el " fecha-negocio.
5000-FIJAR-SALDO-EXIT.
    EXIT.

6000-REGRABAR-BOVEDA.
    Move "BOVEDA-FX" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT BOVEDA-FX
    PERFORM 6100-GRABAR-MONEDA THRU 6100-GRABAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    CLOSE BOVEDA-FX.

6100-GRABAR-MONEDA.
    INITIALIZE BV-REGISTRO
    Move bov-moneda (m)   to BV-MONEDA
    Move SPACE            to BV-SEP1
    Move bov-desde (m)    to BV-DESDE
    Move SPACE            to BV-SEP2
    Move bov-apertura (m) to BV-SALDO
    WRITE BV-REGISTRO.
6100-GRABAR-MONEDA-EXIT.
    EXIT.

7000-GRABAR-AUDITORIA.
    OPEN EXTEND CAMBIOS-TABLAS-FX
    IF CT-STATUS = "35"
        OPEN OUTPUT CAMBIOS-TABLAS-FX
    END-IF
    INITIALIZE CT-REGISTRO
    Move fecha-hoy         to CT-FECHA
    Move SPACE             to CT-SEP1
    Move hora-ahora        to CT-HORA
    Move SPACE             to CT-SEP2
    Move "BOVEDA"          to CT-TABLA
    Move SPACE             to CT-SEP3
    Move "APERTURA"        to CT-ACCION
    Move SPACE             to CT-SEP4
    Move codigo-operador   to CT-OPERADOR
    Move SPACE             to CT-SEP5
    Move detalle-auditoria to CT-DETALLE
    WRITE CT-REGISTRO
    CLOSE CAMBIOS-TABLAS-FX.
