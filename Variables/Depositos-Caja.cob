*>Depositos bancarios del efectivo del kiosko: lo contado en
*>Cierre-Caja se lleva al banco cada pocos dias y nadie controlaba que
*>lo que salio del cajon llegara a la cuenta. El modo deposito (D)
*>registra una boleta (numero, fecha e importe depositado) contra uno
*>o mas cierres de CIERRES-CAJA (fecha y punto de venta) en el
*>archivo DEPOSITOS; un cierre se deposita una sola vez. El modo
*>conciliacion (C) toma un mes y, al estilo de Conciliar-Banco, aparea
*>cada deposito del mes con un credito en pesos de EXTRACTO-BANCO por
*>fecha (el mismo dia o dentro de los dias de acreditacion pedidos) e
*>importe dentro de una tolerancia chica, e informa tres listas: los
*>cierres con efectivo hasta fin de mes que nunca se depositaron, los
*>depositos que no llegaron al banco y los depositos cuyo importe no
*>coincide con lo contado en los cierres que dicen cubrir. Con alguna
*>partida en las listas la corrida termina con RETURN-CODE 4.
*>Reservado a supervisores (nivel 2), como Cierre-Caja.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Depositos-Caja.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CIERRES-CAJA ASSIGN TO "CIERRES-CAJA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CX-STATUS.
        SELECT DEPOSITOS ASSIGN TO "DEPOSITOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DP-STATUS.
        SELECT EXTRACTO-BANCO ASSIGN TO "EXTRACTO-BANCO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EB-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CIERRES-CAJA.
        COPY "cierre-caja".
    FD  DEPOSITOS.
        COPY "deposito-caja".
    FD  EXTRACTO-BANCO.
        01 EB-REGISTRO.
            05 EB-FECHA   PIC X(8).
            05 EB-SEP1    PIC X(1).
            05 EB-MONEDA  PIC X(3).
            05 EB-SEP2    PIC X(1).
            05 EB-IMPORTE PIC 9(14)V9(2).
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
    WORKING-STORAGE SECTION.
        01 CX-STATUS PIC X(2).
        01 DP-STATUS PIC X(2).
        01 EB-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 MONEDA-PESOS PIC X(3) value "ARS".
        01 modo PIC X(1).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 cant-cierres PIC 9(4) value 0.
        01 tabla-cierres.
            05 cierre-item OCCURS 1 TO 3000 TIMES
                DEPENDING ON cant-cierres.
                10 cie-fecha   PIC X(8).
                10 cie-punto   PIC X(2).
                10 cie-contado PIC 9(8)V99.
                10 cie-boleta  PIC X(12).
        01 cant-depositos PIC 9(4) value 0.
        01 tabla-depositos.
            05 deposito-item OCCURS 1 TO 999 TIMES
                DEPENDING ON cant-depositos.
                10 dep-boleta     PIC X(12).
                10 dep-fecha      PIC X(8).
                10 dep-importe    PIC 9(8)V99.
                10 dep-cierres    PIC 9(10)V99.
                10 dep-sin-cierre PIC 9(2).
        01 cant-banco PIC 9(4) value 0.
        01 tabla-banco.
            05 mov-banco OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-banco.
                10 ban-fecha    PIC X(8).
                10 ban-importe  PIC 9(14)V99.
                10 ban-apareado PIC X(1).
        01 tabla-llena PIC X(1) value "N".
        01 k PIC 9(4).
        01 d PIC 9(4).
        01 b PIC 9(4).
        01 c PIC 9(2).
        01 pos-cierre PIC 9(4).
        01 pos-deposito PIC 9(4).
        01 pos-credito PIC 9(4).
        01 fecha-buscada PIC X(8).
        01 punto-buscado PIC X(2).
        01 boleta-buscada PIC X(12).
        01 fecha-deposito PIC X(8).
        01 importe-deposito PIC 9(8)V99.
        01 fin-cierres PIC X(1).
        01 cant-cubiertos PIC 9(2) value 0.
        01 tabla-cubiertos.
            05 cub-cierre OCCURS 31 TIMES PIC 9(4).
        01 total-cubierto PIC 9(10)V99 value 0.
        01 diferencia PIC S9(14)V99.
        01 mes-pedido PIC X(6).
        01 mes-pedido-partes REDEFINES mes-pedido.
            05 anio-pedido PIC 9(4).
            05 nro-mes-pedido PIC 9(2).
        01 tolerancia PIC 9(3)V99.
        01 dias-acreditacion PIC 9(2).
        01 fecha-desde PIC X(8).
        01 fecha-hasta PIC X(8).
        01 fecha-hasta-num REDEFINES fecha-hasta PIC 9(8).
        01 fecha-limite PIC X(8).
        01 fecha-limite-num REDEFINES fecha-limite PIC 9(8).
        01 fecha-tope PIC X(8).
        01 fecha-tope-num REDEFINES fecha-tope PIC 9(8).
        01 fecha-aux PIC X(8).
        01 fecha-aux-num REDEFINES fecha-aux PIC 9(8).
        01 fecha-aux-partes REDEFINES fecha-aux.
            05 anio-aux PIC 9(4).
            05 mes-aux PIC 9(2).
            05 dia-aux PIC 9(2).
        01 dias-pendiente PIC 9(5).
        01 cant-sin-depositar PIC 9(4) value 0.
        01 total-sin-depositar PIC 9(12)V99 value 0.
        01 cant-depositos-mes PIC 9(4) value 0.
        01 total-depositos-mes PIC 9(12)V99 value 0.
        01 cant-apareados PIC 9(4) value 0.
        01 total-apareados PIC 9(12)V99 value 0.
        01 cant-sin-credito PIC 9(4) value 0.
        01 total-sin-credito PIC 9(12)V99 value 0.
        01 cant-descuadrados PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Display "Modo (D = registrar un deposito, C = conciliar los"
        " depositos de un mes): "
    Accept modo
    IF modo <> "D" AND modo <> "d" AND modo <> "C" AND modo <> "c"
        Display "Error: modo invalido " modo
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-CARGAR-CIERRES THRU 1000-CARGAR-CIERRES-EXIT
    PERFORM 1500-CARGAR-DEPOSITOS THRU 1500-CARGAR-DEPOSITOS-EXIT
    IF modo = "D" OR modo = "d"
        IF tabla-llena = "S"
            Display "Error: CIERRES-CAJA o DEPOSITOS superan la tabla"
                " en memoria, no se puede controlar el deposito"
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
        PERFORM 2000-REGISTRAR-DEPOSITO THRU 2000-REGISTRAR-DEPOSITO-EXIT
        STOP RUN
    END-IF
    PERFORM 3000-CONCILIAR THRU 3000-CONCILIAR-EXIT
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
    Display "Operador: " nombre-operador.

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
        Move "DEPOSITOS-CAJA" to AUT-PROGRAMA
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
    Move FUNCTION CURRENT-DATE (1:8) to AD-FECHA
    Move SPACE           to AD-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to AD-HORA
    Move SPACE           to AD-SEP2
    Move "DEPOSITOS-CAJA" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Los cierres grabados antes del punto de venta (CX-PUNTO en
*>espacios) son del punto 01.
1000-CARGAR-CIERRES.
    OPEN INPUT CIERRES-CAJA
    IF CX-STATUS <> "00"
        Display "No hay cierres de caja registrados en CIERRES-CAJA"
        GO TO 1000-CARGAR-CIERRES-EXIT
    END-IF
    PERFORM 1100-LEER-CIERRE
    PERFORM UNTIL CX-STATUS = "10"
        IF cant-cierres = 3000
            Move "S" to tabla-llena
        ELSE
            Compute cant-cierres = cant-cierres + 1
            Move CX-FECHA   to cie-fecha (cant-cierres)
            Move CX-PUNTO   to cie-punto (cant-cierres)
            IF CX-PUNTO = SPACES
                Move PUNTO-ORIGINAL to cie-punto (cant-cierres)
            END-IF
            Move CX-CONTADO to cie-contado (cant-cierres)
            Move SPACES     to cie-boleta (cant-cierres)
        END-IF
        PERFORM 1100-LEER-CIERRE
    END-PERFORM
    CLOSE CIERRES-CAJA.
1000-CARGAR-CIERRES-EXIT.
    EXIT.

1100-LEER-CIERRE.
    READ CIERRES-CAJA
    NOT AT END
        CONTINUE
    END-READ.

*>Cada linea de DEPOSITOS marca su cierre como depositado y suma lo
*>contado de ese cierre a su boleta; una linea que apunta a un cierre
*>inexistente queda contada en dep-sin-cierre.
1500-CARGAR-DEPOSITOS.
    OPEN INPUT DEPOSITOS
    IF DP-STATUS <> "00"
        GO TO 1500-CARGAR-DEPOSITOS-EXIT
    END-IF
    PERFORM 1600-LEER-DEPOSITO
    PERFORM UNTIL DP-STATUS = "10"
        Move DP-FECHA-CIERRE to fecha-buscada
        Move DP-PUNTO        to punto-buscado
        PERFORM 1700-BUSCAR-CIERRE THRU 1700-BUSCAR-CIERRE-EXIT
        IF pos-cierre > 0
            Move DP-BOLETA to cie-boleta (pos-cierre)
        END-IF
        Move DP-BOLETA to boleta-buscada
        PERFORM 1800-BUSCAR-DEPOSITO THRU 1800-BUSCAR-DEPOSITO-EXIT
        IF pos-deposito = 0
            IF cant-depositos = 999
                Move "S" to tabla-llena
            ELSE
                Compute cant-depositos = cant-depositos + 1
                Move cant-depositos to pos-deposito
                Move DP-BOLETA  to dep-boleta (pos-deposito)
                Move DP-FECHA   to dep-fecha (pos-deposito)
                Move DP-IMPORTE to dep-importe (pos-deposito)
                Move 0          to dep-cierres (pos-deposito)
                Move 0          to dep-sin-cierre (pos-deposito)
            END-IF
        END-IF
        IF pos-deposito > 0
            IF pos-cierre > 0
                Compute dep-cierres (pos-deposito) =
                    dep-cierres (pos-deposito) + cie-contado (pos-cierre)
            ELSE
                Compute dep-sin-cierre (pos-deposito) =
                    dep-sin-cierre (pos-deposito) + 1
            END-IF
        END-IF
        PERFORM 1600-LEER-DEPOSITO
    END-PERFORM
    CLOSE DEPOSITOS.
1500-CARGAR-DEPOSITOS-EXIT.
    EXIT.

1600-LEER-DEPOSITO.
    READ DEPOSITOS
    NOT AT END
        CONTINUE
    END-READ.

1700-BUSCAR-CIERRE.
    Move 0 to pos-cierre
    IF punto-buscado = SPACES
        Move PUNTO-ORIGINAL to punto-buscado
    END-IF
    PERFORM 1750-COMPARAR-CIERRE THRU 1750-COMPARAR-CIERRE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cierres OR pos-cierre > 0.
1700-BUSCAR-CIERRE-EXIT.
    EXIT.

1750-COMPARAR-CIERRE.
    IF cie-fecha (k) = fecha-buscada AND cie-punto (k) = punto-buscado
        Move k to pos-cierre
    END-IF.
1750-COMPARAR-CIERRE-EXIT.
    EXIT.

1800-BUSCAR-DEPOSITO.
    Move 0 to pos-deposito
    PERFORM 1850-COMPARAR-DEPOSITO THRU 1850-COMPARAR-DEPOSITO-EXIT
        VARYING d FROM 1 BY 1
        UNTIL d > cant-depositos OR pos-deposito > 0.
1800-BUSCAR-DEPOSITO-EXIT.
    EXIT.

1850-COMPARAR-DEPOSITO.
    IF dep-boleta (d) = boleta-buscada
        Move d to pos-deposito
    END-IF.
1850-COMPARAR-DEPOSITO-EXIT.
    EXIT.

*>Modo deposito: la boleta se graba con los cierres que cubre. Un
*>importe que no coincide con lo contado en esos cierres se avisa y
*>se graba igual (la boleta es la que es); la conciliacion lo vuelve
*>a listar hasta que se aclare.
2000-REGISTRAR-DEPOSITO.
    Display "Numero de boleta de deposito: "
    Accept boleta-buscada
    IF boleta-buscada = SPACES
        Display "Error: la boleta es obligatoria"
        Move 8 to RETURN-CODE
        GO TO 2000-REGISTRAR-DEPOSITO-EXIT
    END-IF
    PERFORM 1800-BUSCAR-DEPOSITO THRU 1800-BUSCAR-DEPOSITO-EXIT
    IF pos-deposito > 0
        Display "Error: la boleta " boleta-buscada " ya esta registrada"
            " con fecha " dep-fecha (pos-deposito)
        Move 8 to RETURN-CODE
        GO TO 2000-REGISTRAR-DEPOSITO-EXIT
    END-IF
    Display "Fecha del deposito (AAAAMMDD, espacios = hoy): "
    Accept fecha-deposito
    IF fecha-deposito = SPACES
        Move fecha-hoy to fecha-deposito
    END-IF
    IF fecha-deposito IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-deposito
        Move 8 to RETURN-CODE
        GO TO 2000-REGISTRAR-DEPOSITO-EXIT
    END-IF
    Display "Importe depositado: "
    Accept importe-deposito
    IF importe-deposito = 0
        Display "Error: el importe depositado no puede ser cero"
        Move 8 to RETURN-CODE
        GO TO 2000-REGISTRAR-DEPOSITO-EXIT
    END-IF
    Move "N" to fin-cierres
    Perform Until fin-cierres = "S"
        PERFORM 2100-PEDIR-CIERRE THRU 2100-PEDIR-CIERRE-EXIT
    End-Perform
    IF cant-cubiertos = 0
        Display "Error: el deposito tiene que cubrir al menos un"
            " cierre de caja, no se graba"
        Move 8 to RETURN-CODE
        GO TO 2000-REGISTRAR-DEPOSITO-EXIT
    END-IF
    Compute diferencia = importe-deposito - total-cubierto
    Display "Contado en los " cant-cubiertos " cierres cubiertos: "
        total-cubierto
    IF diferencia <> 0
        Display "ADVERTENCIA: el importe depositado no coincide con lo"
            " contado en los cierres, diferencia " diferencia
        Move 4 to RETURN-CODE
    END-IF
    PERFORM 2500-GRABAR-DEPOSITO.
2000-REGISTRAR-DEPOSITO-EXIT.
    EXIT.

2100-PEDIR-CIERRE.
    IF cant-cubiertos = 31
        Display "Tope de 31 cierres por boleta alcanzado"
        Move "S" to fin-cierres
        GO TO 2100-PEDIR-CIERRE-EXIT
    END-IF
    Display "Fecha del cierre que cubre la boleta (AAAAMMDD,"
        " espacios = no hay mas): "
    Accept fecha-buscada
    IF fecha-buscada = SPACES
        Move "S" to fin-cierres
        GO TO 2100-PEDIR-CIERRE-EXIT
    END-IF
    Display "Punto de venta del cierre (espacios = 01): "
    Accept punto-buscado
    IF punto-buscado (2:1) = SPACE AND punto-buscado (1:1) <> SPACE
        Move punto-buscado (1:1) to punto-buscado (2:1)
        Move "0" to punto-buscado (1:1)
    END-IF
    PERFORM 1700-BUSCAR-CIERRE THRU 1700-BUSCAR-CIERRE-EXIT
    IF pos-cierre = 0
        Display "Error: no hay cierre de caja del " fecha-buscada
            " en el punto " punto-buscado
        GO TO 2100-PEDIR-CIERRE-EXIT
    END-IF
    IF cie-boleta (pos-cierre) <> SPACES
        Display "Error: el cierre del " fecha-buscada " punto "
            punto-buscado " ya esta depositado con la boleta "
            cie-boleta (pos-cierre)
        GO TO 2100-PEDIR-CIERRE-EXIT
    END-IF
    Move boleta-buscada to cie-boleta (pos-cierre)
    Compute cant-cubiertos = cant-cubiertos + 1
    Move pos-cierre to cub-cierre (cant-cubiertos)
    Compute total-cubierto = total-cubierto + cie-contado (pos-cierre)
    Display "  Cierre " fecha-buscada " punto " punto-buscado
        ": contado " cie-contado (pos-cierre).
2100-PEDIR-CIERRE-EXIT.
    EXIT.

2500-GRABAR-DEPOSITO.
    OPEN EXTEND DEPOSITOS
    IF DP-STATUS = "35"
        OPEN OUTPUT DEPOSITOS
    END-IF
    PERFORM 2600-GRABAR-LINEA THRU 2600-GRABAR-LINEA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cubiertos
    CLOSE DEPOSITOS
    Display "Boleta " boleta-buscada " del " fecha-deposito
        " grabada en DEPOSITOS".

2600-GRABAR-LINEA.
    Move cub-cierre (c) to pos-cierre
    INITIALIZE DP-REGISTRO
    Move boleta-buscada          to DP-BOLETA
    Move SPACE                   to DP-SEP1
    Move fecha-deposito          to DP-FECHA
    Move SPACE                   to DP-SEP2
    Move importe-deposito        to DP-IMPORTE
    Move SPACE                   to DP-SEP3
    Move cie-fecha (pos-cierre)  to DP-FECHA-CIERRE
    Move SPACE                   to DP-SEP4
    Move cie-punto (pos-cierre)  to DP-PUNTO
    Move SPACE                   to DP-SEP5
    Move codigo-operador         to DP-OPERADOR
    WRITE DP-REGISTRO.
2600-GRABAR-LINEA-EXIT.
    EXIT.

*>Modo conciliacion del mes pedido: los creditos en pesos del
*>extracto se cargan desde el primer dia del mes hasta el ultimo mas
*>los dias de acreditacion, para que un deposito de fin de mes pueda
*>encontrar su credito del mes siguiente.
3000-CONCILIAR.
    Display "Mes a conciliar (AAAAMM, espacios = mes anterior): "
    Accept mes-pedido
    IF mes-pedido = SPACES
        Move fecha-hoy (1:6) to mes-pedido
        IF nro-mes-pedido = 1
            Compute anio-pedido = anio-pedido - 1
            Move 12 to nro-mes-pedido
        ELSE
            Compute nro-mes-pedido = nro-mes-pedido - 1
        END-IF
    END-IF
    IF mes-pedido IS NOT NUMERIC
    OR nro-mes-pedido < 1 OR nro-mes-pedido > 12
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        GO TO 3000-CONCILIAR-EXIT
    END-IF
    Display "Tolerancia de apareo en pesos: "
    Accept tolerancia
    Display "Dias de acreditacion despues del deposito"
        " (0 = el mismo dia): "
    Accept dias-acreditacion
    Move SPACES to fecha-desde
    STRING mes-pedido DELIMITED BY SIZE
        "01" DELIMITED BY SIZE
        INTO fecha-desde
    END-STRING
    Move fecha-desde to fecha-aux
    IF mes-aux = 12
        Compute anio-aux = anio-aux + 1
        Move 1 to mes-aux
    ELSE
        Compute mes-aux = mes-aux + 1
    END-IF
    Compute fecha-hasta-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-aux-num) - 1)
    Compute fecha-limite-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-hasta-num) + dias-acreditacion)
    PERFORM 3100-CARGAR-BANCO THRU 3100-CARGAR-BANCO-EXIT
    Display "--- Cierres de caja sin depositar hasta el "
        fecha-hasta " ---"
    PERFORM 3300-SIN-DEPOSITAR THRU 3300-SIN-DEPOSITAR-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-cierres
    Display "--- Depositos del mes " mes-pedido " que no llegaron"
        " al banco ---"
    PERFORM 3400-APAREAR-DEPOSITO THRU 3400-APAREAR-DEPOSITO-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-depositos
    Display "--- Depositos del mes " mes-pedido " que no coinciden"
        " con los cierres que cubren ---"
    PERFORM 3600-CONTROLAR-IMPORTE THRU 3600-CONTROLAR-IMPORTE-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-depositos
    Display "--- Totales de la conciliacion de depositos del mes "
        mes-pedido " ---"
    Display "Depositos del mes         : " cant-depositos-mes
        " por " total-depositos-mes
    Display "Acreditados en el banco   : " cant-apareados
        " por " total-apareados
    Display "Sin credito en el banco   : " cant-sin-credito
        " por " total-sin-credito
    Display "Que no coinciden con cierres: " cant-descuadrados
    Display "Cierres sin depositar     : " cant-sin-depositar
        " por " total-sin-depositar
    IF cant-sin-credito > 0 OR cant-descuadrados > 0
    OR cant-sin-depositar > 0
        Move 4 to RETURN-CODE
    END-IF
    IF tabla-llena = "S"
        Display "ADVERTENCIA: CIERRES-CAJA, DEPOSITOS o el extracto"
            " superan la tabla en memoria, resultado incompleto"
        Move 8 to RETURN-CODE
    END-IF.
3000-CONCILIAR-EXIT.
    EXIT.

3100-CARGAR-BANCO.
    OPEN INPUT EXTRACTO-BANCO
    IF EB-STATUS <> "00"
        Display "No se pudo abrir el archivo EXTRACTO-BANCO"
        GO TO 3100-CARGAR-BANCO-EXIT
    END-IF
    PERFORM 3200-LEER-BANCO
    PERFORM UNTIL EB-STATUS = "10"
        IF EB-MONEDA = MONEDA-PESOS
        AND EB-FECHA >= fecha-desde AND EB-FECHA <= fecha-limite
            IF cant-banco = 5000
                Move "S" to tabla-llena
            ELSE
                Compute cant-banco = cant-banco + 1
                Move EB-FECHA   to ban-fecha (cant-banco)
                Move EB-IMPORTE to ban-importe (cant-banco)
                Move "N"        to ban-apareado (cant-banco)
            END-IF
        END-IF
        PERFORM 3200-LEER-BANCO
    END-PERFORM
    CLOSE EXTRACTO-BANCO.
3100-CARGAR-BANCO-EXIT.
    EXIT.

3200-LEER-BANCO.
    READ EXTRACTO-BANCO
    NOT AT END
        CONTINUE
    END-READ.

*>Un cierre sin efectivo contado no tiene nada que depositar.
3300-SIN-DEPOSITAR.
    IF cie-boleta (k) <> SPACES OR cie-contado (k) = 0
    OR cie-fecha (k) > fecha-hasta
        GO TO 3300-SIN-DEPOSITAR-EXIT
    END-IF
    Compute cant-sin-depositar = cant-sin-depositar + 1
    Compute total-sin-depositar = total-sin-depositar + cie-contado (k)
    Move 0 to dias-pendiente
    Move cie-fecha (k) to fecha-aux
    IF fecha-aux IS NUMERIC AND fecha-aux < fecha-hoy
        Compute dias-pendiente = FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
            - FUNCTION INTEGER-OF-DATE (fecha-aux-num)
    END-IF
    Display cie-fecha (k) " punto " cie-punto (k) " contado "
        cie-contado (k) " sin depositar hace " dias-pendiente " dias".
3300-SIN-DEPOSITAR-EXIT.
    EXIT.

3400-APAREAR-DEPOSITO.
    IF dep-fecha (d) (1:6) <> mes-pedido
        GO TO 3400-APAREAR-DEPOSITO-EXIT
    END-IF
    Compute cant-depositos-mes = cant-depositos-mes + 1
    Compute total-depositos-mes = total-depositos-mes + dep-importe (d)
    Move dep-fecha (d) to fecha-tope
    IF fecha-tope IS NUMERIC
        Compute fecha-tope-num = FUNCTION DATE-OF-INTEGER (
            FUNCTION INTEGER-OF-DATE (fecha-tope-num) + dias-acreditacion)
    END-IF
    Move 0 to pos-credito
    PERFORM 3500-BUSCAR-CREDITO THRU 3500-BUSCAR-CREDITO-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > cant-banco OR pos-credito > 0
    IF pos-credito > 0
        Move "S" to ban-apareado (pos-credito)
        Compute cant-apareados = cant-apareados + 1
        Compute total-apareados = total-apareados + dep-importe (d)
    ELSE
        Compute cant-sin-credito = cant-sin-credito + 1
        Compute total-sin-credito = total-sin-credito + dep-importe (d)
        Display "Boleta " dep-boleta (d) " del " dep-fecha (d) " por "
            dep-importe (d) " sin credito en EXTRACTO-BANCO"
    END-IF.
3400-APAREAR-DEPOSITO-EXIT.
    EXIT.

3500-BUSCAR-CREDITO.
    IF ban-apareado (b) = "N"
    AND ban-fecha (b) >= dep-fecha (d) AND ban-fecha (b) <= fecha-tope
        Compute diferencia = ban-importe (b) - dep-importe (d)
        IF diferencia <= tolerancia
        AND diferencia >= (0 - tolerancia)
            Move b to pos-credito
        END-IF
    END-IF.
3500-BUSCAR-CREDITO-EXIT.
    EXIT.

3600-CONTROLAR-IMPORTE.
    IF dep-fecha (d) (1:6) <> mes-pedido
        GO TO 3600-CONTROLAR-IMPORTE-EXIT
    END-IF
    Compute diferencia = dep-importe (d) - dep-cierres (d)
    IF diferencia <= tolerancia AND diferencia >= (0 - tolerancia)
    AND dep-sin-cierre (d) = 0
        GO TO 3600-CONTROLAR-IMPORTE-EXIT
    END-IF
    Compute cant-descuadrados = cant-descuadrados + 1
    Display "Boleta " dep-boleta (d) " del " dep-fecha (d)
        " deposito " dep-importe (d) " cierres " dep-cierres (d)
        " diferencia " diferencia
    IF dep-sin-cierre (d) > 0
        Display "  " dep-sin-cierre (d) " de sus cierres no figuran"
            " en CIERRES-CAJA"
    END-IF.
3600-CONTROLAR-IMPORTE-EXIT.
    EXIT.
