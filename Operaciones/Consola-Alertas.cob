*>Consola de alertas para el operador: lista las alertas abiertas de
*>la cola ALERTAS (las que levanto Registrar-Alerta y todavia no tienen
*>acuse en ALERTAS-ACUSES) ordenadas por severidad, primero las
*>criticas, despues los errores y al final las advertencias, con la
*>antiguedad en horas de cada una, y deja acusarlas de a una con un
*>comentario obligatorio (que se hizo o a quien se aviso). El acuse se
*>anexa con fecha, hora y operador; ALERTAS no se toca. Cualquier
*>operador activo de OPERADORES puede acusar. Lo que queda sin acuse
*>pasado el plazo de PLAZO-ALERTAS sale escalado en Resumen-Gerencial.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Consola-Alertas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ALERTAS ASSIGN TO "ALERTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALR-STATUS.
        SELECT ALERTAS-ACUSES ASSIGN TO "ALERTAS-ACUSES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ACU-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ALERTAS.
        COPY "alerta-rec".
    FD  ALERTAS-ACUSES.
        COPY "alerta-acuse".
    FD  OPERADORES.
        COPY "operador-rec".
    WORKING-STORAGE SECTION.
        01 ALR-STATUS PIC X(2).
        01 ACU-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 hora-ahora PIC X(6).
        01 hora-ahora-partes REDEFINES hora-ahora.
            05 ahora-hh PIC 9(2).
            05 ahora-mm PIC 9(2).
            05 ahora-ss PIC 9(2).
        01 cant-acuses PIC 9(4) value 0.
        01 tabla-acuses.
            05 acuse-num OCCURS 1 TO 9999 TIMES
                DEPENDING ON cant-acuses PIC 9(6).
        01 k PIC 9(4).
        01 alerta-acusada PIC X(1).
        01 MAXIMO-ABIERTAS PIC 9(3) value 500.
        01 cant-abiertas PIC 9(3) value 0.
        01 tabla-abiertas.
            05 abierta OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-abiertas.
                10 abi-numero     PIC 9(6).
                10 abi-fecha      PIC X(8).
                10 abi-hora       PIC X(6).
                10 abi-severidad  PIC X(1).
                10 abi-programa   PIC X(20).
                10 abi-texto      PIC X(60).
                10 abi-referencia PIC X(20).
                10 abi-acusada    PIC X(1).
        01 a PIC 9(3).
        01 pos-abierta PIC 9(3).
        01 tablas-llenas PIC X(1) value "N".
        01 severidad-listada PIC X(1).
        01 nombre-severidad PIC X(11).
        01 cant-pendientes PIC 9(3).
        01 fecha-alerta PIC X(8).
        01 fecha-alerta-num REDEFINES fecha-alerta PIC 9(8).
        01 hora-alerta PIC X(6).
        01 hora-alerta-partes REDEFINES hora-alerta.
            05 alerta-hh PIC 9(2).
            05 alerta-mm PIC 9(2).
            05 alerta-ss PIC 9(2).
        01 minutos-abierta PIC S9(9).
        01 horas-abierta PIC 9(5).
        01 numero-pedido PIC 9(6).
        01 comentario PIC X(50).
        01 cant-acusadas PIC 9(3) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-ACUSES THRU 1000-CARGAR-ACUSES-EXIT
    PERFORM 1500-CARGAR-ABIERTAS THRU 1500-CARGAR-ABIERTAS-EXIT
    IF tablas-llenas = "S"
        Display "ADVERTENCIA: demasiadas alertas o acuses para la"
            " consola, la lista puede estar incompleta"
    END-IF
    Move 1 to numero-pedido
    Perform Until numero-pedido = 0
        PERFORM 2000-LISTAR-ABIERTAS
        IF cant-pendientes = 0
            Move 0 to numero-pedido
        ELSE
            Display "Numero de alerta a acusar (0 = salir): "
            Accept numero-pedido
            IF numero-pedido > 0
                PERFORM 3000-ACUSAR-ALERTA THRU 3000-ACUSAR-ALERTA-EXIT
            END-IF
        END-IF
    End-Perform
    Display "Alertas acusadas en la sesion: " cant-acusadas
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
    End-Perform
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
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
        Move "CONSOLA-ALERTAS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

1000-CARGAR-ACUSES.
    OPEN INPUT ALERTAS-ACUSES
    IF ACU-STATUS <> "00"
        GO TO 1000-CARGAR-ACUSES-EXIT
    END-IF
    PERFORM 1100-LEER-ACUSE
    PERFORM UNTIL ACU-STATUS = "10"
        IF cant-acuses = 9999
            Move "S" to tablas-llenas
        ELSE
            Compute cant-acuses = cant-acuses + 1
            Move ACU-NUMERO to acuse-num (cant-acuses)
        END-IF
        PERFORM 1100-LEER-ACUSE
    END-PERFORM
    CLOSE ALERTAS-ACUSES.
1000-CARGAR-ACUSES-EXIT.
    EXIT.

1100-LEER-ACUSE.
    READ ALERTAS-ACUSES
    NOT AT END
        CONTINUE
    END-READ.

*>Solo entran a la tabla las alertas sin acuse.
1500-CARGAR-ABIERTAS.
    OPEN INPUT ALERTAS
    IF ALR-STATUS <> "00"
        GO TO 1500-CARGAR-ABIERTAS-EXIT
    END-IF
    PERFORM 1600-LEER-ALERTA
    PERFORM UNTIL ALR-STATUS = "10"
        PERFORM 1700-VER-SI-ACUSADA THRU 1700-VER-SI-ACUSADA-EXIT
        IF alerta-acusada = "N"
            IF cant-abiertas = MAXIMO-ABIERTAS
                Move "S" to tablas-llenas
            ELSE
                Compute cant-abiertas = cant-abiertas + 1
                Move ALR-NUMERO     to abi-numero (cant-abiertas)
                Move ALR-FECHA      to abi-fecha (cant-abiertas)
                Move ALR-HORA       to abi-hora (cant-abiertas)
                Move ALR-SEVERIDAD  to abi-severidad (cant-abiertas)
                Move ALR-PROGRAMA   to abi-programa (cant-abiertas)
                Move ALR-TEXTO      to abi-texto (cant-abiertas)
                Move ALR-REFERENCIA to abi-referencia (cant-abiertas)
                Move "N" to abi-acusada (cant-abiertas)
            END-IF
        END-IF
        PERFORM 1600-LEER-ALERTA
    END-PERFORM
    CLOSE ALERTAS.
1500-CARGAR-ABIERTAS-EXIT.
    EXIT.

1600-LEER-ALERTA.
    READ ALERTAS
    NOT AT END
        CONTINUE
    END-READ.

1700-VER-SI-ACUSADA.
    Move "N" to alerta-acusada
    PERFORM 1750-COMPARAR-ACUSE THRU 1750-COMPARAR-ACUSE-EXIT
        VARYING k FROM 1 BY 1
        UNTIL k > cant-acuses OR alerta-acusada = "S".
1700-VER-SI-ACUSADA-EXIT.
    EXIT.

1750-COMPARAR-ACUSE.
    IF acuse-num (k) = ALR-NUMERO
        Move "S" to alerta-acusada
    END-IF.
1750-COMPARAR-ACUSE-EXIT.
    EXIT.

*>Una pasada por severidad: criticas, errores, advertencias; dentro
*>de cada una, en el orden en que se levantaron.
2000-LISTAR-ABIERTAS.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    Move 0 to cant-pendientes
    Display "----------------------------------------"
    Display "ALERTAS ABIERTAS AL " fecha-hoy " " hora-ahora
    Move "C" to severidad-listada
    Move "CRITICA" to nombre-severidad
    PERFORM 2100-LISTAR-ALERTA THRU 2100-LISTAR-ALERTA-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-abiertas
    Move "E" to severidad-listada
    Move "ERROR" to nombre-severidad
    PERFORM 2100-LISTAR-ALERTA THRU 2100-LISTAR-ALERTA-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-abiertas
    Move "A" to severidad-listada
    Move "ADVERTENCIA" to nombre-severidad
    PERFORM 2100-LISTAR-ALERTA THRU 2100-LISTAR-ALERTA-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-abiertas
    IF cant-pendientes = 0
        Display "Sin alertas abiertas"
    ELSE
        Display "Alertas abiertas: " cant-pendientes
    END-IF.

2100-LISTAR-ALERTA.
    IF abi-acusada (a) = "S"
    OR abi-severidad (a) <> severidad-listada
        GO TO 2100-LISTAR-ALERTA-EXIT
    END-IF
    Compute cant-pendientes = cant-pendientes + 1
    Move abi-fecha (a) to fecha-alerta
    Move abi-hora (a) to hora-alerta
    PERFORM 2300-CALCULAR-ANTIGUEDAD THRU 2300-CALCULAR-ANTIGUEDAD-EXIT
    Display abi-numero (a) " " nombre-severidad " " abi-fecha (a)
        " " abi-hora (a) " (" horas-abierta " h) "
        FUNCTION TRIM (abi-programa (a))
    Display "       " FUNCTION TRIM (abi-texto (a))
        " [" FUNCTION TRIM (abi-referencia (a)) "]".
2100-LISTAR-ALERTA-EXIT.
    EXIT.

2300-CALCULAR-ANTIGUEDAD.
    Move 0 to horas-abierta
    IF fecha-alerta-num IS NOT NUMERIC
    OR hora-alerta IS NOT NUMERIC
        GO TO 2300-CALCULAR-ANTIGUEDAD-EXIT
    END-IF
    Compute minutos-abierta =
        (FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
         - FUNCTION INTEGER-OF-DATE (fecha-alerta-num)) * 1440
        + ahora-hh * 60 + ahora-mm - alerta-hh * 60 - alerta-mm
    IF minutos-abierta > 0
        Compute horas-abierta = minutos-abierta / 60
    END-IF.
2300-CALCULAR-ANTIGUEDAD-EXIT.
    EXIT.

3000-ACUSAR-ALERTA.
    Move 0 to pos-abierta
    PERFORM 3100-BUSCAR-ABIERTA THRU 3100-BUSCAR-ABIERTA-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-abiertas
    IF pos-abierta = 0
        Display "Error: " numero-pedido " no es una alerta abierta"
        GO TO 3000-ACUSAR-ALERTA-EXIT
    END-IF
    Display "Alerta " abi-numero (pos-abierta) ": "
        FUNCTION TRIM (abi-texto (pos-abierta))
    Display "Comentario del acuse (que se hizo, a quien se aviso): "
    Accept comentario
    IF comentario = SPACES
        Display "Error: el acuse exige un comentario, la alerta"
            " sigue abierta"
        GO TO 3000-ACUSAR-ALERTA-EXIT
    END-IF
    OPEN EXTEND ALERTAS-ACUSES
    IF ACU-STATUS = "35"
        OPEN OUTPUT ALERTAS-ACUSES
    END-IF
    INITIALIZE ACU-REGISTRO
    Move abi-numero (pos-abierta) to ACU-NUMERO
    Move SPACE to ACU-SEP1
    Move FUNCTION CURRENT-DATE (1:8) to ACU-FECHA
    Move SPACE to ACU-SEP2
    Move FUNCTION CURRENT-DATE (9:6) to ACU-HORA
    Move SPACE to ACU-SEP3
    Move codigo-operador to ACU-OPERADOR
    Move SPACE to ACU-SEP4
    Move comentario to ACU-COMENTARIO
    WRITE ACU-REGISTRO
    CLOSE ALERTAS-ACUSES
    Move "S" to abi-acusada (pos-abierta)
    Compute cant-acusadas = cant-acusadas + 1
    Display "Alerta " abi-numero (pos-abierta) " acusada".
3000-ACUSAR-ALERTA-EXIT.
    EXIT.

3100-BUSCAR-ABIERTA.
    IF abi-numero (a) = numero-pedido AND abi-acusada (a) = "N"
        Move a to pos-abierta
    END-IF.
3100-BUSCAR-ABIERTA-EXIT.
    EXIT.
