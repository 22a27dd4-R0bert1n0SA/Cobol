*>Mantenimiento del maestro de clientes de la mesa de cambio
*>CLIENTES-FX (layout de copybooks/clientes-fx) con los datos de
*>debida diligencia que pide cumplimiento: tipo, numero y vencimiento
*>del documento, domicilio, ocupacion, calificacion de riesgo y el
*>volumen mensual declarado como perfil. Alta o cambio con validacion
*>(tipo de documento conocido, fecha de vencimiento AAAAMMDD,
*>calificacion B/M/A, perfil mayor que cero), baja logica (el cliente
*>queda inactivo porque FX-TRANSACCIONES lo referencia) y listado con
*>la situacion de cada cliente frente a Variables. El maestro se
*>regraba al final apartando antes la version vigente con
*>Guardar-Generacion, y cada cambio deja su linea en
*>CAMBIOS-TABLAS-FX con el operador validado, como las tablas de
*>Mantener-Tablas-FX. Reservado a supervisores (OP-NIVEL 2); el
*>intento de un operador sin nivel queda en ACCESOS-DENEGADOS.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Clientes-FX.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT CAMBIOS-TABLAS-FX ASSIGN TO "CAMBIOS-TABLAS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FX.
        COPY "clientes-fx".
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
        COPY "generacion-args".
        01 FXC-STATUS PIC X(2).
        01 CT-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 accion PIC X(1).
        01 cant-clientes PIC 9(4) value 0.
        01 tabla-clientes.
            05 cliente-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-clientes.
                10 cli-codigo    PIC 9(4).
                10 cli-nombre    PIC X(30).
                10 cli-documento PIC X(11).
                10 cli-activo    PIC X(1).
                10 cli-tipo-doc  PIC X(4).
                10 cli-vence-doc PIC X(8).
                10 cli-domicilio PIC X(40).
                10 cli-ocupacion PIC X(25).
                10 cli-riesgo    PIC X(1).
                10 cli-perfil    PIC 9(12)V9(2).
        01 k PIC 9(4).
        01 pos-cliente PIC 9(4).
        01 clientes-desbordados PIC X(1) value "N".
        01 hubo-cambios PIC X(1) value "N".
        01 codigo-trabajo PIC 9(4).
        01 nombre-trabajo PIC X(30).
        01 documento-trabajo PIC X(11).
        01 tipo-doc-trabajo PIC X(4).
        01 vence-trabajo PIC X(8).
        01 vence-partes REDEFINES vence-trabajo.
            05 vence-anio PIC 9(4).
            05 vence-mes  PIC 9(2).
            05 vence-dia  PIC 9(2).
        01 domicilio-trabajo PIC X(40).
        01 ocupacion-trabajo PIC X(25).
        01 riesgo-trabajo PIC X(1).
        01 perfil-trabajo PIC 9(12)V9(2).
        01 es-alta PIC X(1).
        01 situacion-cliente PIC X(26).
        01 cant-listados PIC 9(4).
        01 accion-auditoria PIC X(10).
        01 detalle-auditoria PIC X(40).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-CLIENTES THRU 1000-CARGAR-CLIENTES-EXIT
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta o cambio de cliente, B = baja,"
            " L = listar, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ALTA-CLIENTE THRU 2000-ALTA-CLIENTE-EXIT
            WHEN "B" WHEN "b"
                PERFORM 3000-BAJA-CLIENTE THRU 3000-BAJA-CLIENTE-EXIT
            WHEN "L" WHEN "l"
                PERFORM 4000-LISTAR-CLIENTES
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    IF hubo-cambios = "S"
        IF clientes-desbordados = "S"
            Display "ERROR: CLIENTES-FX quedo cargado incompleto:"
                " no se regraba, una copia truncada destruye los"
                " clientes no leidos"
            Move 8 to RETURN-CODE
        ELSE
            PERFORM 7000-REGRABAR-CLIENTES
            Display "CLIENTES-FX regrabado: " cant-clientes
                " clientes"
        END-IF
    END-IF
    STOP RUN.

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
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
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    Move "N" to operador-valido
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
        Move "MANT-CLIENTES-FX" to AUT-PROGRAMA
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
    Move "MANT-CLIENTES-FX" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Los registros anteriores a los datos de debida diligencia se cargan
*>con los campos nuevos en blanco (perfil en cero): quedan sin
*>calificar hasta que se completen.
1000-CARGAR-CLIENTES.
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        Display "No hay maestro CLIENTES-FX previo"
        GO TO 1000-CARGAR-CLIENTES-EXIT
    END-IF
    PERFORM 1100-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10" OR cant-clientes = 2000
        Compute cant-clientes = cant-clientes + 1
        Move FXC-CODIGO    to cli-codigo (cant-clientes)
        Move FXC-NOMBRE    to cli-nombre (cant-clientes)
        Move FXC-DOCUMENTO to cli-documento (cant-clientes)
        Move FXC-ACTIVO    to cli-activo (cant-clientes)
        Move FXC-TIPO-DOC  to cli-tipo-doc (cant-clientes)
        Move FXC-VENCE-DOC to cli-vence-doc (cant-clientes)
        Move FXC-DOMICILIO to cli-domicilio (cant-clientes)
        Move FXC-OCUPACION to cli-ocupacion (cant-clientes)
        Move FXC-RIESGO    to cli-riesgo (cant-clientes)
        IF FXC-PERFIL IS NUMERIC
            Move FXC-PERFIL to cli-perfil (cant-clientes)
        ELSE
            Move 0 to cli-perfil (cant-clientes)
        END-IF
        PERFORM 1100-LEER-CLIENTE
    END-PERFORM
    IF FXC-STATUS <> "10"
        Move "S" to clientes-desbordados
        Display "ADVERTENCIA: CLIENTES-FX supera los 2000 clientes y"
            " la carga quedo incompleta: los cambios de esta sesion"
            " NO se van a grabar"
    END-IF
    CLOSE CLIENTES-FX.
1000-CARGAR-CLIENTES-EXIT.
    EXIT.

1100-LEER-CLIENTE.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

*>Alta de un cliente nuevo o cambio de los datos de uno existente. En
*>el cambio, un dato en blanco (o perfil en cero) conserva el valor
*>cargado; en el alta todos los datos son obligatorios. Cualquier
*>error descarta el cambio entero.
2000-ALTA-CLIENTE.
    Display "Codigo de cliente (1-9999): "
    Accept codigo-trabajo
    IF codigo-trabajo = 0
        Display "Error: el codigo 0 es la liquidacion sin cliente"
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    PERFORM 2100-UBICAR-CLIENTE
    IF pos-cliente = 0
        Move "S" to es-alta
        Display "Cliente nuevo"
    ELSE
        Move "N" to es-alta
        Move pos-cliente to k
        PERFORM 4100-LISTAR-CLIENTE THRU 4100-LISTAR-CLIENTE-EXIT
        Display "(dato en blanco = sin cambio)"
    END-IF
    Display "Nombre: "
    Accept nombre-trabajo
    Display "Numero de documento: "
    Accept documento-trabajo
    Display "Tipo de documento (DNI, LE, LC, CI, PAS, CUIT): "
    Accept tipo-doc-trabajo
    Display "Vencimiento del documento (AAAAMMDD): "
    Accept vence-trabajo
    Display "Domicilio: "
    Accept domicilio-trabajo
    Display "Ocupacion: "
    Accept ocupacion-trabajo
    Display "Calificacion de riesgo (B = bajo, M = medio, A = alto): "
    Accept riesgo-trabajo
    Display "Perfil: volumen mensual declarado en pesos: "
    Accept perfil-trabajo
    IF es-alta = "N"
        PERFORM 2200-COMPLETAR-SIN-CAMBIO
    END-IF
    IF nombre-trabajo = SPACES OR documento-trabajo = SPACES
    OR domicilio-trabajo = SPACES OR ocupacion-trabajo = SPACES
        Display "Error: nombre, documento, domicilio y ocupacion son"
            " obligatorios"
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    EVALUATE tipo-doc-trabajo
        WHEN "DNI" WHEN "LE" WHEN "LC" WHEN "CI" WHEN "PAS"
        WHEN "CUIT"
            CONTINUE
        WHEN OTHER
            Display "Error: tipo de documento desconocido "
                tipo-doc-trabajo
            GO TO 2000-ALTA-CLIENTE-EXIT
    END-EVALUATE
    IF vence-trabajo IS NOT NUMERIC
        Display "Error: el vencimiento debe ser AAAAMMDD"
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    IF vence-mes < 1 OR vence-mes > 12
    OR vence-dia < 1 OR vence-dia > 31
        Display "Error: fecha de vencimiento invalida " vence-trabajo
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    EVALUATE riesgo-trabajo
        WHEN "b" Move "B" to riesgo-trabajo
        WHEN "m" Move "M" to riesgo-trabajo
        WHEN "a" Move "A" to riesgo-trabajo
        WHEN OTHER CONTINUE
    END-EVALUATE
    IF riesgo-trabajo <> "B" AND riesgo-trabajo <> "M"
    AND riesgo-trabajo <> "A"
        Display "Error: la calificacion de riesgo debe ser B, M o A"
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    IF perfil-trabajo = 0
        Display "Error: el perfil mensual debe ser mayor que cero"
        GO TO 2000-ALTA-CLIENTE-EXIT
    END-IF
    IF es-alta = "S"
        IF cant-clientes = 2000
            Display "Error: maestro de clientes lleno"
            GO TO 2000-ALTA-CLIENTE-EXIT
        END-IF
        Compute cant-clientes = cant-clientes + 1
        Move cant-clientes to pos-cliente
        Move codigo-trabajo to cli-codigo (pos-cliente)
        Move "ALTA" to accion-auditoria
    ELSE
        Move "CAMBIO" to accion-auditoria
    END-IF
    Move nombre-trabajo    to cli-nombre (pos-cliente)
    Move documento-trabajo to cli-documento (pos-cliente)
    Move "S"               to cli-activo (pos-cliente)
    Move tipo-doc-trabajo  to cli-tipo-doc (pos-cliente)
    Move vence-trabajo     to cli-vence-doc (pos-cliente)
    Move domicilio-trabajo to cli-domicilio (pos-cliente)
    Move ocupacion-trabajo to cli-ocupacion (pos-cliente)
    Move riesgo-trabajo    to cli-riesgo (pos-cliente)
    Move perfil-trabajo    to cli-perfil (pos-cliente)
    Move "S" to hubo-cambios
    Move SPACES to detalle-auditoria
    STRING codigo-trabajo DELIMITED BY SIZE
        " riesgo " DELIMITED BY SIZE
        riesgo-trabajo DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        tipo-doc-trabajo DELIMITED BY SPACE
        " vence " DELIMITED BY SIZE
        vence-trabajo DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 8000-GRABAR-AUDITORIA
    IF vence-trabajo < fecha-hoy
        Display "ADVERTENCIA: el documento ya esta vencido, Variables"
            " no va a operar con el cliente"
    END-IF
    Display "Cliente " codigo-trabajo " grabado".
2000-ALTA-CLIENTE-EXIT.
    EXIT.

2100-UBICAR-CLIENTE.
    Move 0 to pos-cliente
    PERFORM 2150-COMPARAR-CLIENTE THRU 2150-COMPARAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes.

2150-COMPARAR-CLIENTE.
    IF cli-codigo (k) = codigo-trabajo
        Move k to pos-cliente
    END-IF.
2150-COMPARAR-CLIENTE-EXIT.
    EXIT.

2200-COMPLETAR-SIN-CAMBIO.
    IF nombre-trabajo = SPACES
        Move cli-nombre (pos-cliente) to nombre-trabajo
    END-IF
    IF documento-trabajo = SPACES
        Move cli-documento (pos-cliente) to documento-trabajo
    END-IF
    IF tipo-doc-trabajo = SPACES
        Move cli-tipo-doc (pos-cliente) to tipo-doc-trabajo
    END-IF
    IF vence-trabajo = SPACES
        Move cli-vence-doc (pos-cliente) to vence-trabajo
    END-IF
    IF domicilio-trabajo = SPACES
        Move cli-domicilio (pos-cliente) to domicilio-trabajo
    END-IF
    IF ocupacion-trabajo = SPACES
        Move cli-ocupacion (pos-cliente) to ocupacion-trabajo
    END-IF
    IF riesgo-trabajo = SPACE
        Move cli-riesgo (pos-cliente) to riesgo-trabajo
    END-IF
    IF perfil-trabajo = 0
        Move cli-perfil (pos-cliente) to perfil-trabajo
    END-IF.

*>La baja es logica: FX-TRANSACCIONES referencia al cliente por
*>codigo y el resumen mensual lo sigue buscando en el maestro.
3000-BAJA-CLIENTE.
    Display "Codigo de cliente a dar de baja: "
    Accept codigo-trabajo
    PERFORM 2100-UBICAR-CLIENTE
    IF pos-cliente = 0
        Display "Error: no existe el cliente " codigo-trabajo
        GO TO 3000-BAJA-CLIENTE-EXIT
    END-IF
    IF cli-activo (pos-cliente) <> "S"
        Display "Error: el cliente " codigo-trabajo " ya esta inactivo"
        GO TO 3000-BAJA-CLIENTE-EXIT
    END-IF
    Move "N" to cli-activo (pos-cliente)
    Move "S" to hubo-cambios
    Move "BAJA" to accion-auditoria
    Move SPACES to detalle-auditoria
    STRING codigo-trabajo DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        cli-nombre (pos-cliente) DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 8000-GRABAR-AUDITORIA
    Display "Cliente " codigo-trabajo " dado de baja".
3000-BAJA-CLIENTE-EXIT.
    EXIT.

4000-LISTAR-CLIENTES.
    Move 0 to cant-listados
    Display "--- CLIENTES-FX (codigo, nombre, documento, vencimiento,"
        " riesgo, perfil mensual, situacion) ---"
    PERFORM 4100-LISTAR-CLIENTE THRU 4100-LISTAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes
    Display "Clientes listados: " cant-listados.

*>La situacion es la misma cuenta que hace Variables al validar el
*>cliente: inactivo, sin calificacion, sin vencimiento o vencido.
4100-LISTAR-CLIENTE.
    Compute cant-listados = cant-listados + 1
    EVALUATE TRUE
        WHEN cli-activo (k) <> "S"
            Move "INACTIVO" to situacion-cliente
        WHEN cli-riesgo (k) <> "B" AND cli-riesgo (k) <> "M"
        AND cli-riesgo (k) <> "A"
            Move "BLOQUEADO sin calificar" to situacion-cliente
        WHEN cli-vence-doc (k) IS NOT NUMERIC
            Move "BLOQUEADO sin vencimiento" to situacion-cliente
        WHEN cli-vence-doc (k) < fecha-hoy
            Move "BLOQUEADO doc vencido" to situacion-cliente
        WHEN OTHER
            Move "habilitado" to situacion-cliente
    END-EVALUATE
    Display cli-codigo (k) " " cli-nombre (k) " "
        cli-tipo-doc (k) " " cli-documento (k)
        " vence " cli-vence-doc (k)
        " riesgo " cli-riesgo (k)
        " perfil " cli-perfil (k)
        " " situacion-cliente
    Display "     " cli-domicilio (k) " / " cli-ocupacion (k).
4100-LISTAR-CLIENTE-EXIT.
    EXIT.

7000-REGRABAR-CLIENTES.
    Move "CLIENTES-FX" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT CLIENTES-FX
    PERFORM 7100-GRABAR-CLIENTE THRU 7100-GRABAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes
    CLOSE CLIENTES-FX.

7100-GRABAR-CLIENTE.
    INITIALIZE FXC-REGISTRO
    Move cli-codigo (k)    to FXC-CODIGO
    Move SPACE             to FXC-SEP1
    Move cli-nombre (k)    to FXC-NOMBRE
    Move SPACE             to FXC-SEP2
    Move cli-documento (k) to FXC-DOCUMENTO
    Move SPACE             to FXC-SEP3
    Move cli-activo (k)    to FXC-ACTIVO
    Move SPACE             to FXC-SEP4
    Move cli-tipo-doc (k)  to FXC-TIPO-DOC
    Move SPACE             to FXC-SEP5
    Move cli-vence-doc (k) to FXC-VENCE-DOC
    Move SPACE             to FXC-SEP6
    Move cli-domicilio (k) to FXC-DOMICILIO
    Move SPACE             to FXC-SEP7
    Move cli-ocupacion (k) to FXC-OCUPACION
    Move SPACE             to FXC-SEP8
    Move cli-riesgo (k)    to FXC-RIESGO
    Move SPACE             to FXC-SEP9
    Move cli-perfil (k)    to FXC-PERFIL
    WRITE FXC-REGISTRO.
7100-GRABAR-CLIENTE-EXIT.
    EXIT.

8000-GRABAR-AUDITORIA.
    OPEN EXTEND CAMBIOS-TABLAS-FX
    IF CT-STATUS = "35"
        OPEN OUTPUT CAMBIOS-TABLAS-FX
    END-IF
    INITIALIZE CT-REGISTRO
    Move fecha-hoy         to CT-FECHA
    Move SPACE             to CT-SEP1
    Move hora-ahora        to CT-HORA
    Move SPACE             to CT-SEP2
    Move "CLIENTES"        to CT-TABLA
    Move SPACE             to CT-SEP3
    Move accion-auditoria  to CT-ACCION
    Move SPACE             to CT-SEP4
    Move codigo-operador   to CT-OPERADOR
    Move SPACE             to CT-SEP5
    Move detalle-auditoria to CT-DETALLE
    WRITE CT-REGISTRO
    CLOSE CAMBIOS-TABLAS-FX.
