*>Mantenimiento del maestro CLIENTES-COTIZ (layout de
*>copybooks/cliente-cotiz): los clientes del taller a los que
*>Formula-matematica cotiza y factura. Alta con codigo, nombre y CUIT,
*>modificacion de nombre y CUIT, baja (CQ-ACTIVO "N": el cliente
*>conserva sus facturas y su cuenta en CUENTAS-COBRAR pero no se le
*>factura mas) y listado. El maestro se regraba entero apartando antes
*>la version vigente con Guardar-Generacion. Reservado a supervisores
*>(OP-NIVEL 2); el intento de un operador sin nivel queda en
*>ACCESOS-DENEGADOS.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Clientes-Cotiz.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-COTIZ ASSIGN TO "CLIENTES-COTIZ"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CQ-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-COTIZ.
        COPY "cliente-cotiz".
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
        01 CQ-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
        01 cliente-trabajo PIC 9(5).
        01 nombre-trabajo PIC X(30).
        01 cuit-trabajo PIC X(11).
        01 cant-clientes PIC 9(4) value 0.
        01 tabla-clientes.
            05 cliente-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-clientes.
                10 cli-codigo PIC 9(5).
                10 cli-nombre PIC X(30).
                10 cli-cuit   PIC X(11).
                10 cli-activo PIC X(1).
        01 k PIC 9(4).
        01 pos-cliente PIC 9(4).
        01 clientes-desbordados PIC X(1) value "N".
        01 cant-activos PIC 9(4).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-CLIENTES THRU 1000-CARGAR-CLIENTES-EXIT
    IF clientes-desbordados = "S"
        Display "ERROR: CLIENTES-COTIZ supera los 2000 clientes: no"
            " se puede mantener"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta, M = modificacion, B = baja,"
            " L = listado, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
            WHEN "M" WHEN "m"
                PERFORM 3000-MODIFICACION THRU 3000-MODIFICACION-EXIT
            WHEN "B" WHEN "b"
                PERFORM 4000-BAJA THRU 4000-BAJA-EXIT
            WHEN "L" WHEN "l"
                PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
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
        Move "MANT-CLIENTES-COTIZ" to AUT-PROGRAMA
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
    Move fecha-hoy              to AD-FECHA
    Move SPACE                  to AD-SEP1
    Move hora-ahora             to AD-HORA
    Move SPACE                  to AD-SEP2
    Move "MANT-CLIENTES-COTIZ" to AD-PROGRAMA
    Move SPACE                  to AD-SEP3
    Move codigo-operador        to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

1000-CARGAR-CLIENTES.
    OPEN INPUT CLIENTES-COTIZ
    IF CQ-STATUS <> "00"
        GO TO 1000-CARGAR-CLIENTES-EXIT
    END-IF
    PERFORM 1100-LEER-CLIENTE
    PERFORM UNTIL CQ-STATUS = "10" OR cant-clientes = 2000
        Compute cant-clientes = cant-clientes + 1
        Move CQ-CODIGO to cli-codigo (cant-clientes)
        Move CQ-NOMBRE to cli-nombre (cant-clientes)
        Move CQ-CUIT   to cli-cuit (cant-clientes)
        Move CQ-ACTIVO to cli-activo (cant-clientes)
        PERFORM 1100-LEER-CLIENTE
    END-PERFORM
    IF CQ-STATUS <> "10"
        Move "S" to clientes-desbordados
    END-IF
    CLOSE CLIENTES-COTIZ.
1000-CARGAR-CLIENTES-EXIT.
    EXIT.

1100-LEER-CLIENTE.
    READ CLIENTES-COTIZ
    NOT AT END
        CONTINUE
    END-READ.

1500-BUSCAR-CLIENTE.
    Move 0 to pos-cliente
    PERFORM 1600-COMPARAR-CLIENTE THRU 1600-COMPARAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes.

1600-COMPARAR-CLIENTE.
    IF cli-codigo (k) = cliente-trabajo
        Move k to pos-cliente
    END-IF.
1600-COMPARAR-CLIENTE-EXIT.
    EXIT.

2000-ALTA.
    Display "Codigo del cliente nuevo: "
    Accept cliente-trabajo
    IF cliente-trabajo = 0
        Display "Error: el codigo 0 esta reservado (sin cliente)"
        GO TO 2000-ALTA-EXIT
    END-IF
    PERFORM 1500-BUSCAR-CLIENTE
    IF pos-cliente > 0
        Display "Error: el cliente " cliente-trabajo " ya existe"
        GO TO 2000-ALTA-EXIT
    END-IF
    IF cant-clientes = 2000
        Display "Error: maestro lleno (2000 clientes)"
        GO TO 2000-ALTA-EXIT
    END-IF
    Display "Nombre o razon social: "
    Accept nombre-trabajo
    IF nombre-trabajo = SPACES
        Display "Error: el nombre es obligatorio"
        GO TO 2000-ALTA-EXIT
    END-IF
    Display "CUIT (11 digitos, espacios = consumidor final): "
    Accept cuit-trabajo
    IF cuit-trabajo <> SPACES AND cuit-trabajo IS NOT NUMERIC
        Display "Error: CUIT invalido " cuit-trabajo
        GO TO 2000-ALTA-EXIT
    END-IF
    Compute cant-clientes = cant-clientes + 1
    Move cliente-trabajo to cli-codigo (cant-clientes)
    Move nombre-trabajo  to cli-nombre (cant-clientes)
    Move cuit-trabajo    to cli-cuit (cant-clientes)
    Move "S"             to cli-activo (cant-clientes)
    PERFORM 6000-REGRABAR-MAESTRO
    Display "Cliente " cliente-trabajo " dado de alta".
2000-ALTA-EXIT.
    EXIT.

3000-MODIFICACION.
    Display "Codigo del cliente: "
    Accept cliente-trabajo
    PERFORM 1500-BUSCAR-CLIENTE
    IF pos-cliente = 0
        Display "Error: no existe el cliente " cliente-trabajo
        GO TO 3000-MODIFICACION-EXIT
    END-IF
    Display "Cliente " cli-codigo (pos-cliente) " "
        cli-nombre (pos-cliente) " CUIT " cli-cuit (pos-cliente)
    Display "Nombre nuevo (espacios = sin cambio): "
    Accept nombre-trabajo
    Display "CUIT nuevo (espacios = sin cambio): "
    Accept cuit-trabajo
    IF cuit-trabajo <> SPACES AND cuit-trabajo IS NOT NUMERIC
        Display "Error: CUIT invalido " cuit-trabajo
        GO TO 3000-MODIFICACION-EXIT
    END-IF
    IF nombre-trabajo = SPACES AND cuit-trabajo = SPACES
        Display "Sin cambios"
        GO TO 3000-MODIFICACION-EXIT
    END-IF
    IF nombre-trabajo <> SPACES
        Move nombre-trabajo to cli-nombre (pos-cliente)
    END-IF
    IF cuit-trabajo <> SPACES
        Move cuit-trabajo to cli-cuit (pos-cliente)
    END-IF
    PERFORM 6000-REGRABAR-MAESTRO
    Display "Cliente " cliente-trabajo " modificado".
3000-MODIFICACION-EXIT.
    EXIT.

4000-BAJA.
    Display "Codigo del cliente a dar de baja: "
    Accept cliente-trabajo
    PERFORM 1500-BUSCAR-CLIENTE
    IF pos-cliente = 0
        Display "Error: no existe el cliente " cliente-trabajo
        GO TO 4000-BAJA-EXIT
    END-IF
    IF cli-activo (pos-cliente) = "N"
        Display "Error: el cliente " cliente-trabajo " ya esta de baja"
        GO TO 4000-BAJA-EXIT
    END-IF
    Move "N" to cli-activo (pos-cliente)
    PERFORM 6000-REGRABAR-MAESTRO
    Display "Cliente " cliente-trabajo " dado de baja".
4000-BAJA-EXIT.
    EXIT.

5000-LISTAR.
    Move 0 to cant-activos
    Display "--- Clientes del taller (activo S/N) ---"
    PERFORM 5100-LISTAR-CLIENTE THRU 5100-LISTAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes
    Display "Clientes: " cant-clientes " activos: " cant-activos.
5000-LISTAR-EXIT.
    EXIT.

5100-LISTAR-CLIENTE.
    Display cli-codigo (k) " " cli-nombre (k) " CUIT " cli-cuit (k)
        " activo " cli-activo (k)
    IF cli-activo (k) <> "N"
        Compute cant-activos = cant-activos + 1
    END-IF.
5100-LISTAR-CLIENTE-EXIT.
    EXIT.

6000-REGRABAR-MAESTRO.
    Move "CLIENTES-COTIZ" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT CLIENTES-COTIZ
    PERFORM 6100-GRABAR-CLIENTE THRU 6100-GRABAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes
    CLOSE CLIENTES-COTIZ.

6100-GRABAR-CLIENTE.
    INITIALIZE CQ-REGISTRO
    Move cli-codigo (k) to CQ-CODIGO
    Move SPACE          to CQ-SEP1
    Move cli-nombre (k) to CQ-NOMBRE
    Move SPACE          to CQ-SEP2
    Move cli-cuit (k)   to CQ-CUIT
    Move SPACE          to CQ-SEP3
    Move cli-activo (k) to CQ-ACTIVO
    WRITE CQ-REGISTRO.
6100-GRABAR-CLIENTE-EXIT.
    EXIT.
