*>Circuito de aprobacion de las rectificaciones de notas: los pedidos
*>que graba Solicitar-Rectificacion quedan pendientes en
*>RECTIFICACIONES y este programa se los presenta al supervisor de a
*>uno, con el mismo inicio de sesion que Aprobar-Precios (codigo
*>validado contra OPERADORES, nivel 2, intento sin nivel registrado
*>en ACCESOS-DENEGADOS). El supervisor aprueba o rechaza cada pedido
*>con una observacion; un pedido salteado sigue pendiente para la
*>proxima sesion. La decision queda en el mismo registro del pedido
*>(la version anterior de RECTIFICACIONES se aparta con
*>Guardar-Generacion antes de regrabarla).
*>Lo aprobado se asienta en EPA-CORRECCIONES con el estado
*>recalculado con el umbral del modulo en MODULOS, y desde ahi lo
*>aplica Corregir-Resultado a todo el que lee EPA-RESULTADOS. Si el
*>alumno ya tiene certificado emitido en el modulo con la nota
*>erronea, el certificado se lista en REEMISION-CERTIFICADOS para
*>reemitirlo con la nota correcta, o para anularlo si con la nota
*>correcta el modulo deja de estar aprobado. Al cierre de la sesion
*>esos certificados se marcan en CERT-REGISTRO como reemitidos
*>o revocados (apartando antes la version vigente del registro con
*>Guardar-Generacion), para que Verificar-Certificados no los de por
*>vigentes y Certificados emita el reemplazo.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Aprobar-Rectificaciones.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RECTIFICACIONES ASSIGN TO "RECTIFICACIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RF-STATUS.
        SELECT EPA-CORRECCIONES ASSIGN TO "EPA-CORRECCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CN-STATUS.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT CERTIFICADOS-EMITIDOS ASSIGN TO "CERTIFICADOS-EMITIDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CM-STATUS.
        SELECT REEMISION-CERTIFICADOS
            ASSIGN TO "REEMISION-CERTIFICADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RE-STATUS.
        SELECT CERT-REGISTRO ASSIGN TO "CERT-REGISTRO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RG-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  RECTIFICACIONES.
        COPY "rectificacion-rec".
    FD  EPA-CORRECCIONES.
        COPY "correccion-rec".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  CERTIFICADOS-EMITIDOS.
        01 CM-REGISTRO.
            05 CM-NUMERO PIC 9(6).
            05 CM-SEP1   PIC X(1).
            05 CM-FECHA  PIC X(8).
            05 CM-SEP2   PIC X(1).
            05 CM-LEGAJO PIC S9(8).
            05 CM-SEP3   PIC X(1).
            05 CM-MODULO PIC X(6).
            05 CM-SEP4   PIC X(1).
            05 CM-NOTA   PIC 9(2).
            05 CM-SEP5   PIC X(1).
            05 CM-NOMBRE PIC X(30).
    FD  REEMISION-CERTIFICADOS.
        01 RE-REGISTRO.
            05 RE-FECHA            PIC X(8).
            05 RE-SEP1             PIC X(1).
            05 RE-CERTIFICADO      PIC 9(6).
            05 RE-SEP2             PIC X(1).
            05 RE-LEGAJO           PIC 9(8).
            05 RE-SEP3             PIC X(1).
            05 RE-MODULO           PIC X(6).
            05 RE-SEP4             PIC X(1).
            05 RE-NOTA-CERTIFICADA PIC 9(2).
            05 RE-SEP5             PIC X(1).
            05 RE-NOTA-CORRECTA    PIC 9(2).
            05 RE-SEP6             PIC X(1).
            05 RE-ACCION           PIC X(8).
            05 RE-SEP7             PIC X(1).
            05 RE-RECTIFICACION    PIC 9(6).
            05 RE-SEP8             PIC X(1).
            05 RE-NOMBRE           PIC X(30).
    FD  CERT-REGISTRO.
        COPY "certificado-reg".
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
        01 AD-STATUS PIC X(2).
        01 RG-STATUS PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 RF-STATUS PIC X(2).
        01 CN-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 CM-STATUS PIC X(2).
        01 RE-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 cant-rectificaciones PIC 9(4) value 0.
        01 cant-pendientes PIC 9(4) value 0.
        01 rectificaciones-desbordadas PIC X(1) value "N".
        01 tabla-rectificaciones.
            05 rectificacion OCCURS 1 TO 999 TIMES
                DEPENDING ON cant-rectificaciones.
                10 rec-linea PIC X(137).
        01 i          PIC 9(4).
        01 decision   PIC X(1).
        01 observacion-decision PIC X(30).
        01 UMBRAL-SIN-MODULOS PIC 9(2) value 8.
        01 umbral-modulo PIC 9(2).
        01 modulo-encontrado PIC X(1).
        01 estado-corregido PIC X(10).
        01 accion-certificado PIC X(8).
        01 cant-aprobados  PIC 9(4) value 0.
        01 cant-rechazados PIC 9(4) value 0.
        01 cant-salteados  PIC 9(4) value 0.
        01 cant-reemisiones PIC 9(4) value 0.
        01 cant-marcas PIC 9(3) value 0.
        01 tabla-marcas.
            05 marca OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-marcas.
                10 mar-numero PIC 9(6).
                10 mar-estado PIC X(1).
                10 mar-motivo PIC X(40).
        01 k PIC 9(3).
        01 cant-registro PIC 9(4) value 0.
        01 tabla-registro.
            05 registro-certificado OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-registro.
                10 reg-linea PIC X(124).
        01 g PIC 9(4).
        01 cant-marcados PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-RECTIFICACIONES
        THRU 1000-CARGAR-RECTIFICACIONES-EXIT
    IF rectificaciones-desbordadas = "S"
        STOP RUN
    END-IF
    IF cant-pendientes = 0
        Display "No hay rectificaciones pendientes de aprobacion"
        STOP RUN
    END-IF
    PERFORM 2000-DECIDIR-PEDIDO THRU 2000-DECIDIR-PEDIDO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-rectificaciones
    PERFORM 3000-REGRABAR-RECTIFICACIONES
    IF cant-marcas > 0
        PERFORM 4000-MARCAR-REGISTRO THRU 4000-MARCAR-REGISTRO-EXIT
    END-IF
    Display "Sesion de aprobacion -> aprobadas: " cant-aprobados
        " rechazadas: " cant-rechazados
        " siguen pendientes: " cant-salteados
    IF cant-reemisiones > 0
        Display "Certificados a reemitir o anular: " cant-reemisiones
            " (ver REEMISION-CERTIFICADOS)"
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de supervisor: "
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
    Display "Supervisor de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el supervisor"
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
        Move "APROBAR-RECTIFIC" to AUT-PROGRAMA
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
    Move "APROBAR-RECTIFIC"     to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Se carga el archivo entero (decididas y pendientes) porque se
*>regraba completo con las decisiones de la sesion; con la carga
*>incompleta no se decide nada, porque la regrabacion perderia los
*>pedidos no leidos.
1000-CARGAR-RECTIFICACIONES.
    OPEN INPUT RECTIFICACIONES
    IF RF-STATUS <> "00"
        GO TO 1000-CARGAR-RECTIFICACIONES-EXIT
    END-IF
    PERFORM 1100-LEER-RECTIFICACION
    PERFORM UNTIL RF-STATUS = "10" OR cant-rectificaciones = 999
        Compute cant-rectificaciones = cant-rectificaciones + 1
        Move RF-REGISTRO to rec-linea (cant-rectificaciones)
        IF RF-ESTADO = "P"
            Compute cant-pendientes = cant-pendientes + 1
        END-IF
        PERFORM 1100-LEER-RECTIFICACION
    END-PERFORM
    IF RF-STATUS <> "10"
        CLOSE RECTIFICACIONES
        Move "S" to rectificaciones-desbordadas
        Display "ERROR: RECTIFICACIONES excede 999 lineas,"
            " no se decide ningun pedido en esta sesion"
        Move 8 to RETURN-CODE
        GO TO 1000-CARGAR-RECTIFICACIONES-EXIT
    END-IF
    CLOSE RECTIFICACIONES.
1000-CARGAR-RECTIFICACIONES-EXIT.
    EXIT.

1100-LEER-RECTIFICACION.
    READ RECTIFICACIONES
    NOT AT END
        CONTINUE
    END-READ.

2000-DECIDIR-PEDIDO.
    Move rec-linea (i) to RF-REGISTRO
    IF RF-ESTADO <> "P"
        GO TO 2000-DECIDIR-PEDIDO-EXIT
    END-IF
    Display "----------------------------------------"
    Display "Rectificacion " RF-NUMERO " (pedida el " RF-FECHA
        " por el docente " RF-DOCENTE ")"
    Display "Acta " RF-ACTA " legajo " RF-LEGAJO " modulo " RF-MODULO
    Display "Nota erronea " RF-NOTA-ERRONEA " nota correcta "
        RF-NOTA-CORRECTA
    Display "Motivo: " RF-MOTIVO
    Display "Decision (A = aprobar, R = rechazar, S = saltear): "
    Accept decision
    EVALUATE decision
        WHEN "A" WHEN "a"
            Display "Observacion de la aprobacion: "
            Accept observacion-decision
            Move "A" to decision
            PERFORM 2500-ANOTAR-DECISION
            PERFORM 2600-GRABAR-CORRECCION
                THRU 2600-GRABAR-CORRECCION-EXIT
            PERFORM 2800-BUSCAR-CERTIFICADOS
                THRU 2800-BUSCAR-CERTIFICADOS-EXIT
            Compute cant-aprobados = cant-aprobados + 1
        WHEN "R" WHEN "r"
            Display "Motivo del rechazo: "
            Accept observacion-decision
            Move "R" to decision
            PERFORM 2500-ANOTAR-DECISION
            Compute cant-rechazados = cant-rechazados + 1
        WHEN OTHER
            Display "Pedido salteado: sigue pendiente"
            Compute cant-salteados = cant-salteados + 1
    END-EVALUATE.
2000-DECIDIR-PEDIDO-EXIT.
    EXIT.

2500-ANOTAR-DECISION.
    Move decision             to RF-ESTADO
    Move SPACE                to RF-SEP10
    Move codigo-operador      to RF-SUPERVISOR
    Move SPACE                to RF-SEP11
    Move fecha-hoy            to RF-FECHA-DECISION
    Move SPACE                to RF-SEP12
    Move observacion-decision to RF-OBSERVACION
    Move RF-REGISTRO to rec-linea (i).

*>El estado corregido sale del umbral del modulo con la misma regla
*>con que Ejercicio12 graba el extracto.
2600-GRABAR-CORRECCION.
    PERFORM 2700-BUSCAR-UMBRAL THRU 2700-BUSCAR-UMBRAL-EXIT
    IF RF-NOTA-CORRECTA >= umbral-modulo
        Move "APROBADO" to estado-corregido
    ELSE
        IF RF-NOTA-CORRECTA = 7
            Move "NOTA 7" to estado-corregido
        ELSE
            Move "REPROBADO" to estado-corregido
        END-IF
    END-IF
    OPEN EXTEND EPA-CORRECCIONES
    IF CN-STATUS = "35"
        OPEN OUTPUT EPA-CORRECCIONES
    END-IF
    INITIALIZE CN-REGISTRO
    Move RF-ACTA          to CN-ACTA
    Move SPACE            to CN-SEP1
    Move RF-LEGAJO        to CN-LEGAJO
    Move SPACE            to CN-SEP2
    Move RF-MODULO        to CN-MODULO
    Move SPACE            to CN-SEP3
    Move RF-NOTA-ERRONEA  to CN-NOTA-ANTERIOR
    Move SPACE            to CN-SEP4
    Move RF-NOTA-CORRECTA to CN-NOTA
    Move SPACE            to CN-SEP5
    Move estado-corregido to CN-ESTADO
    Move SPACE            to CN-SEP6
    Move RF-NUMERO        to CN-RECTIFICACION
    Move SPACE            to CN-SEP7
    Move fecha-hoy        to CN-FECHA
    Move SPACE            to CN-SEP8
    Move codigo-operador  to CN-SUPERVISOR
    WRITE CN-REGISTRO
    CLOSE EPA-CORRECCIONES
    Display "Correccion asentada: nota " RF-NOTA-CORRECTA " "
        estado-corregido.
2600-GRABAR-CORRECCION-EXIT.
    EXIT.

2700-BUSCAR-UMBRAL.
    Move UMBRAL-SIN-MODULOS to umbral-modulo
    Move "N" to modulo-encontrado
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MODULOS, se asume umbral "
            UMBRAL-SIN-MODULOS
        GO TO 2700-BUSCAR-UMBRAL-EXIT
    END-IF
    PERFORM 2710-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10"
        IF MD-COD = RF-MODULO
            Move MD-UMBRAL to umbral-modulo
            Move "S" to modulo-encontrado
        END-IF
        PERFORM 2710-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS
    IF modulo-encontrado = "N"
        Display "ADVERTENCIA: el modulo " RF-MODULO " no figura en"
            " MODULOS, se asume umbral " UMBRAL-SIN-MODULOS
    END-IF.
2700-BUSCAR-UMBRAL-EXIT.
    EXIT.

2710-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

*>Un certificado emitido con la nota erronea queda afectado: se
*>reemite si la nota correcta sigue aprobando el modulo y se anula
*>si no.
2800-BUSCAR-CERTIFICADOS.
    OPEN INPUT CERTIFICADOS-EMITIDOS
    IF CM-STATUS <> "00"
        GO TO 2800-BUSCAR-CERTIFICADOS-EXIT
    END-IF
    IF estado-corregido = "APROBADO"
        Move "REEMITIR" to accion-certificado
    ELSE
        Move "ANULAR" to accion-certificado
    END-IF
    PERFORM 2810-LEER-CERTIFICADO
    PERFORM UNTIL CM-STATUS = "10"
        IF CM-LEGAJO = RF-LEGAJO
        AND CM-MODULO = RF-MODULO
        AND CM-NOTA = RF-NOTA-ERRONEA
            PERFORM 2900-GRABAR-REEMISION
        END-IF
        PERFORM 2810-LEER-CERTIFICADO
    END-PERFORM
    CLOSE CERTIFICADOS-EMITIDOS.
2800-BUSCAR-CERTIFICADOS-EXIT.
    EXIT.

2810-LEER-CERTIFICADO.
    READ CERTIFICADOS-EMITIDOS
    NOT AT END
        CONTINUE
    END-READ.

2900-GRABAR-REEMISION.
    OPEN EXTEND REEMISION-CERTIFICADOS
    IF RE-STATUS = "35"
        OPEN OUTPUT REEMISION-CERTIFICADOS
    END-IF
    INITIALIZE RE-REGISTRO
    Move fecha-hoy          to RE-FECHA
    Move SPACE              to RE-SEP1
    Move CM-NUMERO          to RE-CERTIFICADO
    Move SPACE              to RE-SEP2
    Move RF-LEGAJO          to RE-LEGAJO
    Move SPACE              to RE-SEP3
    Move RF-MODULO          to RE-MODULO
    Move SPACE              to RE-SEP4
    Move CM-NOTA            to RE-NOTA-CERTIFICADA
    Move SPACE              to RE-SEP5
    Move RF-NOTA-CORRECTA   to RE-NOTA-CORRECTA
    Move SPACE              to RE-SEP6
    Move accion-certificado to RE-ACCION
    Move SPACE              to RE-SEP7
    Move RF-NUMERO          to RE-RECTIFICACION
    Move SPACE              to RE-SEP8
    Move CM-NOMBRE          to RE-NOMBRE
    WRITE RE-REGISTRO
    CLOSE REEMISION-CERTIFICADOS
    Compute cant-reemisiones = cant-reemisiones + 1
    IF cant-marcas < 500
        Compute cant-marcas = cant-marcas + 1
        Move CM-NUMERO to mar-numero (cant-marcas)
        IF accion-certificado = "REEMITIR"
            Move "E" to mar-estado (cant-marcas)
        ELSE
            Move "R" to mar-estado (cant-marcas)
        END-IF
        Move SPACES to mar-motivo (cant-marcas)
        STRING "RECTIFICACION " DELIMITED BY SIZE
            RF-NUMERO DELIMITED BY SIZE
            " NOTA " DELIMITED BY SIZE
            CM-NOTA DELIMITED BY SIZE
            " A " DELIMITED BY SIZE
            RF-NOTA-CORRECTA DELIMITED BY SIZE
            INTO mar-motivo (cant-marcas)
        END-STRING
    END-IF
    Display "Certificado " CM-NUMERO " emitido con nota " CM-NOTA
        ": " accion-certificado.

3000-REGRABAR-RECTIFICACIONES.
    Move "RECTIFICACIONES" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT RECTIFICACIONES
    PERFORM 3100-GRABAR-RECTIFICACION
        VARYING i FROM 1 BY 1 UNTIL i > cant-rectificaciones
    CLOSE RECTIFICACIONES.

3100-GRABAR-RECTIFICACION.
    Move rec-linea (i) to RF-REGISTRO
    WRITE RF-REGISTRO.

*>El registro se carga entero y se regraba con el estado nuevo de los
*>certificados afectados en la sesion; los certificados de egreso
*>(tipo "E") no dependen de la nota de un modulo y no se tocan.
4000-MARCAR-REGISTRO.
    OPEN INPUT CERT-REGISTRO
    IF RG-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CERT-REGISTRO,"
            " no se marcan los certificados afectados"
        GO TO 4000-MARCAR-REGISTRO-EXIT
    END-IF
    PERFORM 4100-LEER-REGISTRO
    PERFORM UNTIL RG-STATUS = "10" OR cant-registro = 5000
        Compute cant-registro = cant-registro + 1
        Move RG-REGISTRO to reg-linea (cant-registro)
        PERFORM 4100-LEER-REGISTRO
    END-PERFORM
    IF RG-STATUS <> "10"
        CLOSE CERT-REGISTRO
        Display "ERROR: CERT-REGISTRO excede 5000 lineas,"
            " no se marcan los certificados afectados"
        Move 8 to RETURN-CODE
        GO TO 4000-MARCAR-REGISTRO-EXIT
    END-IF
    CLOSE CERT-REGISTRO
    Move "CERT-REGISTRO" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT CERT-REGISTRO
    PERFORM 4200-REGRABAR-CERTIFICADO
        VARYING g FROM 1 BY 1 UNTIL g > cant-registro
    CLOSE CERT-REGISTRO
    Display "Certificados marcados en CERT-REGISTRO: "
        cant-marcados.
4000-MARCAR-REGISTRO-EXIT.
    EXIT.

4100-LEER-REGISTRO.
    READ CERT-REGISTRO
    NOT AT END
        CONTINUE
    END-READ.

4200-REGRABAR-CERTIFICADO.
    Move reg-linea (g) to RG-REGISTRO
    IF RG-TIPO = "A" AND RG-ESTADO = "V"
        PERFORM 4300-APLICAR-MARCA THRU 4300-APLICAR-MARCA-EXIT
            VARYING k FROM 1 BY 1 UNTIL k > cant-marcas
    END-IF
    WRITE RG-REGISTRO.

4300-APLICAR-MARCA.
    IF mar-numero (k) <> RG-NUMERO OR RG-ESTADO <> "V"
        GO TO 4300-APLICAR-MARCA-EXIT
    END-IF
    Move mar-estado (k)  to RG-ESTADO
    Move fecha-hoy       to RG-FECHA-ESTADO
    Move codigo-operador to RG-SUPERVISOR
    Move mar-motivo (k)  to RG-MOTIVO
    Compute cant-marcados = cant-marcados + 1.
4300-APLICAR-MARCA-EXIT.
    EXIT.
