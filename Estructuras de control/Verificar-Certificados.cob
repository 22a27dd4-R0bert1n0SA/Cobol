*>Verificacion de autenticidad de certificados: cuando un empleador
*>llamaba para confirmar un certificado se lo buscaba a ojo en
*>CERTIFICADOS-EMITIDOS y en las paginas de CERTIFICADOS-EGRESO. Ahora
*>se consulta el registro unico CERT-REGISTRO (layout de
*>copybooks/certificado-reg), que alimentan Certificados (aprobacion
*>de modulo, tipo "A") y Egresados (finalizacion de carrera, tipo
*>"E"). La consulta se hace por numero de certificado o por
*>documento y nombre; como el padron no guarda numero de documento,
*>el documento que se pide es el legajo impreso en el certificado y
*>el nombre se compara sin importar mayusculas ni espacios. Por cada
*>consulta sale una nota de verificacion en NOTA-VERIFICACION con el
*>estado del certificado (vigente, revocado o reemitido, con fecha y
*>motivo del cambio; si fue reemitido, el numero que lo reemplaza).
*>La revocacion queda reservada a supervisores (nivel 2, mismo inicio
*>de sesion que Aprobar-Rectificaciones, que se pide recien al primer
*>pedido que lo necesita) y exige el motivo. La carga inicial arma el
*>registro a partir de los archivos que existian antes de el: los
*>certificados de CERTIFICADOS-EMITIDOS con lo ya resuelto en
*>REEMISION-CERTIFICADOS, y los egresados de EGRESADOS, numerados en
*>el orden del archivo como los numero Egresados. Antes de regrabar
*>el registro se aparta la version vigente con Guardar-Generacion.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Verificar-Certificados.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CERT-REGISTRO ASSIGN TO "CERT-REGISTRO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RG-STATUS.
        SELECT NOTA-VERIFICACION ASSIGN TO "NOTA-VERIFICACION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NV-STATUS.
        SELECT CERTIFICADOS-EMITIDOS ASSIGN TO "CERTIFICADOS-EMITIDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CM-STATUS.
        SELECT REEMISION-CERTIFICADOS
            ASSIGN TO "REEMISION-CERTIFICADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RE-STATUS.
        SELECT EGRESADOS ASSIGN TO "EGRESADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EG-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CERT-REGISTRO.
        COPY "certificado-reg".
    FD  NOTA-VERIFICACION.
        01 NV-LINEA PIC X(72).
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
    FD  EGRESADOS.
        01 EG-REGISTRO.
            05 EG-LEGAJO  PIC S9(8).
            05 EG-SEP1    PIC X(1).
            05 EG-NOMBRE  PIC X(30).
            05 EG-SEP2    PIC X(1).
            05 EG-INGRESO PIC 9(4).
            05 EG-SEP3    PIC X(1).
            05 EG-FECHA   PIC X(8).
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
        01 RG-STATUS PIC X(2).
        01 NV-STATUS PIC X(2).
        01 CM-STATUS PIC X(2).
        01 RE-STATUS PIC X(2).
        01 EG-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 sesion-supervisor PIC X(1) value "N".
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion PIC X(1).
        01 cant-registro PIC 9(4) value 0.
        01 tabla-registro.
            05 registro-certificado OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-registro.
                10 reg-linea PIC X(124).
        01 g PIC 9(4).
        01 j PIC 9(4).
        01 pos-encontrada PIC 9(4).
        01 tabla-llena PIC X(1) value "N".
        01 hubo-cambios PIC X(1) value "N".
        01 tipo-buscado PIC X(1).
        01 numero-buscado PIC 9(6).
        01 legajo-buscado PIC 9(8).
        01 nombre-buscado PIC X(30).
        01 nombre-comparado PIC X(30).
        01 motivo-revocacion PIC X(40).
        01 cant-hallados PIC 9(4).
        01 criterio-consulta PIC X(60).
        01 legajo-reemplazo PIC 9(8).
        01 modulo-reemplazo PIC X(6).
        01 cant-consultas PIC 9(4) value 0.
        01 cant-revocados PIC 9(4) value 0.
        01 numero-egreso PIC 9(6).
        01 fecha-emision PIC X(8).
        01 linea-trabajo PIC X(72).
        01 MINUSCULAS PIC X(26) value "abcdefghijklmnopqrstuvwxyz".
        01 MAYUSCULAS PIC X(26) value "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 1000-CARGAR-REGISTRO THRU 1000-CARGAR-REGISTRO-EXIT
    IF tabla-llena = "S"
        Display "ERROR: CERT-REGISTRO excede 5000 lineas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT NOTA-VERIFICACION
    Perform Until accion = "F" or accion = "f"
        Display "Accion (N = consulta por numero, D = consulta por"
            " documento y nombre, R = revocar, C = carga inicial,"
            " F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "N" WHEN "n"
                PERFORM 2000-CONSULTAR-NUMERO
                    THRU 2000-CONSULTAR-NUMERO-EXIT
            WHEN "D" WHEN "d"
                PERFORM 2500-CONSULTAR-DOCUMENTO
                    THRU 2500-CONSULTAR-DOCUMENTO-EXIT
            WHEN "R" WHEN "r"
                PERFORM 4000-REVOCAR THRU 4000-REVOCAR-EXIT
            WHEN "C" WHEN "c"
                PERFORM 5000-CARGA-INICIAL THRU 5000-CARGA-INICIAL-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    CLOSE NOTA-VERIFICACION
    IF hubo-cambios = "S"
        PERFORM 6000-REGRABAR-REGISTRO
        Display "CERT-REGISTRO regrabado: " cant-registro
            " certificados"
    END-IF
    Display "Consultas: " cant-consultas " revocaciones: "
        cant-revocados " (notas en NOTA-VERIFICACION)"
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
            CLOSE NOTA-VERIFICACION
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Move "S" to sesion-supervisor
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
        Move "VERIFICAR-CERTIF" to AUT-PROGRAMA
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
    Move "VERIFICAR-CERTIF"     to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

1000-CARGAR-REGISTRO.
    OPEN INPUT CERT-REGISTRO
    IF RG-STATUS <> "00"
        Display "No hay CERT-REGISTRO: se puede armar con la"
            " carga inicial"
        GO TO 1000-CARGAR-REGISTRO-EXIT
    END-IF
    PERFORM 1100-LEER-REGISTRO
    PERFORM UNTIL RG-STATUS = "10" OR cant-registro = 5000
        Compute cant-registro = cant-registro + 1
        Move RG-REGISTRO to reg-linea (cant-registro)
        PERFORM 1100-LEER-REGISTRO
    END-PERFORM
    IF RG-STATUS <> "10"
        Move "S" to tabla-llena
    END-IF
    CLOSE CERT-REGISTRO.
1000-CARGAR-REGISTRO-EXIT.
    EXIT.

1100-LEER-REGISTRO.
    READ CERT-REGISTRO
    NOT AT END
        CONTINUE
    END-READ.

*>Las dos series se numeran por separado, asi que un mismo numero
*>puede ser a la vez de aprobacion y de egreso: sin tipo se informan
*>los dos.
2000-CONSULTAR-NUMERO.
    Display "Tipo de certificado (A = aprobacion de modulo,"
        " E = egreso, en blanco = cualquiera): "
    Accept tipo-buscado
    INSPECT tipo-buscado CONVERTING MINUSCULAS TO MAYUSCULAS
    IF tipo-buscado <> "A" AND tipo-buscado <> "E"
    AND tipo-buscado <> SPACE
        Display "Error: tipo invalido " tipo-buscado
        GO TO 2000-CONSULTAR-NUMERO-EXIT
    END-IF
    Display "Numero de certificado: "
    Accept numero-buscado
    IF numero-buscado = 0
        Display "Error: el numero es obligatorio"
        GO TO 2000-CONSULTAR-NUMERO-EXIT
    END-IF
    Move SPACES to criterio-consulta
    STRING "Consulta por certificado numero " DELIMITED BY SIZE
        numero-buscado DELIMITED BY SIZE
        " tipo " DELIMITED BY SIZE
        tipo-buscado DELIMITED BY SIZE
        INTO criterio-consulta
    END-STRING
    PERFORM 3000-ENCABEZAR-NOTA
    Move 0 to cant-hallados
    PERFORM 2100-COMPARAR-NUMERO THRU 2100-COMPARAR-NUMERO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-registro
    PERFORM 3900-CERRAR-NOTA.
2000-CONSULTAR-NUMERO-EXIT.
    EXIT.

2100-COMPARAR-NUMERO.
    Move reg-linea (g) to RG-REGISTRO
    IF RG-NUMERO <> numero-buscado
        GO TO 2100-COMPARAR-NUMERO-EXIT
    END-IF
    IF tipo-buscado <> SPACE AND RG-TIPO <> tipo-buscado
        GO TO 2100-COMPARAR-NUMERO-EXIT
    END-IF
    PERFORM 3100-DETALLAR-CERTIFICADO.
2100-COMPARAR-NUMERO-EXIT.
    EXIT.

2500-CONSULTAR-DOCUMENTO.
    Display "Documento (legajo impreso en el certificado): "
    Accept legajo-buscado
    IF legajo-buscado = 0
        Display "Error: el documento es obligatorio"
        GO TO 2500-CONSULTAR-DOCUMENTO-EXIT
    END-IF
    Display "Nombre del titular: "
    Accept nombre-buscado
    IF nombre-buscado = SPACES
        Display "Error: el nombre es obligatorio"
        GO TO 2500-CONSULTAR-DOCUMENTO-EXIT
    END-IF
    Move FUNCTION TRIM (nombre-buscado) to nombre-buscado
    INSPECT nombre-buscado CONVERTING MINUSCULAS TO MAYUSCULAS
    Move SPACES to criterio-consulta
    STRING "Consulta por documento " DELIMITED BY SIZE
        legajo-buscado DELIMITED BY SIZE
        " nombre " DELIMITED BY SIZE
        nombre-buscado DELIMITED BY SIZE
        INTO criterio-consulta
    END-STRING
    PERFORM 3000-ENCABEZAR-NOTA
    Move 0 to cant-hallados
    PERFORM 2600-COMPARAR-DOCUMENTO THRU 2600-COMPARAR-DOCUMENTO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-registro
    PERFORM 3900-CERRAR-NOTA.
2500-CONSULTAR-DOCUMENTO-EXIT.
    EXIT.

2600-COMPARAR-DOCUMENTO.
    Move reg-linea (g) to RG-REGISTRO
    IF RG-LEGAJO <> legajo-buscado
        GO TO 2600-COMPARAR-DOCUMENTO-EXIT
    END-IF
    Move FUNCTION TRIM (RG-NOMBRE) to nombre-comparado
    INSPECT nombre-comparado CONVERTING MINUSCULAS TO MAYUSCULAS
    IF nombre-comparado <> nombre-buscado
        GO TO 2600-COMPARAR-DOCUMENTO-EXIT
    END-IF
    PERFORM 3100-DETALLAR-CERTIFICADO.
2600-COMPARAR-DOCUMENTO-EXIT.
    EXIT.

3000-ENCABEZAR-NOTA.
    Compute cant-consultas = cant-consultas + 1
    Move ALL "=" to NV-LINEA
    WRITE NV-LINEA
    Move SPACES to linea-trabajo
    STRING "NOTA DE VERIFICACION DE CERTIFICADO - " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        hora-ahora DELIMITED BY SIZE
        INTO linea-trabajo
    END-STRING
    Move linea-trabajo to NV-LINEA
    WRITE NV-LINEA
    Move criterio-consulta to NV-LINEA
    WRITE NV-LINEA
    Move SPACES to NV-LINEA
    WRITE NV-LINEA.

*>Se usa con el certificado ya movido a RG-REGISTRO.
3100-DETALLAR-CERTIFICADO.
    Compute cant-hallados = cant-hallados + 1
    Move SPACES to linea-trabajo
    IF RG-TIPO = "A"
        STRING "Certificado de aprobacion nro. " DELIMITED BY SIZE
            RG-NUMERO DELIMITED BY SIZE
            " emitido el " DELIMITED BY SIZE
            RG-FECHA DELIMITED BY SIZE
            INTO linea-trabajo
        END-STRING
    ELSE
        STRING "Certificado de finalizacion nro. " DELIMITED BY SIZE
            RG-NUMERO DELIMITED BY SIZE
            " emitido el " DELIMITED BY SIZE
            RG-FECHA DELIMITED BY SIZE
            INTO linea-trabajo
        END-STRING
    END-IF
    Move linea-trabajo to NV-LINEA
    WRITE NV-LINEA
    Display linea-trabajo
    Move SPACES to linea-trabajo
    STRING "  Titular: " DELIMITED BY SIZE
        FUNCTION TRIM (RG-NOMBRE) DELIMITED BY SIZE
        " (legajo " DELIMITED BY SIZE
        RG-LEGAJO DELIMITED BY SIZE
        ")" DELIMITED BY SIZE
        INTO linea-trabajo
    END-STRING
    Move linea-trabajo to NV-LINEA
    WRITE NV-LINEA
    Display linea-trabajo
    IF RG-TIPO = "A"
        Move SPACES to linea-trabajo
        STRING "  Modulo " DELIMITED BY SIZE
            RG-MODULO DELIMITED BY SIZE
            " nota " DELIMITED BY SIZE
            RG-NOTA DELIMITED BY SIZE
            INTO linea-trabajo
        END-STRING
        Move linea-trabajo to NV-LINEA
        WRITE NV-LINEA
        Display linea-trabajo
    END-IF
    Move SPACES to linea-trabajo
    EVALUATE RG-ESTADO
        WHEN "V"
            Move "  ESTADO: VIGENTE - el certificado es autentico"
                to linea-trabajo
        WHEN "R"
            STRING "  ESTADO: REVOCADO el " DELIMITED BY SIZE
                RG-FECHA-ESTADO DELIMITED BY SIZE
                " - NO ES VALIDO" DELIMITED BY SIZE
                INTO linea-trabajo
            END-STRING
        WHEN OTHER
            STRING "  ESTADO: REEMITIDO el " DELIMITED BY SIZE
                RG-FECHA-ESTADO DELIMITED BY SIZE
                " - NO ES VALIDO" DELIMITED BY SIZE
                INTO linea-trabajo
            END-STRING
    END-EVALUATE
    Move linea-trabajo to NV-LINEA
    WRITE NV-LINEA
    Display linea-trabajo
    IF RG-ESTADO <> "V"
        Move SPACES to linea-trabajo
        STRING "  Motivo: " DELIMITED BY SIZE
            RG-MOTIVO DELIMITED BY SIZE
            INTO linea-trabajo
        END-STRING
        Move linea-trabajo to NV-LINEA
        WRITE NV-LINEA
        Display linea-trabajo
    END-IF
    IF RG-ESTADO = "E"
        Move RG-LEGAJO to legajo-reemplazo
        Move RG-MODULO to modulo-reemplazo
        PERFORM 3200-BUSCAR-REEMPLAZO THRU 3200-BUSCAR-REEMPLAZO-EXIT
            VARYING j FROM 1 BY 1 UNTIL j > cant-registro
        Move reg-linea (g) to RG-REGISTRO
    END-IF
    Move SPACES to NV-LINEA
    WRITE NV-LINEA.

*>El reemplazo de un certificado reemitido es el vigente del mismo
*>alumno y modulo.
3200-BUSCAR-REEMPLAZO.
    Move reg-linea (j) to RG-REGISTRO
    IF RG-TIPO <> "A" OR RG-ESTADO <> "V"
    OR RG-LEGAJO <> legajo-reemplazo OR RG-MODULO <> modulo-reemplazo
        GO TO 3200-BUSCAR-REEMPLAZO-EXIT
    END-IF
    Move SPACES to linea-trabajo
    STRING "  Reemplazado por el certificado nro. " DELIMITED BY SIZE
        RG-NUMERO DELIMITED BY SIZE
        " del " DELIMITED BY SIZE
        RG-FECHA DELIMITED BY SIZE
        " nota " DELIMITED BY SIZE
        RG-NOTA DELIMITED BY SIZE
        INTO linea-trabajo
    END-STRING
    Move linea-trabajo to NV-LINEA
    WRITE NV-LINEA
    Display linea-trabajo.
3200-BUSCAR-REEMPLAZO-EXIT.
    EXIT.

3900-CERRAR-NOTA.
    IF cant-hallados = 0
        Move "NO FIGURA EN EL REGISTRO: el certificado no es autentico"
            to NV-LINEA
        WRITE NV-LINEA
        Display NV-LINEA
    END-IF
    Move ALL "=" to NV-LINEA
    WRITE NV-LINEA.

4000-REVOCAR.
    IF sesion-supervisor = "N"
        PERFORM 0100-IDENTIFICAR-OPERADOR
    END-IF
    Display "Tipo de certificado (A = aprobacion de modulo,"
        " E = egreso): "
    Accept tipo-buscado
    INSPECT tipo-buscado CONVERTING MINUSCULAS TO MAYUSCULAS
    IF tipo-buscado <> "A" AND tipo-buscado <> "E"
        Display "Error: tipo invalido " tipo-buscado
        GO TO 4000-REVOCAR-EXIT
    END-IF
    Display "Numero de certificado: "
    Accept numero-buscado
    Move 0 to pos-encontrada
    PERFORM 4100-BUSCAR-CERTIFICADO THRU 4100-BUSCAR-CERTIFICADO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-registro
    IF pos-encontrada = 0
        Display "Error: el certificado " tipo-buscado " "
            numero-buscado " no figura en el registro"
        GO TO 4000-REVOCAR-EXIT
    END-IF
    Move reg-linea (pos-encontrada) to RG-REGISTRO
    IF RG-ESTADO <> "V"
        Display "Error: el certificado no esta vigente (estado "
            RG-ESTADO " desde el " RG-FECHA-ESTADO ")"
        GO TO 4000-REVOCAR-EXIT
    END-IF
    Display "  " RG-NOMBRE " legajo " RG-LEGAJO " modulo " RG-MODULO
        " emitido el " RG-FECHA
    Display "Motivo de la revocacion: "
    Accept motivo-revocacion
    IF motivo-revocacion = SPACES
        Display "Error: el motivo es obligatorio"
        GO TO 4000-REVOCAR-EXIT
    END-IF
    Move "R"               to RG-ESTADO
    Move fecha-hoy         to RG-FECHA-ESTADO
    Move codigo-operador   to RG-SUPERVISOR
    Move motivo-revocacion to RG-MOTIVO
    Move RG-REGISTRO to reg-linea (pos-encontrada)
    Move "S" to hubo-cambios
    Compute cant-revocados = cant-revocados + 1
    Display "Certificado " RG-TIPO " " RG-NUMERO " revocado".
4000-REVOCAR-EXIT.
    EXIT.

4100-BUSCAR-CERTIFICADO.
    Move reg-linea (g) to RG-REGISTRO
    IF RG-TIPO = tipo-buscado AND RG-NUMERO = numero-buscado
        Move g to pos-encontrada
    END-IF.
4100-BUSCAR-CERTIFICADO-EXIT.
    EXIT.

*>Solo sobre un registro vacio: despues de la carga lo mantienen
*>Certificados, Egresados y Aprobar-Rectificaciones.
5000-CARGA-INICIAL.
    IF cant-registro > 0
        Display "Error: CERT-REGISTRO ya tiene " cant-registro
            " certificados, la carga inicial no corresponde"
        GO TO 5000-CARGA-INICIAL-EXIT
    END-IF
    IF sesion-supervisor = "N"
        PERFORM 0100-IDENTIFICAR-OPERADOR
    END-IF
    PERFORM 5100-CARGAR-EMITIDOS THRU 5100-CARGAR-EMITIDOS-EXIT
    PERFORM 5300-APLICAR-REEMISIONES THRU 5300-APLICAR-REEMISIONES-EXIT
    PERFORM 5500-CARGAR-EGRESADOS THRU 5500-CARGAR-EGRESADOS-EXIT
    IF tabla-llena = "S"
        Display "ERROR: la carga excede 5000 certificados, no se graba"
        Move 0 to cant-registro
        Move "N" to tabla-llena
        Move 8 to RETURN-CODE
        GO TO 5000-CARGA-INICIAL-EXIT
    END-IF
    IF cant-registro > 0
        Move "S" to hubo-cambios
    END-IF
    Display "Carga inicial: " cant-registro " certificados".
5000-CARGA-INICIAL-EXIT.
    EXIT.

5100-CARGAR-EMITIDOS.
    OPEN INPUT CERTIFICADOS-EMITIDOS
    IF CM-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CERTIFICADOS-EMITIDOS"
        GO TO 5100-CARGAR-EMITIDOS-EXIT
    END-IF
    PERFORM 5110-LEER-EMITIDO
    PERFORM UNTIL CM-STATUS = "10"
        IF cant-registro = 5000
            Move "S" to tabla-llena
        ELSE
            INITIALIZE RG-REGISTRO
            Move "A"       to RG-TIPO
            Move SPACE     to RG-SEP1
            Move CM-NUMERO to RG-NUMERO
            Move SPACE     to RG-SEP2
            Move CM-LEGAJO to RG-LEGAJO
            Move SPACE     to RG-SEP3
            Move CM-NOMBRE to RG-NOMBRE
            Move SPACE     to RG-SEP4
            Move CM-MODULO to RG-MODULO
            Move SPACE     to RG-SEP5
            Move CM-NOTA   to RG-NOTA
            Move CM-FECHA  to fecha-emision
            PERFORM 5800-COMPLETAR-VIGENTE
        END-IF
        PERFORM 5110-LEER-EMITIDO
    END-PERFORM
    CLOSE CERTIFICADOS-EMITIDOS.
5100-CARGAR-EMITIDOS-EXIT.
    EXIT.

5110-LEER-EMITIDO.
    READ CERTIFICADOS-EMITIDOS
    NOT AT END
        CONTINUE
    END-READ.

5300-APLICAR-REEMISIONES.
    OPEN INPUT REEMISION-CERTIFICADOS
    IF RE-STATUS <> "00"
        GO TO 5300-APLICAR-REEMISIONES-EXIT
    END-IF
    PERFORM 5310-LEER-REEMISION
    PERFORM UNTIL RE-STATUS = "10"
        Move "A" to tipo-buscado
        Move RE-CERTIFICADO to numero-buscado
        Move 0 to pos-encontrada
        PERFORM 4100-BUSCAR-CERTIFICADO THRU 4100-BUSCAR-CERTIFICADO-EXIT
            VARYING g FROM 1 BY 1 UNTIL g > cant-registro
        IF pos-encontrada > 0
            PERFORM 5320-MARCAR-REEMISION
        END-IF
        PERFORM 5310-LEER-REEMISION
    END-PERFORM
    CLOSE REEMISION-CERTIFICADOS.
5300-APLICAR-REEMISIONES-EXIT.
    EXIT.

5310-LEER-REEMISION.
    READ REEMISION-CERTIFICADOS
    NOT AT END
        CONTINUE
    END-READ.

5320-MARCAR-REEMISION.
    Move reg-linea (pos-encontrada) to RG-REGISTRO
    IF RE-ACCION = "REEMITIR"
        Move "E" to RG-ESTADO
    ELSE
        Move "R" to RG-ESTADO
    END-IF
    Move RE-FECHA to RG-FECHA-ESTADO
    Move SPACES   to RG-SUPERVISOR
    Move SPACES   to RG-MOTIVO
    STRING "RECTIFICACION " DELIMITED BY SIZE
        RE-RECTIFICACION DELIMITED BY SIZE
        " NOTA " DELIMITED BY SIZE
        RE-NOTA-CERTIFICADA DELIMITED BY SIZE
        " A " DELIMITED BY SIZE
        RE-NOTA-CORRECTA DELIMITED BY SIZE
        INTO RG-MOTIVO
    END-STRING
    Move RG-REGISTRO to reg-linea (pos-encontrada).

*>EGRESADOS no guarda el numero del certificado de finalizacion, pero
*>Egresados numera uno por egresado en el orden en que los graba.
5500-CARGAR-EGRESADOS.
    OPEN INPUT EGRESADOS
    IF EG-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir EGRESADOS"
        GO TO 5500-CARGAR-EGRESADOS-EXIT
    END-IF
    Move 0 to numero-egreso
    PERFORM 5510-LEER-EGRESADO
    PERFORM UNTIL EG-STATUS = "10"
        Compute numero-egreso = numero-egreso + 1
        IF cant-registro = 5000
            Move "S" to tabla-llena
        ELSE
            INITIALIZE RG-REGISTRO
            Move "E"           to RG-TIPO
            Move SPACE         to RG-SEP1
            Move numero-egreso to RG-NUMERO
            Move SPACE         to RG-SEP2
            Move EG-LEGAJO     to RG-LEGAJO
            Move SPACE         to RG-SEP3
            Move EG-NOMBRE     to RG-NOMBRE
            Move SPACE         to RG-SEP4
            Move SPACES        to RG-MODULO
            Move SPACE         to RG-SEP5
            Move 0             to RG-NOTA
            Move EG-FECHA      to fecha-emision
            PERFORM 5800-COMPLETAR-VIGENTE
        END-IF
        PERFORM 5510-LEER-EGRESADO
    END-PERFORM
    CLOSE EGRESADOS.
5500-CARGAR-EGRESADOS-EXIT.
    EXIT.

5510-LEER-EGRESADO.
    READ EGRESADOS
    NOT AT END
        CONTINUE
    END-READ.

*>Cierra como vigente el certificado armado en RG-REGISTRO y lo
*>agrega a la tabla.
5800-COMPLETAR-VIGENTE.
    Move SPACE              to RG-SEP6
    Move fecha-emision      to RG-FECHA
    Move SPACE              to RG-SEP7
    Move "V"                to RG-ESTADO
    Move SPACE              to RG-SEP8
    Move SPACES             to RG-FECHA-ESTADO
    Move SPACE              to RG-SEP9
    Move SPACES             to RG-SUPERVISOR
    Move SPACE              to RG-SEP10
    Move SPACES             to RG-MOTIVO
    Compute cant-registro = cant-registro + 1
    Move RG-REGISTRO to reg-linea (cant-registro).

6000-REGRABAR-REGISTRO.
    Move "CERT-REGISTRO" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT CERT-REGISTRO
    PERFORM 6100-GRABAR-CERTIFICADO
        VARYING g FROM 1 BY 1 UNTIL g > cant-registro
    CLOSE CERT-REGISTRO.

6100-GRABAR-CERTIFICADO.
    Move reg-linea (g) to RG-REGISTRO
    WRITE RG-REGISTRO.
