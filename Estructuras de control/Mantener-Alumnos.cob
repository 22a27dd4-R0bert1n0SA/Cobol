*>           recorrido secuencial de siempre cuando el indice falta.
*>           El secuencial sigue siendo la vista de transferencia.

*>2026-10-15 se agrega la accion P: aplica en lote PROPUESTA-BAJAS
*>           (la graba Detectar-Abandono con los activos sin
*>           actividad); solo se dan de baja las lineas que el
*>           registro academico confirmo con "S", y cada baja queda
*>           en CAMBIOS-ALUMNOS como BAJA-LOTE.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

*>2026-10-15 cada linea de CAMBIOS-ALUMNOS lleva ademas el operador
*>           de la sesion (CB-OPERADOR), como CAMBIOS-DOCENTES: la
*>           revision de accesos (Revisar-Accesos) fecha con ella el
*>           ultimo uso de nivel supervisor de cada operador.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Alumnos.
ENVIRONMENT DIVISION.
        SELECT INGRESANTES-RECHAZOS ASSIGN TO "INGRESANTES-RECHAZOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IR-STATUS.
        SELECT PROPUESTA-BAJAS ASSIGN TO "PROPUESTA-BAJAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PB-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
            05 CB-LEGAJO  PIC 9(8).
            05 CB-SEP4    PIC X(1).
            05 CB-DETALLE PIC X(40).
            05 CB-SEP5    PIC X(1).
            05 CB-OPERADOR PIC X(4).
    FD  INGRESANTES.
        01 IG-REGISTRO.
            05 IG-LEGAJO  PIC 9(8).
            05 IR-LEGAJO    PIC 9(8).
            05 IR-SEP2      PIC X(1).
            05 IR-MOTIVO    PIC X(30).
    FD  PROPUESTA-BAJAS.
        COPY "propuesta-baja".
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 AI-STATUS PIC X(2).
        01 cant-reactivados PIC 9(4) value 0.
        01 cant-rechazados PIC 9(4) value 0.
        01 motivo-rechazo PIC X(30).
        01 PB-STATUS PIC X(2).
        01 cant-bajas-lote PIC 9(4) value 0.
        01 cant-sin-confirmar PIC 9(4) value 0.
        01 cant-omitidas PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 1000-CARGAR-PADRON THRU 1000-CARGAR-PADRON-EXIT
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta, B = baja, C = corregir legajo,"
            " L = listar, I = importar INGRESANTES,"
            " P = aplicar PROPUESTA-BAJAS, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
            WHEN "I" WHEN "i"
                PERFORM 8000-IMPORTAR THRU 8000-IMPORTAR-EXIT
            WHEN "P" WHEN "p"
                PERFORM 8800-APLICAR-PROPUESTA
                    THRU 8800-APLICAR-PROPUESTA-EXIT
            WHEN "B" WHEN "b"
                PERFORM 3000-BAJA THRU 3000-BAJA-EXIT
            WHEN "C" WHEN "c"
        END-IF
    END-IF.

*>Bajas en lote de la propuesta de abandono: solo las lineas
*>confirmadas por el registro academico; un legajo que ya no esta o
*>que ya esta inactivo se informa y se saltea.
8800-APLICAR-PROPUESTA.
    OPEN INPUT PROPUESTA-BAJAS
    IF PB-STATUS <> "00"
        Display "No se pudo abrir el archivo PROPUESTA-BAJAS"
        GO TO 8800-APLICAR-PROPUESTA-EXIT
    END-IF
    Move 0 to cant-bajas-lote cant-sin-confirmar cant-omitidas
    PERFORM 8850-LEER-PROPUESTA
    PERFORM UNTIL PB-STATUS = "10"
        PERFORM 8900-APLICAR-BAJA THRU 8900-APLICAR-BAJA-EXIT
        PERFORM 8850-LEER-PROPUESTA
    END-PERFORM
    CLOSE PROPUESTA-BAJAS
    Display "Propuesta de bajas -> aplicadas: " cant-bajas-lote
        " sin confirmar: " cant-sin-confirmar
        " omitidas: " cant-omitidas.
8800-APLICAR-PROPUESTA-EXIT.
    EXIT.

8850-LEER-PROPUESTA.
    READ PROPUESTA-BAJAS
    NOT AT END
        CONTINUE
    END-READ.

8900-APLICAR-BAJA.
    IF PB-CONFIRMADA <> "S" AND PB-CONFIRMADA <> "s"
        Compute cant-sin-confirmar = cant-sin-confirmar + 1
        GO TO 8900-APLICAR-BAJA-EXIT
    END-IF
    Move PB-LEGAJO to legajo-trabajo
    PERFORM 1500-BUSCAR-LEGAJO
    IF pos-encontrada = 0
        Display "Propuesta: el legajo " PB-LEGAJO " no esta en el padron"
        Compute cant-omitidas = cant-omitidas + 1
        GO TO 8900-APLICAR-BAJA-EXIT
    END-IF
    IF alu-activo (pos-encontrada) <> "S"
        Display "Propuesta: el legajo " PB-LEGAJO " ya esta inactivo"
        Compute cant-omitidas = cant-omitidas + 1
        GO TO 8900-APLICAR-BAJA-EXIT
    END-IF
    Move "N" to alu-activo (pos-encontrada)
    Move "S" to hubo-cambios
    Compute cant-bajas-lote = cant-bajas-lote + 1
    Move "BAJA-LOTE" to accion-auditoria
    Move SPACES to detalle-auditoria
    STRING "SIN ACTIV. DESDE " DELIMITED BY SIZE
        PB-DESDE-PERIODO DELIMITED BY SIZE
        " PROP. " DELIMITED BY SIZE
        PB-FECHA DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 7000-GRABAR-AUDITORIA.
8900-APLICAR-BAJA-EXIT.
    EXIT.

6000-REGRABAR-PADRON.
    OPEN OUTPUT REGISTRO-ALUMNOS
    PERFORM 6100-GRABAR-ALUMNO THRU 6100-GRABAR-ALUMNO-EXIT
    Move legajo-trabajo    to CB-LEGAJO
    Move SPACE             to CB-SEP4
    Move detalle-auditoria to CB-DETALLE
    Move SPACE             to CB-SEP5
    Move codigo-operador   to CB-OPERADOR
    WRITE CB-REGISTRO
    CLOSE CAMBIOS-ALUMNOS.

        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "MANT-ALUMNOS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
