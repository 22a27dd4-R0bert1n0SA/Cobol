*>Firma y aplicacion de la revision de accesos: el supervisor revisor
*>recorre las lineas pendientes de la revision mas reciente de
*>REVISION-ACCESOS (la arma Revisar-Accesos; layout en copybooks/
*>revision-acceso) y marca cada una M (mantener), B (bajar a nivel 1,
*>solo si tiene nivel supervisor) o D (desactivar, solo si esta
*>activo); la firma queda en la linea con su codigo y la fecha. Nadie
*>firma su propia linea: queda pendiente para otro supervisor. Con
*>confirmacion, las decisiones firmadas y todavia no aplicadas se
*>llevan a OPERADORES, que hasta ahora se editaba a mano: se aparta la
*>version vigente con Guardar-Generacion, se regraba el padron y cada
*>cambio queda en la bitacora CAMBIOS-OPERADORES con el supervisor que
*>lo aplico. Reservado a supervisores (OP-NIVEL 2); el intento de un
*>operador sin nivel queda en ACCESOS-DENEGADOS.

IDENTIFICATION DIVISION.
PROGRAM-ID. Firmar-Revision-Accesos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REVISION-ACCESOS ASSIGN TO "REVISION-ACCESOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RX-STATUS.
        SELECT CAMBIOS-OPERADORES ASSIGN TO "CAMBIOS-OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CB-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REVISION-ACCESOS.
        COPY "revision-acceso".
    FD  CAMBIOS-OPERADORES.
        01 CB-REGISTRO.
            05 CB-FECHA    PIC X(8).
            05 CB-SEP1     PIC X(1).
            05 CB-HORA     PIC X(6).
            05 CB-SEP2     PIC X(1).
            05 CB-ACCION   PIC X(10).
            05 CB-SEP3     PIC X(1).
            05 CB-CODIGO   PIC X(4).
            05 CB-SEP4     PIC X(1).
            05 CB-DETALLE  PIC X(40).
            05 CB-SEP5     PIC X(1).
            05 CB-OPERADOR PIC X(4).
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
        01 RX-STATUS PIC X(2).
        01 CB-STATUS PIC X(2).
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
        COPY "generacion-args".
        01 cant-lineas PIC 9(4) value 0.
        01 tabla-revision.
            05 revision-item OCCURS 2000 TIMES.
                10 rev-registro PIC X(96).
        01 cant-padron PIC 9(3) value 0.
        01 tabla-padron.
            05 padron-item OCCURS 500 TIMES.
                10 pad-registro PIC X(39).
        01 i PIC 9(4).
        01 k PIC 9(3).
        01 pos-padron PIC 9(3).
        01 revision-vigente PIC X(8) value SPACES.
        01 cant-pendientes PIC 9(4) value 0.
        01 cant-firmadas   PIC 9(4) value 0.
        01 cant-a-aplicar  PIC 9(4) value 0.
        01 cant-aplicadas  PIC 9(4) value 0.
        01 decision PIC X(1).
        01 decision-valida PIC X(1).
        01 terminar PIC X(1) value "N".
        01 confirmacion PIC X(1).
        01 hubo-firmas PIC X(1) value "N".
        01 accion-auditoria  PIC X(10).
        01 detalle-auditoria PIC X(40).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-REVISION THRU 1000-CARGAR-REVISION-EXIT
    IF revision-vigente = SPACES
        Display "REVISION-ACCESOS no tiene revisiones: correr antes"
            " Revisar-Accesos"
        STOP RUN
    END-IF
    PERFORM 1200-CONTAR-PENDIENTE THRU 1200-CONTAR-PENDIENTE-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
    Display "Revision de accesos " revision-vigente ": "
        cant-pendientes " lineas pendientes de firma"
    PERFORM 2000-FIRMAR-LINEA THRU 2000-FIRMAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
    Display "Lineas firmadas en la sesion: " cant-firmadas
    Move 0 to cant-a-aplicar
    PERFORM 3050-CONTAR-A-APLICAR THRU 3050-CONTAR-A-APLICAR-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
    IF cant-a-aplicar > 0
        Display "Decisiones firmadas sin aplicar a OPERADORES: "
            cant-a-aplicar
        Display "¿Aplicarlas ahora? (S/N): "
        Accept confirmacion
        IF confirmacion = "S" OR confirmacion = "s"
            PERFORM 3000-APLICAR-DECISIONES
                THRU 3000-APLICAR-DECISIONES-EXIT
        END-IF
    END-IF
    IF hubo-firmas = "S"
        PERFORM 4000-REGRABAR-REVISION
        Display "REVISION-ACCESOS regrabado"
    END-IF
    STOP RUN.

*>La revision vigente es la de fecha mas reciente; las anteriores se
*>conservan tal cual como constancia.
1000-CARGAR-REVISION.
    OPEN INPUT REVISION-ACCESOS
    IF RX-STATUS <> "00"
        GO TO 1000-CARGAR-REVISION-EXIT
    END-IF
    PERFORM 1100-LEER-REVISION
    PERFORM UNTIL RX-STATUS = "10" OR cant-lineas = 2000
        Compute cant-lineas = cant-lineas + 1
        Move RX-REGISTRO to rev-registro (cant-lineas)
        IF RX-REVISION > revision-vigente
        OR revision-vigente = SPACES
            Move RX-REVISION to revision-vigente
        END-IF
        PERFORM 1100-LEER-REVISION
    END-PERFORM
    IF RX-STATUS <> "10"
        Display "Error: REVISION-ACCESOS tiene mas de 2000 lineas"
        CLOSE REVISION-ACCESOS
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    CLOSE REVISION-ACCESOS.
1000-CARGAR-REVISION-EXIT.
    EXIT.

1100-LEER-REVISION.
    READ REVISION-ACCESOS
    NOT AT END
        CONTINUE
    END-READ.

1200-CONTAR-PENDIENTE.
    Move rev-registro (i) to RX-REGISTRO
    IF RX-REVISION = revision-vigente AND RX-DECISION = SPACE
        Compute cant-pendientes = cant-pendientes + 1
    END-IF.
1200-CONTAR-PENDIENTE-EXIT.
    EXIT.

2000-FIRMAR-LINEA.
    IF terminar = "S"
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    Move rev-registro (i) to RX-REGISTRO
    IF RX-REVISION <> revision-vigente OR RX-DECISION <> SPACE
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    Display " "
    Display RX-OPERADOR " " RX-NOMBRE " nivel=" RX-NIVEL
        " activo=" RX-ACTIVO
    Display "    motivo: " RX-MOTIVO " ultimo uso: " RX-ULTIMO-USO
    IF RX-OPERADOR = codigo-operador
        Display "    Es la linea del propio revisor: queda para"
            " otro supervisor"
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    Display "Decision (M = mantener, B = bajar a nivel 1,"
        " D = desactivar, espacio = saltear, F = terminar): "
    Accept decision
    EVALUATE decision
        WHEN "m" Move "M" to decision
        WHEN "b" Move "B" to decision
        WHEN "d" Move "D" to decision
        WHEN "f" Move "F" to decision
        WHEN OTHER CONTINUE
    END-EVALUATE
    IF decision = "F"
        Move "S" to terminar
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    IF decision = SPACE
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    PERFORM 2100-VALIDAR-DECISION THRU 2100-VALIDAR-DECISION-EXIT
    IF decision-valida = "N"
        GO TO 2000-FIRMAR-LINEA-EXIT
    END-IF
    Move decision        to RX-DECISION
    Move codigo-operador to RX-REVISOR
    Move fecha-hoy       to RX-FECHA-FIRMA
    IF decision = "M"
        Move "S" to RX-APLICADA
    ELSE
        Move "N" to RX-APLICADA
    END-IF
    Move RX-REGISTRO to rev-registro (i)
    Compute cant-firmadas = cant-firmadas + 1
    Move "S" to hubo-firmas.
2000-FIRMAR-LINEA-EXIT.
    EXIT.

2100-VALIDAR-DECISION.
    Move "N" to decision-valida
    EVALUATE decision
        WHEN "M"
            CONTINUE
        WHEN "B"
            IF RX-NIVEL <> 2
                Display "Error: el operador no tiene nivel supervisor;"
                    " la linea queda pendiente"
                GO TO 2100-VALIDAR-DECISION-EXIT
            END-IF
        WHEN "D"
            IF RX-ACTIVO <> "S"
                Display "Error: el operador ya esta inactivo;"
                    " la linea queda pendiente"
                GO TO 2100-VALIDAR-DECISION-EXIT
            END-IF
        WHEN OTHER
            Display "Error: decision invalida; la linea queda pendiente"
            GO TO 2100-VALIDAR-DECISION-EXIT
    END-EVALUATE
    Move "S" to decision-valida.
2100-VALIDAR-DECISION-EXIT.
    EXIT.

*>Se aplican todas las decisiones B y D firmadas y sin aplicar, de
*>cualquier revision; una linea cuyo operador ya no esta en el padron
*>queda sin aplicar y se avisa.
3000-APLICAR-DECISIONES.
    PERFORM 3100-CARGAR-PADRON THRU 3100-CARGAR-PADRON-EXIT
    IF cant-padron = 0
        Display "Error: no se pudo leer OPERADORES; nada aplicado"
        GO TO 3000-APLICAR-DECISIONES-EXIT
    END-IF
    Move 0 to cant-aplicadas
    PERFORM 3200-APLICAR-LINEA THRU 3200-APLICAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
    IF cant-aplicadas = 0
        GO TO 3000-APLICAR-DECISIONES-EXIT
    END-IF
    Move "OPERADORES" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT OPERADORES
    PERFORM 3400-GRABAR-OPERADOR THRU 3400-GRABAR-OPERADOR-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-padron
    CLOSE OPERADORES
    Move "S" to hubo-firmas
    Display "OPERADORES regrabado: " cant-aplicadas " decisiones aplicadas"
    Display "Reconstruir OPERADORES-IDX con Convertir-Maestros".
3000-APLICAR-DECISIONES-EXIT.
    EXIT.

3050-CONTAR-A-APLICAR.
    Move rev-registro (i) to RX-REGISTRO
    IF (RX-DECISION = "B" OR RX-DECISION = "D")
    AND RX-APLICADA <> "S"
        Compute cant-a-aplicar = cant-a-aplicar + 1
    END-IF.
3050-CONTAR-A-APLICAR-EXIT.
    EXIT.

3100-CARGAR-PADRON.
    Move 0 to cant-padron
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        GO TO 3100-CARGAR-PADRON-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10" OR cant-padron = 500
        Compute cant-padron = cant-padron + 1
        Move OP-REGISTRO to pad-registro (cant-padron)
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    IF OP-STATUS <> "10"
        Display "Error: OPERADORES tiene mas de 500 operadores;"
            " nada aplicado"
        Move 0 to cant-padron
    END-IF
    CLOSE OPERADORES.
3100-CARGAR-PADRON-EXIT.
    EXIT.

3200-APLICAR-LINEA.
    Move rev-registro (i) to RX-REGISTRO
    IF (RX-DECISION <> "B" AND RX-DECISION <> "D")
    OR RX-APLICADA = "S"
        GO TO 3200-APLICAR-LINEA-EXIT
    END-IF
    Move 0 to pos-padron
    PERFORM 3250-BUSCAR-PADRON THRU 3250-BUSCAR-PADRON-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-padron
    IF pos-padron = 0
        Display "ADVERTENCIA: " RX-OPERADOR " no esta en OPERADORES;"
            " la decision queda sin aplicar"
        GO TO 3200-APLICAR-LINEA-EXIT
    END-IF
    Move pad-registro (pos-padron) to OP-REGISTRO
    Move SPACES to detalle-auditoria
    IF RX-DECISION = "B"
        Move 1 to OP-NIVEL
        Move "BAJA-NIVEL" to accion-auditoria
        STRING "REVISION " RX-REVISION " NIVEL 2 A 1"
            DELIMITED BY SIZE INTO detalle-auditoria
        END-STRING
    ELSE
        Move "N" to OP-ACTIVO
        Move "DESACTIVA" to accion-auditoria
        STRING "REVISION " RX-REVISION " ACTIVO S A N"
            DELIMITED BY SIZE INTO detalle-auditoria
        END-STRING
    END-IF
    Move OP-REGISTRO to pad-registro (pos-padron)
    PERFORM 3300-GRABAR-CAMBIO
    Move "S" to RX-APLICADA
    Move RX-REGISTRO to rev-registro (i)
    Compute cant-aplicadas = cant-aplicadas + 1
    Display RX-OPERADOR ": " detalle-auditoria.
3200-APLICAR-LINEA-EXIT.
    EXIT.

3250-BUSCAR-PADRON.
    IF pad-registro (k) (1:4) = RX-OPERADOR
        Move k to pos-padron
    END-IF.
3250-BUSCAR-PADRON-EXIT.
    EXIT.

3300-GRABAR-CAMBIO.
    OPEN EXTEND CAMBIOS-OPERADORES
    IF CB-STATUS = "35"
        OPEN OUTPUT CAMBIOS-OPERADORES
    END-IF
    INITIALIZE CB-REGISTRO
    Move fecha-hoy         to CB-FECHA
    Move SPACE             to CB-SEP1
    Move hora-ahora        to CB-HORA
    Move SPACE             to CB-SEP2
    Move accion-auditoria  to CB-ACCION
    Move SPACE             to CB-SEP3
    Move RX-OPERADOR       to CB-CODIGO
    Move SPACE             to CB-SEP4
    Move detalle-auditoria to CB-DETALLE
    Move SPACE             to CB-SEP5
    Move codigo-operador   to CB-OPERADOR
    WRITE CB-REGISTRO
    CLOSE CAMBIOS-OPERADORES.

3400-GRABAR-OPERADOR.
    Move pad-registro (k) to OP-REGISTRO
    WRITE OP-REGISTRO.
3400-GRABAR-OPERADOR-EXIT.
    EXIT.

4000-REGRABAR-REVISION.
    OPEN OUTPUT REVISION-ACCESOS
    PERFORM 4100-GRABAR-LINEA THRU 4100-GRABAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-lineas
    CLOSE REVISION-ACCESOS.

4100-GRABAR-LINEA.
    Move rev-registro (i) to RX-REGISTRO
    WRITE RX-REGISTRO.
4100-GRABAR-LINEA-EXIT.
    EXIT.

*>Inicio de sesion con control de nivel y PIN: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
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
    Move "N" to operador-valido
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
        Move "FIRMAR-REV-ACCESOS" to AUT-PROGRAMA
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
    Move fecha-hoy            to AD-FECHA
    Move SPACE                to AD-SEP1
    Move hora-ahora           to AD-HORA
    Move SPACE                to AD-SEP2
    Move "FIRMAR-REV-ACCESOS" to AD-PROGRAMA
    Move SPACE                to AD-SEP3
    Move codigo-operador      to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
