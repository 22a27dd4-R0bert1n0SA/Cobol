*>Cierre y reapertura de meses contables. Cuando contaduria entrega
*>un mes, el supervisor lo cierra y desde entonces ni Asentar-Diario
*>ni los asientos manuales (Cargar-Asiento-Manual, Aprobar-Asientos)
*>pueden asentar en el: lo controlan con el subprograma
*>Controlar-Periodo. Si hay que corregir un mes cerrado, un
*>supervisor lo reabre con un motivo obligatorio y, terminada la
*>correccion, lo vuelve a cerrar. Cada cierre y cada reapertura queda
*>como una linea en la bitacora PERIODOS-CERRADOS (layout de
*>copybooks/periodo-rec) con supervisor, fecha, hora y motivo; nunca
*>se borra. Solo se cierran meses ya terminados. Reservado a
*>supervisores (nivel 2; el intento de un operador sin nivel queda en
*>ACCESOS-DENEGADOS).
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cerrar-Periodo.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PERIODOS-CERRADOS ASSIGN TO "PERIODOS-CERRADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PE-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PERIODOS-CERRADOS.
        COPY "periodo-rec".
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
        COPY "periodo-args".
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 PE-STATUS PIC X(2).
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
        01 mes-trabajo PIC X(6).
        01 motivo-trabajo PIC X(40).
        01 confirma PIC X(1).
        01 accion-periodo PIC X(1).
        01 cant-meses PIC 9(3) value 0.
        01 tabla-meses.
            05 mes-item OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-meses.
                10 mes-codigo   PIC X(6).
                10 mes-accion   PIC X(1).
                10 mes-fecha    PIC X(8).
                10 mes-operador PIC X(4).
                10 mes-motivo   PIC X(40).
        01 m PIC 9(3).
        01 pos-mes PIC 9(3).
        01 cant-cambios PIC 9(3) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Perform Until accion = "F" or accion = "f"
        Display "Accion (C = cerrar un mes, R = reabrir un mes,"
            " L = listar meses, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "C" WHEN "c"
                PERFORM 2000-CERRAR THRU 2000-CERRAR-EXIT
            WHEN "R" WHEN "r"
                PERFORM 3000-REABRIR THRU 3000-REABRIR-EXIT
            WHEN "L" WHEN "l"
                PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    Display "Cierres y reaperturas registrados: " cant-cambios
    STOP RUN.

1800-VALIDAR-MES.
    IF mes-trabajo IS NOT NUMERIC
    OR mes-trabajo (5:2) < "01" OR mes-trabajo (5:2) > "12"
        Move SPACES to mes-trabajo
    END-IF.

1900-CONSULTAR-MES.
    Move SPACES to PER-FECHA
    Move mes-trabajo to PER-FECHA (1:6)
    Move "01" to PER-FECHA (7:2)
    CALL "Controlar-Periodo" USING PER-ARGUMENTOS.

*>Un mes en curso (o futuro) no se cierra: el diario todavia recibe
*>sus asientos diarios.
2000-CERRAR.
    Display "Mes a cerrar (AAAAMM): "
    Accept mes-trabajo
    PERFORM 1800-VALIDAR-MES
    IF mes-trabajo = SPACES
        Display "Error: mes invalido"
        GO TO 2000-CERRAR-EXIT
    END-IF
    IF mes-trabajo >= fecha-hoy (1:6)
        Display "Error: el mes " mes-trabajo " todavia no termino"
        GO TO 2000-CERRAR-EXIT
    END-IF
    PERFORM 1900-CONSULTAR-MES
    IF PER-ESTADO = "10"
        Display "El mes " mes-trabajo " ya esta cerrado"
        GO TO 2000-CERRAR-EXIT
    END-IF
    Display "Observacion del cierre (opcional): "
    Accept motivo-trabajo
    Display "Confirma el cierre de " mes-trabajo
        "? Nada mas podra asentarse en el (S/N): "
    Accept confirma
    IF confirma <> "S" AND confirma <> "s"
        Display "Cierre cancelado"
        GO TO 2000-CERRAR-EXIT
    END-IF
    Move "C" to accion-periodo
    PERFORM 5000-GRABAR-BITACORA
    Display "Mes " mes-trabajo " cerrado".
2000-CERRAR-EXIT.
    EXIT.

3000-REABRIR.
    Display "Mes a reabrir (AAAAMM): "
    Accept mes-trabajo
    PERFORM 1800-VALIDAR-MES
    IF mes-trabajo = SPACES
        Display "Error: mes invalido"
        GO TO 3000-REABRIR-EXIT
    END-IF
    PERFORM 1900-CONSULTAR-MES
    IF PER-ESTADO <> "10"
        Display "El mes " mes-trabajo " no esta cerrado"
        GO TO 3000-REABRIR-EXIT
    END-IF
    Display "Motivo de la reapertura: "
    Accept motivo-trabajo
    IF motivo-trabajo = SPACES
        Display "Error: la reapertura exige un motivo"
        GO TO 3000-REABRIR-EXIT
    END-IF
    Move "R" to accion-periodo
    PERFORM 5000-GRABAR-BITACORA
    Display "Mes " mes-trabajo " reabierto: recuerde volver a"
        " cerrarlo terminada la correccion".
3000-REABRIR-EXIT.
    EXIT.

*>El estado de cada mes es el de su ultima linea en la bitacora.
4000-LISTAR.
    Move 0 to cant-meses
    OPEN INPUT PERIODOS-CERRADOS
    IF PE-STATUS <> "00"
        Display "No hay meses cerrados"
        GO TO 4000-LISTAR-EXIT
    END-IF
    PERFORM 4100-LEER-BITACORA
    PERFORM UNTIL PE-STATUS = "10"
        PERFORM 4200-ACUMULAR-MES THRU 4200-ACUMULAR-MES-EXIT
        PERFORM 4100-LEER-BITACORA
    END-PERFORM
    CLOSE PERIODOS-CERRADOS
    Display "--- Meses en la bitacora de cierres ---"
    PERFORM 4400-MOSTRAR-MES THRU 4400-MOSTRAR-MES-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-meses.
4000-LISTAR-EXIT.
    EXIT.

4100-LEER-BITACORA.
    READ PERIODOS-CERRADOS
    NOT AT END
        CONTINUE
    END-READ.

4200-ACUMULAR-MES.
    Move 0 to pos-mes
    PERFORM 4300-BUSCAR-MES THRU 4300-BUSCAR-MES-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-meses
    IF pos-mes = 0
        IF cant-meses = 500
            GO TO 4200-ACUMULAR-MES-EXIT
        END-IF
        Compute cant-meses = cant-meses + 1
        Move cant-meses to pos-mes
        Move PE-MES to mes-codigo (pos-mes)
    END-IF
    Move PE-ACCION   to mes-accion (pos-mes)
    Move PE-FECHA    to mes-fecha (pos-mes)
    Move PE-OPERADOR to mes-operador (pos-mes)
    Move PE-MOTIVO   to mes-motivo (pos-mes).
4200-ACUMULAR-MES-EXIT.
    EXIT.

4300-BUSCAR-MES.
    IF mes-codigo (m) = PE-MES
        Move m to pos-mes
    END-IF.
4300-BUSCAR-MES-EXIT.
    EXIT.

4400-MOSTRAR-MES.
    IF mes-accion (m) = "C"
        Display mes-codigo (m) " CERRADO   el " mes-fecha (m)
            " por " mes-operador (m) " " mes-motivo (m)
    ELSE
        Display mes-codigo (m) " REABIERTO el " mes-fecha (m)
            " por " mes-operador (m) " " mes-motivo (m)
    END-IF.
4400-MOSTRAR-MES-EXIT.
    EXIT.

5000-GRABAR-BITACORA.
    OPEN EXTEND PERIODOS-CERRADOS
    IF PE-STATUS = "35"
        OPEN OUTPUT PERIODOS-CERRADOS
    END-IF
    INITIALIZE PE-REGISTRO
    Move mes-trabajo     to PE-MES
    Move SPACE           to PE-SEP1
    Move accion-periodo  to PE-ACCION
    Move SPACE           to PE-SEP2
    Move fecha-hoy       to PE-FECHA
    Move SPACE           to PE-SEP3
    Move FUNCTION CURRENT-DATE (9:6) to PE-HORA
    Move SPACE           to PE-SEP4
    Move codigo-operador to PE-OPERADOR
    Move SPACE           to PE-SEP5
    Move motivo-trabajo  to PE-MOTIVO
    WRITE PE-REGISTRO
    CLOSE PERIODOS-CERRADOS
    Compute cant-cambios = cant-cambios + 1.

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
        Move "CERRAR-PERIODO" to AUT-PROGRAMA
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
    Move "CERRAR-PERIODO"       to AD-PROGRAMA
    Move SPACE                  to AD-SEP3
    Move codigo-operador        to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
