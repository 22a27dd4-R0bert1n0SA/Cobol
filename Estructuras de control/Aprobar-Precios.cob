*>           nivel queda registrado en ACCESOS-DENEGADOS antes de
*>           rechazarlo.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Aprobar-Precios.
ENVIRONMENT DIVISION.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 cant-pendientes PIC 9(4) value 0.
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
        Move "APROBAR-PRECIOS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

1000-CARGAR-PENDIENTES.
    OPEN INPUT PRECIOS-PENDIENTES
    IF PP-STATUS <> "00"
