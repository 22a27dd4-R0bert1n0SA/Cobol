*>           recorrido secuencial de siempre cuando el indice falta.
*>           El secuencial sigue siendo la vista de transferencia.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Productos.
ENVIRONMENT DIVISION.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 PI-STATUS PIC X(2).
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
        Move "MANT-PRODUCTOS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
