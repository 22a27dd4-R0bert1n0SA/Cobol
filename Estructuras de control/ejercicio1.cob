*>           comparacion entre corridas avisa que el resultado es
*>           incompleto y la corrida termina con RETURN-CODE 8.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Verificar-Mayor.
ENVIRONMENT DIVISION.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 PM-STATUS PIC X(2).
        01 nombre-parametro PIC X(20).
        01 valor-parametro  PIC X(20).
            Accept codigo-operador
            PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
            IF operador-valido = "N"
                Display "Error: inicio de sesion rechazado"
            END-IF
        End-Perform
        Display "Operador de la sesion: " nombre-operador
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
        Move "VERIFICAR-MAYOR" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

1000-MODO-INTERACTIVO.
    Display "Ingrese un valor: "
    Accept numero1
