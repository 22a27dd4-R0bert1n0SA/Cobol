*>Mantenimiento de la marca de exencion del recargo por mora en el
*>maestro CLIENTES-FIADO (layout de copybooks/clientes-fiado): el
*>supervisor exime a una cuenta (CF-EXENTO = "S") o le quita la
*>exencion, y lista las cuentas con su marca. Cierre-Fiado recarga
*>cada mes lo vencido de toda cuenta que no este exenta; la exencion
*>es una decision comercial (el vecino de siempre, la cuenta de la
*>escuela) y no del operador de turno. El maestro se regraba apartando
*>antes la version vigente con Guardar-Generacion, y el indice
*>CLIENTES-FIADO-IDX se actualiza por clave si existe, como hace el
*>alta de Kiosko. Reservado a supervisores (OP-NIVEL 2); el intento de
*>un operador sin nivel queda en ACCESOS-DENEGADOS.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Clientes-Fiado.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-FIADO ASSIGN TO "CLIENTES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CF-STATUS.
        SELECT FIADO-IDX ASSIGN TO "CLIENTES-FIADO-IDX"
            ORGANIZATION INDEXED
            ACCESS MODE RANDOM
            RECORD KEY IS FI-CODIGO
            FILE STATUS IS FI-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FIADO.
        COPY "clientes-fiado".
    FD  FIADO-IDX.
        COPY "fiado-idx".
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
        01 CF-STATUS PIC X(2).
        01 FI-STATUS PIC X(2).
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
        01 cliente-trabajo PIC 9(4).
        01 marca-nueva PIC X(1).
        01 cant-listadas PIC 9(4).
        01 cant-clientes PIC 9(4) value 0.
        01 tabla-clientes.
            05 cliente-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-clientes.
                10 cli-linea PIC X(49).
        01 k PIC 9(4).
        01 pos-cliente PIC 9(4).
        01 clientes-desbordados PIC X(1).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Perform Until accion = "F" or accion = "f"
        Display "Accion (E = eximir de recargo, Q = quitar exencion,"
            " L = listado, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "E" WHEN "e"
                Move "S" to marca-nueva
                PERFORM 1000-MARCAR-CLIENTE
                    THRU 1000-MARCAR-CLIENTE-EXIT
            WHEN "Q" WHEN "q"
                Move "N" to marca-nueva
                PERFORM 1000-MARCAR-CLIENTE
                    THRU 1000-MARCAR-CLIENTE-EXIT
            WHEN "L" WHEN "l"
                PERFORM 3000-LISTAR-CLIENTES
                    THRU 3000-LISTAR-CLIENTES-EXIT
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
        Move "MANT-CLIENTES-FIADO" to AUT-PROGRAMA
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
    Move "MANT-CLIENTES-FIADO" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Carga el maestro, cambia la marca del cliente pedido y lo regraba
*>entero. Con la carga incompleta no se regraba, como en Kiosko; los
*>registros anteriores al campo (sin separador ni marca) salen
*>regrabados con la marca "N".
1000-MARCAR-CLIENTE.
    Display "Codigo de cliente: "
    Accept cliente-trabajo
    Move 0 to cant-clientes
    Move 0 to pos-cliente
    Move "N" to clientes-desbordados
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS <> "00"
        Display "No hay archivo CLIENTES-FIADO"
        GO TO 1000-MARCAR-CLIENTE-EXIT
    END-IF
    PERFORM 1100-LEER-CLIENTE
    PERFORM UNTIL CF-STATUS = "10" OR cant-clientes = 2000
        Compute cant-clientes = cant-clientes + 1
        Move SPACE to CF-SEP4
        IF CF-EXENTO <> "S"
            Move "N" to CF-EXENTO
        END-IF
        IF CF-CODIGO = cliente-trabajo
            Move marca-nueva to CF-EXENTO
            Move cant-clientes to pos-cliente
        END-IF
        Move CF-REGISTRO to cli-linea (cant-clientes)
        PERFORM 1100-LEER-CLIENTE
    END-PERFORM
    IF CF-STATUS <> "10"
        Move "S" to clientes-desbordados
    END-IF
    CLOSE CLIENTES-FIADO
    IF clientes-desbordados = "S"
        Display "ERROR: CLIENTES-FIADO supera los 2000 clientes: no"
            " se regraba"
        Move 8 to RETURN-CODE
        GO TO 1000-MARCAR-CLIENTE-EXIT
    END-IF
    IF pos-cliente = 0
        Display "Error: no existe el cliente " cliente-trabajo
        GO TO 1000-MARCAR-CLIENTE-EXIT
    END-IF
    Move "CLIENTES-FIADO" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT CLIENTES-FIADO
    PERFORM 1200-GRABAR-CLIENTE THRU 1200-GRABAR-CLIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-clientes
    CLOSE CLIENTES-FIADO
    PERFORM 1300-ACTUALIZAR-INDICE
    IF marca-nueva = "S"
        Display "Cliente " cliente-trabajo " exento de recargo por"
            " mora (autorizo " codigo-operador ")"
    ELSE
        Display "Cliente " cliente-trabajo " sin exencion: se le"
            " recarga la mora desde el proximo cierre"
    END-IF.
1000-MARCAR-CLIENTE-EXIT.
    EXIT.

1100-LEER-CLIENTE.
    READ CLIENTES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

1200-GRABAR-CLIENTE.
    Move cli-linea (k) to CF-REGISTRO
    WRITE CF-REGISTRO.
1200-GRABAR-CLIENTE-EXIT.
    EXIT.

*>Sin indice no hay nada que actualizar: Convertir-Maestros lo arma
*>desde el maestro de lineas con la marca ya puesta.
1300-ACTUALIZAR-INDICE.
    OPEN I-O FIADO-IDX
    IF FI-STATUS = "00"
        Move cliente-trabajo to FI-CODIGO
        READ FIADO-IDX
            INVALID KEY
                CONTINUE
            NOT INVALID KEY
                Move marca-nueva to FI-EXENTO
                REWRITE FI-REGISTRO
                    INVALID KEY
                        CONTINUE
                END-REWRITE
        END-READ
        CLOSE FIADO-IDX
    END-IF.

3000-LISTAR-CLIENTES.
    Move 0 to cant-listadas
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS <> "00"
        Display "No hay archivo CLIENTES-FIADO"
        GO TO 3000-LISTAR-CLIENTES-EXIT
    END-IF
    Display "--- Clientes de fiado (exento de recargo S/N) ---"
    PERFORM 1100-LEER-CLIENTE
    PERFORM UNTIL CF-STATUS = "10"
        IF CF-EXENTO <> "S"
            Move "N" to CF-EXENTO
        END-IF
        Display CF-CODIGO " " CF-NOMBRE " activo " CF-ACTIVO
            " limite " CF-LIMITE " exento " CF-EXENTO
        Compute cant-listadas = cant-listadas + 1
        PERFORM 1100-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FIADO
    Display "Clientes listados: " cant-listadas.
3000-LISTAR-CLIENTES-EXIT.
    EXIT.
