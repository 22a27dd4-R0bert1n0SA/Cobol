*>Mantenimiento de los PIN de operador OPERADORES-PIN (layout de
*>copybooks/operador-pin), reservado a supervisores: asignacion de un
*>PIN inicial (alta o reposicion de un PIN olvidado), que el operador
*>esta obligado a cambiar en su proximo ingreso; desbloqueo de un
*>operador bloqueado por intentos fallidos, que conserva su PIN; y
*>listado con estado, fallos seguidos y vencimiento. El PIN inicial se
*>guarda solo como resumen, calculado por Autenticar-Operador con la
*>misma rutina del inicio de sesion. Cada asignacion y desbloqueo
*>queda en BITACORA-PIN con el supervisor que la hizo, y antes de
*>regrabar se aparta una generacion del archivo via
*>Guardar-Generacion, como con los demas maestros regrabados en el
*>lugar.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Pines.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERADORES-PIN ASSIGN TO "OPERADORES-PIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PN-STATUS.
        SELECT BITACORA-PIN ASSIGN TO "BITACORA-PIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BP-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  OPERADORES-PIN.
        COPY "operador-pin".
    FD  BITACORA-PIN.
        COPY "bitacora-pin".
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
        01 PN-STATUS PIC X(2).
        01 BP-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 VIGENCIA-DIAS PIC 9(3) value 90.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        COPY "autenticar-args".
        COPY "generacion-args".
        01 accion PIC X(1).
        01 cant-pines PIC 9(3) value 0.
        01 tabla-pines.
            05 pin-operador OCCURS 500 TIMES.
                10 tp-codigo       PIC X(4).
                10 tp-hash         PIC 9(10).
                10 tp-fecha-cambio PIC X(8).
                10 tp-fallos       PIC 9(1).
                10 tp-estado       PIC X(1).
        01 i PIC 9(3).
        01 pos-pin PIC 9(3).
        01 codigo-trabajo PIC X(4).
        01 operador-existe PIC X(1).
        01 pin-inicial PIC X(8).
        01 pin-repetido PIC X(8).
        01 largo-pin PIC 9(2).
        01 hash-trabajo PIC 9(15).
        01 texto-resumen PIC X(12).
        01 ronda PIC 9(2).
        01 k PIC 9(2).
        01 fecha-vence PIC 9(8).
        01 evento-bitacora PIC X(20).
        01 hubo-cambios PIC X(1) value "N".
        01 pines-desbordados PIC X(1) value "N".
        01 cant-listados PIC 9(3).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-PINES THRU 1000-CARGAR-PINES-EXIT
    IF pines-desbordados = "S"
        Display "ERROR: OPERADORES-PIN excede 500 lineas y la carga"
            " quedo incompleta: no se abre la sesion, regrabar"
            " perderia los PIN no leidos"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = asignar PIN inicial, D = desbloquear,"
            " L = listar, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ASIGNAR-PIN THRU 2000-ASIGNAR-PIN-EXIT
            WHEN "D" WHEN "d"
                PERFORM 3000-DESBLOQUEAR THRU 3000-DESBLOQUEAR-EXIT
            WHEN "L" WHEN "l"
                PERFORM 4000-LISTAR THRU 4000-LISTAR-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    IF hubo-cambios = "S"
        Move "OPERADORES-PIN" to GEN-MASTER
        CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
        PERFORM 5000-REGRABAR-PINES
        Display "OPERADORES-PIN regrabado: " cant-pines " operadores"
    END-IF
    STOP RUN.

1000-CARGAR-PINES.
    OPEN INPUT OPERADORES-PIN
    IF PN-STATUS <> "00"
        Display "No hay OPERADORES-PIN previo: se crea uno nuevo al grabar"
        GO TO 1000-CARGAR-PINES-EXIT
    END-IF
    PERFORM 1100-LEER-PIN
    PERFORM UNTIL PN-STATUS = "10" OR cant-pines = 500
        Compute cant-pines = cant-pines + 1
        Move PN-CODIGO       to tp-codigo (cant-pines)
        Move PN-HASH         to tp-hash (cant-pines)
        Move PN-FECHA-CAMBIO to tp-fecha-cambio (cant-pines)
        Move PN-FALLOS       to tp-fallos (cant-pines)
        Move PN-ESTADO       to tp-estado (cant-pines)
        PERFORM 1100-LEER-PIN
    END-PERFORM
    IF PN-STATUS <> "10"
        Move "S" to pines-desbordados
    END-IF
    CLOSE OPERADORES-PIN.
1000-CARGAR-PINES-EXIT.
    EXIT.

1100-LEER-PIN.
    READ OPERADORES-PIN
    NOT AT END
        CONTINUE
    END-READ.

1200-BUSCAR-PIN.
    IF tp-codigo (i) = codigo-trabajo
        Move i to pos-pin
    END-IF.
1200-BUSCAR-PIN-EXIT.
    EXIT.

*>El PIN inicial lo dicta el supervisor al operador; queda en estado
*>C, y Autenticar-Operador obliga a reemplazarlo en el primer ingreso.
2000-ASIGNAR-PIN.
    Display "Codigo de operador: "
    Accept codigo-trabajo
    PERFORM 2100-VERIFICAR-OPERADOR THRU 2100-VERIFICAR-OPERADOR-EXIT
    IF operador-existe = "N"
        Display "Error: operador inexistente o inactivo en OPERADORES"
        GO TO 2000-ASIGNAR-PIN-EXIT
    END-IF
    Display "PIN inicial (4 a 8 digitos): "
    Accept pin-inicial
    Display "Repetir PIN inicial: "
    Accept pin-repetido
    IF pin-inicial <> pin-repetido
        Display "Error: los dos PIN no coinciden"
        GO TO 2000-ASIGNAR-PIN-EXIT
    END-IF
    Move 0 to largo-pin
    INSPECT pin-inicial TALLYING largo-pin
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF largo-pin < 4
        Display "Error: el PIN debe tener de 4 a 8 digitos"
        GO TO 2000-ASIGNAR-PIN-EXIT
    END-IF
    IF pin-inicial (1:largo-pin) IS NOT NUMERIC
        Display "Error: el PIN debe tener de 4 a 8 digitos"
        GO TO 2000-ASIGNAR-PIN-EXIT
    END-IF
    Move 0 to pos-pin
    PERFORM 1200-BUSCAR-PIN THRU 1200-BUSCAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    IF pos-pin = 0
        IF cant-pines = 500
            Display "Error: OPERADORES-PIN lleno"
            GO TO 2000-ASIGNAR-PIN-EXIT
        END-IF
        Compute cant-pines = cant-pines + 1
        Move cant-pines to pos-pin
        Move codigo-trabajo to tp-codigo (pos-pin)
    END-IF
    Move codigo-trabajo to texto-resumen (1:4)
    Move pin-inicial    to texto-resumen (5:8)
    PERFORM 7000-CALCULAR-RESUMEN THRU 7000-CALCULAR-RESUMEN-EXIT
    Move hash-trabajo to tp-hash (pos-pin)
    Move fecha-hoy    to tp-fecha-cambio (pos-pin)
    Move 0            to tp-fallos (pos-pin)
    Move "C"          to tp-estado (pos-pin)
    Move "S" to hubo-cambios
    Move "PIN ASIGNADO" to evento-bitacora
    PERFORM 8000-ANOTAR-BITACORA
    Display "PIN inicial asignado a " codigo-trabajo
        ": se cambia obligatoriamente en el primer ingreso".
2000-ASIGNAR-PIN-EXIT.
    EXIT.

2100-VERIFICAR-OPERADOR.
    Move "N" to operador-existe
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-existe
        GO TO 2100-VERIFICAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-trabajo AND OP-ACTIVO = "S"
            Move "S" to operador-existe
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES.
2100-VERIFICAR-OPERADOR-EXIT.
    EXIT.

3000-DESBLOQUEAR.
    Display "Codigo de operador: "
    Accept codigo-trabajo
    Move 0 to pos-pin
    PERFORM 1200-BUSCAR-PIN THRU 1200-BUSCAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    IF pos-pin = 0
        Display "Error: el operador no tiene PIN asignado"
        GO TO 3000-DESBLOQUEAR-EXIT
    END-IF
    IF tp-estado (pos-pin) <> "B"
        Display "El operador " codigo-trabajo " no esta bloqueado"
        GO TO 3000-DESBLOQUEAR-EXIT
    END-IF
    Move 0   to tp-fallos (pos-pin)
    Move "A" to tp-estado (pos-pin)
    Move "S" to hubo-cambios
    Move "DESBLOQUEO" to evento-bitacora
    PERFORM 8000-ANOTAR-BITACORA
    Display "Operador " codigo-trabajo " desbloqueado; conserva su PIN"
        " (si lo olvido, asignarle uno inicial con A)".
3000-DESBLOQUEAR-EXIT.
    EXIT.

4000-LISTAR.
    Move 0 to cant-listados
    PERFORM 4100-LISTAR-PIN THRU 4100-LISTAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    Display "Operadores con PIN: " cant-listados.
4000-LISTAR-EXIT.
    EXIT.

4100-LISTAR-PIN.
    Compute cant-listados = cant-listados + 1
    Move 0 to fecha-vence
    IF tp-fecha-cambio (i) IS NUMERIC
        Compute fecha-vence = FUNCTION DATE-OF-INTEGER
            (FUNCTION INTEGER-OF-DATE
                (FUNCTION NUMVAL (tp-fecha-cambio (i))) + VIGENCIA-DIAS)
    END-IF
    EVALUATE tp-estado (i)
        WHEN "B"
            Display tp-codigo (i) " BLOQUEADO        fallos="
                tp-fallos (i) " cambiado=" tp-fecha-cambio (i)
                " vence=" fecha-vence
        WHEN "C"
            Display tp-codigo (i) " CAMBIO PENDIENTE fallos="
                tp-fallos (i) " cambiado=" tp-fecha-cambio (i)
                " vence=" fecha-vence
        WHEN OTHER
            Display tp-codigo (i) " ACTIVO           fallos="
                tp-fallos (i) " cambiado=" tp-fecha-cambio (i)
                " vence=" fecha-vence
    END-EVALUATE.
4100-LISTAR-PIN-EXIT.
    EXIT.

5000-REGRABAR-PINES.
    OPEN OUTPUT OPERADORES-PIN
    PERFORM 5100-GRABAR-PIN THRU 5100-GRABAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    CLOSE OPERADORES-PIN.

5100-GRABAR-PIN.
    INITIALIZE PN-REGISTRO
    Move tp-codigo (i)       to PN-CODIGO
    Move SPACE               to PN-SEP1
    Move tp-hash (i)         to PN-HASH
    Move SPACE               to PN-SEP2
    Move tp-fecha-cambio (i) to PN-FECHA-CAMBIO
    Move SPACE               to PN-SEP3
    Move tp-fallos (i)       to PN-FALLOS
    Move SPACE               to PN-SEP4
    Move tp-estado (i)       to PN-ESTADO
    WRITE PN-REGISTRO.
5100-GRABAR-PIN-EXIT.
    EXIT.

*>Misma rutina de resumen que Autenticar-Operador (codigo como sal,
*>64 rondas modulo 9999999967): si cambia alla, cambia aca.
7000-CALCULAR-RESUMEN.
    Move 7 to hash-trabajo
    PERFORM 7100-RONDA THRU 7100-RONDA-EXIT
        VARYING ronda FROM 1 BY 1 UNTIL ronda > 64.
7000-CALCULAR-RESUMEN-EXIT.
    EXIT.

7100-RONDA.
    PERFORM 7150-MEZCLAR-CARACTER THRU 7150-MEZCLAR-CARACTER-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > 12.
7100-RONDA-EXIT.
    EXIT.

7150-MEZCLAR-CARACTER.
    Compute hash-trabajo = FUNCTION MOD
        (hash-trabajo * 131 + FUNCTION ORD (texto-resumen (k:1))
            + ronda, 9999999967).
7150-MEZCLAR-CARACTER-EXIT.
    EXIT.

8000-ANOTAR-BITACORA.
    OPEN EXTEND BITACORA-PIN
    IF BP-STATUS = "35"
        OPEN OUTPUT BITACORA-PIN
    END-IF
    INITIALIZE BP-REGISTRO
    Move fecha-hoy        to BP-FECHA
    Move SPACE            to BP-SEP1
    Move hora-ahora       to BP-HORA
    Move SPACE            to BP-SEP2
    Move "MANTENER-PINES" to BP-PROGRAMA
    Move SPACE            to BP-SEP3
    Move codigo-trabajo   to BP-OPERADOR
    Move SPACE            to BP-SEP4
    Move evento-bitacora  to BP-EVENTO
    Move SPACE            to BP-SEP5
    Move 0                to BP-FALLOS
    Move SPACE            to BP-SEP6
    Move codigo-operador  to BP-SUPERVISOR
    WRITE BP-REGISTRO
    CLOSE BITACORA-PIN.

*>Inicio de sesion con control de nivel y PIN: este programa es de
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
        Move codigo-operador  to AUT-CODIGO
        Move "MANTENER-PINES" to AUT-PROGRAMA
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
    Move fecha-hoy        to AD-FECHA
    Move SPACE            to AD-SEP1
    Move hora-ahora       to AD-HORA
    Move SPACE            to AD-SEP2
    Move "MANTENER-PINES" to AD-PROGRAMA
    Move SPACE            to AD-SEP3
    Move codigo-operador  to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
