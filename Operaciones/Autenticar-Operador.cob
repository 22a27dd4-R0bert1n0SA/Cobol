*>Subprograma de PIN del inicio de sesion compartido: el codigo de
*>operador de cuatro letras lo conoce todo el mundo, y la firma que
*>queda en AUDIT-LOG, DAILY-SALES y ACCESOS-DENEGADOS valia menos de
*>lo que parecia. El programa que llama valida primero el codigo
*>contra OPERADORES como siempre y despues pasa por aca (interfaz en
*>copybooks/autenticar-args), que pide el PIN y lo compara contra el
*>resumen guardado en OPERADORES-PIN (copybooks/operador-pin; el PIN
*>en claro no se guarda en ningun lado). Un PIN recien asignado por
*>un supervisor, o uno con mas de VIGENCIA-DIAS dias, obliga a elegir
*>uno nuevo antes de entrar. Despues de MAXIMO-FALLOS intentos
*>fallidos seguidos el operador queda bloqueado hasta que un
*>supervisor lo desbloquee en Mantener-Pines. Cada fallo, bloqueo y
*>cambio queda en BITACORA-PIN (copybooks/bitacora-pin).
*>Mientras OPERADORES-PIN no exista (antes de que un supervisor
*>asigne el primer PIN) se entra sin PIN, con advertencia; una vez
*>que existe, el operador que no figura en el no entra.

IDENTIFICATION DIVISION.
PROGRAM-ID. Autenticar-Operador.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERADORES-PIN ASSIGN TO "OPERADORES-PIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PN-STATUS.
        SELECT BITACORA-PIN ASSIGN TO "BITACORA-PIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  OPERADORES-PIN.
        COPY "operador-pin".
    FD  BITACORA-PIN.
        COPY "bitacora-pin".
    WORKING-STORAGE SECTION.
        01 PN-STATUS PIC X(2).
        01 BP-STATUS PIC X(2).
        01 MAXIMO-FALLOS PIC 9(1) value 3.
        01 VIGENCIA-DIAS PIC 9(3) value 90.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 hay-archivo-pin PIC X(1).
        01 cant-pines PIC 9(3).
        01 pines-desbordados PIC X(1).
        01 tabla-pines.
            05 pin-operador OCCURS 500 TIMES.
                10 tp-codigo       PIC X(4).
                10 tp-hash         PIC 9(10).
                10 tp-fecha-cambio PIC X(8).
                10 tp-fallos       PIC 9(1).
                10 tp-estado       PIC X(1).
        01 i PIC 9(3).
        01 pos-pin PIC 9(3).
        01 pin-ingresado PIC X(8).
        01 pin-nuevo PIC X(8).
        01 pin-repetido PIC X(8).
        01 largo-pin PIC 9(2).
        01 pin-valido PIC X(1).
        01 hash-calculado PIC 9(10).
        01 hash-trabajo PIC 9(15).
        01 texto-resumen PIC X(12).
        01 ronda PIC 9(2).
        01 k PIC 9(2).
        01 dias-vigencia PIC S9(6).
        01 cambio-exigido PIC X(1).
        01 cambio-hecho PIC X(1).
        01 intentos-cambio PIC 9(1).
        01 evento-bitacora PIC X(20).
        01 fallos-bitacora PIC 9(1).
        COPY "generacion-args".
    LINKAGE SECTION.
        COPY "autenticar-args".
PROCEDURE DIVISION USING AUT-ARGUMENTOS.
0000-MAINLINE.
    Move "N" to AUT-RESULTADO
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 1000-CARGAR-PINES THRU 1000-CARGAR-PINES-EXIT
    IF hay-archivo-pin = "N"
        Display "ADVERTENCIA: no existe OPERADORES-PIN, se ingresa sin PIN"
            " hasta que un supervisor asigne los PIN (Mantener-Pines)"
        Move "S" to AUT-RESULTADO
        GOBACK
    END-IF
    Move 0 to pos-pin
    PERFORM 1200-BUSCAR-PIN THRU 1200-BUSCAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    IF pos-pin = 0
        Display "Error: el operador no tiene PIN asignado;"
            " pedir el alta a un supervisor"
        Move "SIN PIN ASIGNADO" to evento-bitacora
        Move 0 to fallos-bitacora
        PERFORM 8000-ANOTAR-BITACORA
        GOBACK
    END-IF
    IF tp-estado (pos-pin) = "B"
        Display "Error: operador bloqueado por intentos fallidos;"
            " lo desbloquea un supervisor"
        Move "INTENTO BLOQUEADO" to evento-bitacora
        Move tp-fallos (pos-pin) to fallos-bitacora
        PERFORM 8000-ANOTAR-BITACORA
        Move "B" to AUT-RESULTADO
        GOBACK
    END-IF
    Display "PIN: "
    Accept pin-ingresado
    Move pin-ingresado to texto-resumen (5:8)
    PERFORM 7000-CALCULAR-RESUMEN THRU 7000-CALCULAR-RESUMEN-EXIT
    IF hash-calculado <> tp-hash (pos-pin)
        PERFORM 2000-REGISTRAR-FALLO THRU 2000-REGISTRAR-FALLO-EXIT
        PERFORM 9000-REGRABAR-PINES THRU 9000-REGRABAR-PINES-EXIT
        GOBACK
    END-IF
    Move 0 to tp-fallos (pos-pin)
    PERFORM 2500-VER-VENCIMIENTO THRU 2500-VER-VENCIMIENTO-EXIT
    IF cambio-exigido = "S"
        PERFORM 3000-CAMBIAR-PIN THRU 3000-CAMBIAR-PIN-EXIT
        IF cambio-hecho = "N"
            Display "Error: el PIN no se cambio; la sesion no se abre"
            PERFORM 9000-REGRABAR-PINES THRU 9000-REGRABAR-PINES-EXIT
            GOBACK
        END-IF
    END-IF
    PERFORM 9000-REGRABAR-PINES THRU 9000-REGRABAR-PINES-EXIT
    Move "S" to AUT-RESULTADO
    GOBACK.

*>La tabla se reinicia en cada CALL: el subprograma queda residente
*>y un programa puede volver a pedir el inicio de sesion.
1000-CARGAR-PINES.
    Move 0 to cant-pines
    Move "S" to hay-archivo-pin
    Move "N" to pines-desbordados
    INITIALIZE tabla-pines
    OPEN INPUT OPERADORES-PIN
    IF PN-STATUS = "35"
        Move "N" to hay-archivo-pin
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
        Display "ERROR: OPERADORES-PIN excede 500 lineas, los fallos"
            " y cambios de PIN de esta sesion no se graban"
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
    IF tp-codigo (i) = AUT-CODIGO
        Move i to pos-pin
    END-IF.
1200-BUSCAR-PIN-EXIT.
    EXIT.

2000-REGISTRAR-FALLO.
    IF tp-fallos (pos-pin) < 9
        Compute tp-fallos (pos-pin) = tp-fallos (pos-pin) + 1
    END-IF
    Move tp-fallos (pos-pin) to fallos-bitacora
    IF tp-fallos (pos-pin) >= MAXIMO-FALLOS
        Move "B" to tp-estado (pos-pin)
        Move "B" to AUT-RESULTADO
        Display "Error: PIN incorrecto. Operador bloqueado despues de "
            tp-fallos (pos-pin) " intentos; lo desbloquea un supervisor"
        Move "BLOQUEO" to evento-bitacora
        PERFORM 8000-ANOTAR-BITACORA
        GO TO 2000-REGISTRAR-FALLO-EXIT
    END-IF
    Display "Error: PIN incorrecto (intento " tp-fallos (pos-pin)
        " de " MAXIMO-FALLOS ")"
    Move "PIN INCORRECTO" to evento-bitacora
    PERFORM 8000-ANOTAR-BITACORA.
2000-REGISTRAR-FALLO-EXIT.
    EXIT.

2500-VER-VENCIMIENTO.
    Move "N" to cambio-exigido
    IF tp-estado (pos-pin) = "C"
        Display "El PIN fue asignado por un supervisor: hay que elegir uno nuevo"
        Move "S" to cambio-exigido
        GO TO 2500-VER-VENCIMIENTO-EXIT
    END-IF
    IF tp-fecha-cambio (pos-pin) IS NOT NUMERIC
        Move "S" to cambio-exigido
        GO TO 2500-VER-VENCIMIENTO-EXIT
    END-IF
    Compute dias-vigencia =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (fecha-hoy))
        - FUNCTION INTEGER-OF-DATE
            (FUNCTION NUMVAL (tp-fecha-cambio (pos-pin)))
    IF dias-vigencia > VIGENCIA-DIAS
        Display "El PIN vencio (" VIGENCIA-DIAS
            " dias de vigencia): hay que elegir uno nuevo"
        Move "S" to cambio-exigido
    END-IF.
2500-VER-VENCIMIENTO-EXIT.
    EXIT.

*>El PIN nuevo va dos veces, de 4 a 8 digitos, distinto del anterior
*>y del codigo de operador; hay tres intentos para acertarle.
3000-CAMBIAR-PIN.
    Move "N" to cambio-hecho
    Move 0 to intentos-cambio
    PERFORM 3100-PEDIR-PIN-NUEVO THRU 3100-PEDIR-PIN-NUEVO-EXIT
        UNTIL cambio-hecho = "S" OR intentos-cambio = 3
    IF cambio-hecho = "S"
        Move "A"      to tp-estado (pos-pin)
        Move fecha-hoy to tp-fecha-cambio (pos-pin)
        Move hash-calculado to tp-hash (pos-pin)
        Move "CAMBIO DE PIN" to evento-bitacora
        Move 0 to fallos-bitacora
        PERFORM 8000-ANOTAR-BITACORA
        Display "PIN cambiado"
    END-IF.
3000-CAMBIAR-PIN-EXIT.
    EXIT.

3100-PEDIR-PIN-NUEVO.
    Compute intentos-cambio = intentos-cambio + 1
    Display "PIN nuevo (4 a 8 digitos): "
    Accept pin-nuevo
    Display "Repetir PIN nuevo: "
    Accept pin-repetido
    IF pin-nuevo <> pin-repetido
        Display "Error: los dos PIN no coinciden"
        GO TO 3100-PEDIR-PIN-NUEVO-EXIT
    END-IF
    PERFORM 3200-VALIDAR-FORMATO THRU 3200-VALIDAR-FORMATO-EXIT
    IF pin-valido = "N"
        Display "Error: el PIN debe tener de 4 a 8 digitos"
        GO TO 3100-PEDIR-PIN-NUEVO-EXIT
    END-IF
    IF pin-nuevo = pin-ingresado OR pin-nuevo = AUT-CODIGO
        Display "Error: el PIN debe ser distinto del anterior"
            " y del codigo de operador"
        GO TO 3100-PEDIR-PIN-NUEVO-EXIT
    END-IF
    Move pin-nuevo to texto-resumen (5:8)
    PERFORM 7000-CALCULAR-RESUMEN THRU 7000-CALCULAR-RESUMEN-EXIT
    Move "S" to cambio-hecho.
3100-PEDIR-PIN-NUEVO-EXIT.
    EXIT.

3200-VALIDAR-FORMATO.
    Move "N" to pin-valido
    Move 0 to largo-pin
    INSPECT pin-nuevo TALLYING largo-pin
        FOR CHARACTERS BEFORE INITIAL SPACE
    IF largo-pin < 4
        GO TO 3200-VALIDAR-FORMATO-EXIT
    END-IF
    IF pin-nuevo (1:largo-pin) IS NOT NUMERIC
        GO TO 3200-VALIDAR-FORMATO-EXIT
    END-IF
    IF largo-pin < 8
        IF pin-nuevo (largo-pin + 1:) <> SPACES
            GO TO 3200-VALIDAR-FORMATO-EXIT
        END-IF
    END-IF
    Move "S" to pin-valido.
3200-VALIDAR-FORMATO-EXIT.
    EXIT.

*>Resumen del PIN: el codigo de operador (que hace de sal, asi dos
*>operadores con el mismo PIN no tienen el mismo resumen) seguido del
*>PIN, mezclados caracter por caracter en 64 rondas modulo el primo
*>9999999967. No se puede volver del resumen al PIN.
7000-CALCULAR-RESUMEN.
    Move AUT-CODIGO to texto-resumen (1:4)
    Move 7 to hash-trabajo
    PERFORM 7100-RONDA THRU 7100-RONDA-EXIT
        VARYING ronda FROM 1 BY 1 UNTIL ronda > 64
    Move hash-trabajo to hash-calculado.
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
    Move fecha-hoy       to BP-FECHA
    Move SPACE           to BP-SEP1
    Move hora-ahora      to BP-HORA
    Move SPACE           to BP-SEP2
    Move AUT-PROGRAMA    to BP-PROGRAMA
    Move SPACE           to BP-SEP3
    Move AUT-CODIGO      to BP-OPERADOR
    Move SPACE           to BP-SEP4
    Move evento-bitacora to BP-EVENTO
    Move SPACE           to BP-SEP5
    Move fallos-bitacora to BP-FALLOS
    Move SPACE           to BP-SEP6
    WRITE BP-REGISTRO
    CLOSE BITACORA-PIN.

*>Con la carga incompleta no se regraba: la copia truncada perderia en
*>silencio los PIN no leidos.
9000-REGRABAR-PINES.
    IF pines-desbordados = "S"
        GO TO 9000-REGRABAR-PINES-EXIT
    END-IF
    Move "OPERADORES-PIN" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT OPERADORES-PIN
    IF PN-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo regrabar OPERADORES-PIN"
        GO TO 9000-REGRABAR-PINES-EXIT
    END-IF
    PERFORM 9100-GRABAR-PIN THRU 9100-GRABAR-PIN-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-pines
    CLOSE OPERADORES-PIN.
9000-REGRABAR-PINES-EXIT.
    EXIT.

9100-GRABAR-PIN.
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
9100-GRABAR-PIN-EXIT.
    EXIT.
