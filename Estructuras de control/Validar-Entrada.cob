*>           cada rechazo al operador para corregirlo o descartarlo y
*>           envejece con ese contador lo que sigue pendiente, para
*>           que los rechazos drenen en vez de acumularse.
*>2026-10-15 la validacion de NUMEROS deja su linea en CONTROL-ETAPAS
*>           (copybooks/control-etapa): lineas de datos leidas,
*>           limpias grabadas en NUMEROS-VAL, rechazadas, hash de lo
*>           grabado y lo declarado en el cierre del remitente, para
*>           que Balance-Numeros siga los totales hasta Ejercicio10.

IDENTIFICATION DIVISION.
PROGRAM-ID. Validar-Entrada.
        SELECT PARES-RECHAZOS ASSIGN TO "PARES-RECHAZOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PR-STATUS.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  NUMEROS.
            05 PR-LINEA      PIC X(30).
            05 PR-SEP3       PIC X(1).
            05 PR-REINTENTOS PIC 9(3).
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        01 NUM-STATUS PIC X(2).
        01 origen-lote     PIC X(20).
        01 numero-limpio   PIC S9(6).
        01 numero-abs      PIC 9(5).
        01 CT-STATUS       PIC X(2).
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-VALIDAR-NUMEROS THRU 1000-VALIDAR-NUMEROS-EXIT
    CLOSE NUMEROS-RECHAZOS
    Display "NUMEROS -> limpias: " cant-limpias
        " rechazadas: " cant-rechazadas
    PERFORM 6000-VERIFICAR-CIERRE
    PERFORM 6500-GRABAR-CONTROL.
1000-VALIDAR-NUMEROS-EXIT.
    EXIT.

            Move 8 to RETURN-CODE
        END-IF
    END-IF.

*>Totales de la validacion de NUMEROS para Balance-Numeros.
6500-GRABAR-CONTROL.
    OPEN EXTEND CONTROL-ETAPAS
    IF CT-STATUS = "35"
        OPEN OUTPUT CONTROL-ETAPAS
    END-IF
    INITIALIZE CT-REGISTRO
    Move FUNCTION CURRENT-DATE (1:8) to CT-FECHA
    Move SPACE             to CT-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to CT-HORA
    Move SPACE             to CT-SEP2
    Move "VALIDAR-ENTRADA" to CT-ETAPA
    Move SPACE             to CT-SEP3
    Move 0                 to CT-SUCURSAL
    Move SPACE             to CT-SEP4
    Move cierre-leido      to CT-CIERRE
    Move SPACE             to CT-SEP5
    Move cant-declarada    to CT-DECLARADOS
    Move SPACE             to CT-SEP6
    Move cant-datos        to CT-ENTRADAS
    Move SPACE             to CT-SEP7
    Move cant-limpias      to CT-SALIDAS
    Move SPACE             to CT-SEP8
    Move cant-rechazadas   to CT-RECHAZOS
    Move SPACE             to CT-SEP9
    Move hash-declarado    to CT-HASH-DECLARADO
    Move SPACE             to CT-SEP10
    Move hash-limpio       to CT-HASH-SALIDA
    WRITE CT-REGISTRO
    CLOSE CONTROL-ETAPAS.
