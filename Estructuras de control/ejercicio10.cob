*>           registre el resultado del paso y siga con el siguiente;
*>           los cortes por error hacen GOBACK con RETURN-CODE 8.

*>2026-10-15 al terminar se deja en CONTROL-ETAPAS (copybooks/
*>           control-etapa) la cantidad y el hash de lo que se leyo
*>           de NUMEROS-VAL: Balance-Numeros lo compara contra lo que
*>           Validar-Entrada y Reciclar-Rechazos grabaron.

IDENTIFICATION DIVISION.
PROGRAM-ID. Ejercicio10.
ENVIRONMENT DIVISION.
        SELECT NUMEROS ASSIGN TO "NUMEROS-VAL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS NUM-STATUS.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  NUMEROS.
        COPY "numeros-rec".
        01 NUM-LINEA PIC X(30).
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        COPY "error-args".
        01 cierre-leido    PIC X(1) value "N".
        01 cant-declarada  PIC 9(6) value 0.
        01 hash-declarado  PIC S9(12)V9(2) value 0.
        01 CT-STATUS       PIC X(2).
PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN INPUT NUMEROS
    END-PERFORM
    CLOSE NUMEROS
    PERFORM 2000-VERIFICAR-CIERRE
    PERFORM 3000-GRABAR-CONTROL
    Display "La suma total es : "suma
    Display "Numeros mayores a 5: "cant
    GOBACK.
            Move 8 to RETURN-CODE
        END-IF
    END-IF.

*>Lo leido de NUMEROS-VAL, para Balance-Numeros.
3000-GRABAR-CONTROL.
    OPEN EXTEND CONTROL-ETAPAS
    IF CT-STATUS = "35"
        OPEN OUTPUT CONTROL-ETAPAS
    END-IF
    INITIALIZE CT-REGISTRO
    Move FUNCTION CURRENT-DATE (1:8) to CT-FECHA
    Move SPACE          to CT-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to CT-HORA
    Move SPACE          to CT-SEP2
    Move "EJERCICIO10"  to CT-ETAPA
    Move SPACE          to CT-SEP3
    Move 0              to CT-SUCURSAL
    Move SPACE          to CT-SEP4
    Move cierre-leido   to CT-CIERRE
    Move SPACE          to CT-SEP5
    Move cant-declarada to CT-DECLARADOS
    Move SPACE          to CT-SEP6
    Move cant-leida     to CT-ENTRADAS
    Move SPACE          to CT-SEP7
    Move cant-leida     to CT-SALIDAS
    Move SPACE          to CT-SEP8
    Move 0              to CT-RECHAZOS
    Move SPACE          to CT-SEP9
    Move hash-declarado to CT-HASH-DECLARADO
    Move SPACE          to CT-SEP10
    Move hash-calculado to CT-HASH-SALIDA
    WRITE CT-REGISTRO
    CLOSE CONTROL-ETAPAS.
