*>NUMEROS-VAL o PARES-VAL con el cierre "T" recalculado (cantidad y
*>hash del archivo validado suben con lo que entra); descartado,
*>desaparece; salteado, se regraba con su contador de reintentos mas
*>uno. Los rechazos tienen que drenar, no acumularse. La sesion de
*>NUMEROS deja en CONTROL-ETAPAS (copybooks/control-etapa) los
*>rechazos presentados, los corregidos que entraron a NUMEROS-VAL con
*>su hash y los que siguen afuera (descartados o pendientes), para
*>que Balance-Numeros cuente lo reciclado en lo que Ejercicio10 debe
*>leer.

IDENTIFICATION DIVISION.
PROGRAM-ID. Reciclar-Rechazos.
        SELECT PARES-VAL ASSIGN TO "PARES-VAL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PV-STATUS.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  NUMEROS-RECHAZOS.
        01 NV-NUMERO PIC S9(6).
    FD  PARES-VAL.
        01 PV-LINEA PIC X(30).
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        01 NR-STATUS PIC X(2).
        01 par-num1 PIC 9(3).
        01 par-num2 PIC 9(3).
        01 tabla-llena PIC X(1) value "N".
        01 fin-carga PIC X(2).
        01 CT-STATUS PIC X(2).
        01 hash-corregidos PIC S9(12)V9(2) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    PERFORM 1000-RECICLAR-NUMEROS THRU 1000-RECICLAR-NUMEROS-EXIT
        Move SPACE to rch-estado (cant-rechazos)
        PERFORM 1100-LEER-RECHAZO-NUM
    END-PERFORM
    Move NR-STATUS to fin-carga
    CLOSE NUMEROS-RECHAZOS
*>  Con la carga incompleta no se abre la sesion: regrabar destruiria
*>  los rechazos no leidos, y una correccion hecha ahora se volveria
*>  a presentar (y a aplicar) en la proxima corrida.
    IF fin-carga <> "10"
        Move "S" to tabla-llena
        Display "ERROR: NUMEROS-RECHAZOS supera las 999 lineas y la"
            " carga quedo incompleta: no se recicla ni se regraba,"
        PERFORM 3000-ANEXAR-A-NUMEROS-VAL THRU 3000-ANEXAR-A-NUMEROS-VAL-EXIT
    END-IF
    PERFORM 4000-REGRABAR-RECHAZOS-NUM
    PERFORM 4500-GRABAR-CONTROL
    Display "NUMEROS -> corregidos: " cant-corregidos
        " descartados: " cant-descartados
        " siguen pendientes: " cant-pendientes.
                    Move linea-corregida (1:6) to numero-limpio
                END-IF
                Compute cant-nuevas = cant-nuevas + 1
                Compute hash-corregidos = hash-corregidos + numero-limpio
                Move SPACES to NV-LINEA
                Move numero-limpio to NV-NUMERO
                Move NV-LINEA to linea-nueva (cant-nuevas)
                Move "R" to rch-estado (r)
4100-GRABAR-RECHAZO-NUM-EXIT.
    EXIT.

*>Totales de la sesion de NUMEROS para Balance-Numeros: lo que sigue
*>afuera de NUMEROS-VAL (descartado o pendiente) va como rechazo.
4500-GRABAR-CONTROL.
    OPEN EXTEND CONTROL-ETAPAS
    IF CT-STATUS = "35"
        OPEN OUTPUT CONTROL-ETAPAS
    END-IF
    INITIALIZE CT-REGISTRO
    Move FUNCTION CURRENT-DATE (1:8) to CT-FECHA
    Move SPACE               to CT-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to CT-HORA
    Move SPACE               to CT-SEP2
    Move "RECICLAR-RECHAZOS" to CT-ETAPA
    Move SPACE               to CT-SEP3
    Move 0                   to CT-SUCURSAL
    Move SPACE               to CT-SEP4
    Move SPACE               to CT-CIERRE
    Move SPACE               to CT-SEP5
    Move 0                   to CT-DECLARADOS
    Move SPACE               to CT-SEP6
    Move cant-rechazos       to CT-ENTRADAS
    Move SPACE               to CT-SEP7
    Move cant-corregidos     to CT-SALIDAS
    Move SPACE               to CT-SEP8
    Compute CT-RECHAZOS = cant-descartados + cant-pendientes
    Move SPACE               to CT-SEP9
    Move 0                   to CT-HASH-DECLARADO
    Move SPACE               to CT-SEP10
    Move hash-corregidos     to CT-HASH-SALIDA
    WRITE CT-REGISTRO
    CLOSE CONTROL-ETAPAS.

5000-RECICLAR-PARES.
    Move 0 to cant-rechazos cant-corregidos
    Move 0 to cant-descartados cant-pendientes cant-nuevas
        Move SPACE to rch-estado (cant-rechazos)
        PERFORM 5100-LEER-RECHAZO-PAR
    END-PERFORM
    Move PR-STATUS to fin-carga
    CLOSE PARES-RECHAZOS
*>  Con la carga incompleta no se abre la sesion: regrabar destruiria
*>  los rechazos no leidos, y una correccion hecha ahora se volveria
*>  a presentar (y a aplicar) en la proxima corrida.
    IF fin-carga <> "10"
        Move "S" to tabla-llena
        Display "ERROR: PARES-RECHAZOS supera las 999 lineas y la"
            " carga quedo incompleta: no se recicla ni se regraba,"
