*>           alerta. Un archivo a medio transmitir que igual pasa su
*>           cierre "T" es exactamente lo que esto atrapa.

*>2026-10-15 lo efectivamente leido de NUMEROS-CONS queda en
*>           CONTROL-ETAPAS (copybooks/control-etapa): una linea con
*>           el total (sucursal 00, con el cierre declarado) y una por
*>           sucursal con cantidad y hash, que Balance-Numeros compara
*>           contra lo que Consolidar-Sucursales grabo de cada una.

*>2026-10-15 la tabla de historia por sucursal se limpia antes de
*>           cargarla: con basura en la cantidad de entradas el
*>           promedio de una sucursal no terminaba nunca.

IDENTIFICATION DIVISION.
PROGRAM-ID. Resumen-Secuencia.
ENVIRONMENT DIVISION.
        SELECT UMBRAL-SECUENCIA ASSIGN TO "UMBRAL-SECUENCIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS US-STATUS.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  NUMEROS.
    FD  UMBRAL-SECUENCIA.
        01 US-REGISTRO.
            05 US-PCT PIC 9(3).
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        COPY "error-args".
        01 cierre-leido    PIC X(1) value "N".
        01 cant-declarada  PIC 9(6) value 0.
        01 hash-declarado  PIC S9(12)V9(2) value 0.
        01 CT-STATUS       PIC X(2).
        01 hora-corrida    PIC X(6).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-corrida
    PERFORM 0500-CARGAR-NOMBRES-SUC THRU 0500-CARGAR-NOMBRES-SUC-EXIT
    OPEN INPUT NUMEROS
    IF NUM-STATUS <> "00"
    END-PERFORM
    CLOSE NUMEROS
    PERFORM 3000-VERIFICAR-CIERRE
    PERFORM 8000-GRABAR-CONTROL
    IF cant > 0
        Compute promedio = suma / cant
    END-IF
*>retienen las ultimas cinco entradas, que son el promedio reciente
*>contra el que se compara la corrida.
5000-CARGAR-HISTORIA.
    INITIALIZE tabla-historia-suc
    PERFORM 5050-LEER-UMBRAL THRU 5050-LEER-UMBRAL-EXIT
    OPEN INPUT ESTADISTICAS-SEC
    IF ES-STATUS <> "00"
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA
    Move 3 to lineas-pagina.

*>Lo leido de NUMEROS-CONS para Balance-Numeros: el total como
*>sucursal 00 y cada sucursal con lo que aporto.
8000-GRABAR-CONTROL.
    OPEN EXTEND CONTROL-ETAPAS
    IF CT-STATUS = "35"
        OPEN OUTPUT CONTROL-ETAPAS
    END-IF
    PERFORM 8100-ENCABEZAR-CONTROL
    Move 0              to CT-SUCURSAL
    Move cierre-leido   to CT-CIERRE
    Move cant-declarada to CT-DECLARADOS
    Move cant           to CT-ENTRADAS
    Move cant           to CT-SALIDAS
    Move hash-declarado to CT-HASH-DECLARADO
    Move hash-calculado to CT-HASH-SALIDA
    WRITE CT-REGISTRO
    PERFORM 8200-GRABAR-SUCURSAL THRU 8200-GRABAR-SUCURSAL-EXIT
        VARYING s FROM 1 BY 1 UNTIL s > 99
    CLOSE CONTROL-ETAPAS.

8100-ENCABEZAR-CONTROL.
    INITIALIZE CT-REGISTRO
    Move fecha-hoy           to CT-FECHA
    Move SPACE               to CT-SEP1
    Move hora-corrida        to CT-HORA
    Move SPACE               to CT-SEP2
    Move "RESUMEN-SECUENCIA" to CT-ETAPA
    Move SPACE               to CT-SEP3
    Move SPACE               to CT-SEP4
    Move SPACE               to CT-SEP5
    Move SPACE               to CT-SEP6
    Move SPACE               to CT-SEP7
    Move SPACE               to CT-SEP8
    Move SPACE               to CT-SEP9
    Move SPACE               to CT-SEP10.

8200-GRABAR-SUCURSAL.
    IF suc-cant (s) = 0
        GO TO 8200-GRABAR-SUCURSAL-EXIT
    END-IF
    PERFORM 8100-ENCABEZAR-CONTROL
    Move s            to CT-SUCURSAL
    Move SPACE        to CT-CIERRE
    Move suc-cant (s) to CT-ENTRADAS
    Move suc-cant (s) to CT-SALIDAS
    Move suc-suma (s) to CT-HASH-SALIDA
    WRITE CT-REGISTRO.
8200-GRABAR-SUCURSAL-EXIT.
    EXIT.
