*>           la sucursal numero cuatro entra dando de alta una linea,
*>           no tocando el programa. Sin maestro se cae a las tres
*>           historicas con aviso.
*>2026-10-15 cada sucursal deja al terminar su linea en CONTROL-ETAPAS
*>           (copybooks/control-etapa): lineas leidas, grabadas en
*>           NUMEROS-CONS, rechazadas a NUMEROS-CONS-RECHAZOS, hash de
*>           lo grabado y lo que declaraba el cierre de la sucursal.
*>           Balance-Numeros sigue esos totales hasta Resumen-Secuencia.

IDENTIFICATION DIVISION.
PROGRAM-ID. Consolidar-Sucursales.
        SELECT SUCURSALES ASSIGN TO "SUCURSALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SU-STATUS.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  NUMEROS-SUC.
            05 CR-LINEA    PIC X(30).
    FD  SUCURSALES.
        COPY "sucursal-rec".
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        01 NS-STATUS PIC X(2).
                10 smc-esperado PIC X(1).
        01 ms PIC 9(2).
        01 sucursal-esperada PIC X(1).
        01 CT-STATUS PIC X(2).
        01 fecha-corrida PIC X(8).
        01 hora-corrida PIC X(6).
        01 rech-suc PIC 9(6).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-corrida
    Move FUNCTION CURRENT-DATE (9:6) to hora-corrida
    PERFORM 0500-CARGAR-MAESTRO-SUC THRU 0500-CARGAR-MAESTRO-SUC-EXIT
    OPEN OUTPUT NUMEROS-CONS
    OPEN OUTPUT CONS-RECHAZOS
        INTO nombre-sucursal
    END-STRING
    Move 0 to nro-linea cant-suc hash-suc cant-declarada hash-declarado
    Move 0 to rech-suc
    Move "N" to cierre-leido
    OPEN INPUT NUMEROS-SUC
    IF NS-STATUS <> "00"
            ") esta activa y su archivo " nombre-sucursal
            " no se pudo abrir: la corrida no termina limpia"
        Move 8 to RETURN-CODE
        PERFORM 1500-GRABAR-CONTROL
        GO TO 1000-CONSOLIDAR-SUCURSAL-EXIT
    END-IF
    PERFORM 1100-LEER-SUCURSAL
                    WRITE NC-REGISTRO
                ELSE
                    Compute cant-rechazadas = cant-rechazadas + 1
                    Compute rech-suc = rech-suc + 1
                    INITIALIZE CR-REGISTRO
                    Move sucursal  to CR-SUCURSAL
                    Move SPACE     to CR-SEP1
                " / leido cant=" cant-suc " hash=" hash-suc
            Move 8 to RETURN-CODE
        END-IF
    END-IF
    PERFORM 1500-GRABAR-CONTROL.
1000-CONSOLIDAR-SUCURSAL-EXIT.
    EXIT.

*>Totales de la sucursal para Balance-Numeros: todas las lineas de la
*>corrida llevan la hora de arranque, asi una corrida repetida
*>reemplaza entera a la anterior.
1500-GRABAR-CONTROL.
    OPEN EXTEND CONTROL-ETAPAS
    IF CT-STATUS = "35"
        OPEN OUTPUT CONTROL-ETAPAS
    END-IF
    INITIALIZE CT-REGISTRO
    Move fecha-corrida    to CT-FECHA
    Move SPACE            to CT-SEP1
    Move hora-corrida     to CT-HORA
    Move SPACE            to CT-SEP2
    Move "CONSOLIDAR-SUC" to CT-ETAPA
    Move SPACE            to CT-SEP3
    Move sucursal         to CT-SUCURSAL
    Move SPACE            to CT-SEP4
    Move cierre-leido     to CT-CIERRE
    Move SPACE            to CT-SEP5
    Move cant-declarada   to CT-DECLARADOS
    Move SPACE            to CT-SEP6
    Compute CT-ENTRADAS = cant-suc + rech-suc
    Move SPACE            to CT-SEP7
    Move cant-suc         to CT-SALIDAS
    Move SPACE            to CT-SEP8
    Move rech-suc         to CT-RECHAZOS
    Move SPACE            to CT-SEP9
    Move hash-declarado   to CT-HASH-DECLARADO
    Move SPACE            to CT-SEP10
    Move hash-suc         to CT-HASH-SALIDA
    WRITE CT-REGISTRO
    CLOSE CONTROL-ETAPAS.

1100-LEER-SUCURSAL.
    READ NUMEROS-SUC
    NOT AT END
