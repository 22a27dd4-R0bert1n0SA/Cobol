*>Subprograma de control del cierre de meses contables: contaduria
*>cierra un mes cuando lo entrega (Cerrar-Periodo) y desde entonces
*>nada debe asentarse en el. El programa que va a grabar en ASIENTOS
*>pasa la fecha del asiento (interfaz en copybooks/periodo-args) y
*>este subprograma recorre la bitacora PERIODOS-CERRADOS: si la
*>ultima linea de ese mes es un cierre (C) devuelve "10"; si es una
*>reapertura (R), o el mes nunca se cerro, devuelve "00". Sin
*>bitacora no hay meses cerrados.

IDENTIFICATION DIVISION.
PROGRAM-ID. Controlar-Periodo.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PERIODOS-CERRADOS ASSIGN TO "PERIODOS-CERRADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PERIODOS-CERRADOS.
        COPY "periodo-rec".
    WORKING-STORAGE SECTION.
        01 PE-STATUS PIC X(2).
        01 mes-consultado PIC X(6).
        01 ultima-accion PIC X(1).
    LINKAGE SECTION.
        COPY "periodo-args".
PROCEDURE DIVISION USING PER-ARGUMENTOS.
0000-MAINLINE.
    Move PER-FECHA (1:6) to mes-consultado
    Move SPACE to ultima-accion
    OPEN INPUT PERIODOS-CERRADOS
    IF PE-STATUS <> "00"
        Move "00" to PER-ESTADO
        GOBACK
    END-IF
    PERFORM 1000-LEER-PERIODO
    PERFORM UNTIL PE-STATUS = "10"
        IF PE-MES = mes-consultado
            Move PE-ACCION to ultima-accion
        END-IF
        PERFORM 1000-LEER-PERIODO
    END-PERFORM
    CLOSE PERIODOS-CERRADOS
    IF ultima-accion = "C"
        Move "10" to PER-ESTADO
    ELSE
        Move "00" to PER-ESTADO
    END-IF
    GOBACK.

1000-LEER-PERIODO.
    READ PERIODOS-CERRADOS
    NOT AT END
        CONTINUE
    END-READ.
