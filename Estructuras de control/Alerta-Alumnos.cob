*>efectiva (mejor intento) quedo REPROBADO. La lista sale ordenada por
*>cantidad de motivos y peor promedio, con los ultimos promedios, los
*>modulos reprobados y la cohorte en cada linea: los tutores arrancan
*>la semana con una lista, no con doscientas consultas. El nombre
*>del alumno sale enmascarado por Enmascarar-Dato (solo las
*>iniciales) salvo que la lista la corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Alerta-Alumnos.
    FD  LISTADO-ALERTAS.
        01 LT-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 HA-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 LT-STATUS PIC X(2).
        01 pos-grupo PIC 9(4).
        01 cant-alertados PIC 9(4) value 0.
        01 linea-impresion PIC X(120).
        COPY "mascara-args".
        01 tabla-llena PIC X(1) value "N".
PROCEDURE DIVISION.
0000-MAINLINE.
2100-LEER-EPA.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 2150-CORREGIR-EPA
    END-READ.

2150-CORREGIR-EPA.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

2500-ANOTAR-EPA.
    Move 0 to pos-alumno
    PERFORM 2600-BUSCAR-ALUMNO-EPA THRU 2600-BUSCAR-ALUMNO-EPA-EXIT
    End-If.

6000-IMPRIMIR-LISTA.
    Move "I" to MSC-FUNCION
    Move "ALERTA-ALUMNOS" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-ALERTAS
    Move SPACES to linea-impresion
    STRING "LISTA DE ALERTA TEMPRANA - EMITIDA " DELIMITED BY SIZE
        GO TO 6100-IMPRIMIR-ALUMNO-EXIT
    END-IF
    Compute cant-alertados = cant-alertados + 1
    Move "N" to MSC-FUNCION
    Move alu-nombre (a) to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING "LEGAJO " DELIMITED BY SIZE
        alu-legajo (a) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MSC-SALIDA (1:30) DELIMITED BY SIZE
        " cohorte " DELIMITED BY SIZE
        alu-ingreso (a) DELIMITED BY SIZE
        " motivos " DELIMITED BY SIZE
