*>puesto), aplica el cupo por cohorte pedido y marca la linea de
*>corte en LISTADO-BECAS. Un alumno con una entrada pendiente en
*>EXCEPCIONES-LEGAJO sale marcado EXCEPCION PENDIENTE en vez de
*>rankearse en silencio sobre datos viejos. El nombre del alumno
*>sale enmascarado por Enmascarar-Dato (solo las iniciales) salvo que
*>el ranking lo corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Becas.
        01 orden-en-cohorte PIC 9(4).
        01 corte-impreso PIC X(1).
        01 linea-impresion PIC X(100).
        COPY "mascara-args".
        01 tabla-llena PIC X(1) value "N".
PROCEDURE DIVISION.
0000-MAINLINE.
*>El mismo promedio comparte el mismo puesto, como en Ranking; la
*>linea de corte cae cuando el puesto supera el cupo de la cohorte.
5000-IMPRIMIR-RANKING.
    Move "I" to MSC-FUNCION
    Move "BECAS" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-BECAS
    Move SPACES to linea-impresion
    STRING "RANKING DE BECAS POR COHORTE - EMITIDO " DELIMITED BY SIZE
        WRITE LB-LINEA
        Move "S" to corte-impreso
    END-IF
    Move "N" to MSC-FUNCION
    Move can-nombre (c) to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING "PUESTO " DELIMITED BY SIZE
        puesto DELIMITED BY SIZE
        "  LEGAJO " DELIMITED BY SIZE
        can-legajo (c) DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        MSC-SALIDA (1:30) DELIMITED BY SIZE
        " PROMEDIO " DELIMITED BY SIZE
        can-promedio (c) DELIMITED BY SIZE
        INTO linea-impresion
