*>           de TX-CLASE "R" y sus originales como el resto de los
*>           consumidores de FX-TRANSACCIONES: una liquidacion
*>           revertida duplicaba los pesos liquidados del resumen.
*>2026-10-15 escalamiento de la cola ALERTAS: las alertas que siguen
*>           sin acuse en ALERTAS-ACUSES pasado el plazo en horas de
*>           PLAZO-ALERTAS (12 si no hay archivo) se imprimen al pie
*>           del resumen, criticas primero, y la corrida termina con
*>           RETURN-CODE 4 si no tenia ya uno peor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Resumen-Gerencial.
        SELECT RESUMEN-DIA ASSIGN TO "RESUMEN-DIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RD-STATUS.
        SELECT ALERTAS ASSIGN TO "ALERTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALR-STATUS.
        SELECT ALERTAS-ACUSES ASSIGN TO "ALERTAS-ACUSES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ACU-STATUS.
        SELECT PLAZO-ALERTAS ASSIGN TO "PLAZO-ALERTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PZ-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  DAILY-SALES.
        COPY "audit-log".
    FD  RESUMEN-DIA.
        01 RD-LINEA PIC X(80).
    FD  ALERTAS.
        COPY "alerta-rec".
    FD  ALERTAS-ACUSES.
        COPY "alerta-acuse".
    FD  PLAZO-ALERTAS.
        01 PZ-REGISTRO.
            05 PZ-HORAS PIC 9(3).
    WORKING-STORAGE SECTION.
        01 DS-STATUS PIC X(2).
        01 TX-STATUS PIC X(2).
        01 r PIC 9(4).
        01 clave-operacion PIC X(14).
        01 operacion-revertida PIC X(1).
        01 ALR-STATUS PIC X(2).
        01 ACU-STATUS PIC X(2).
        01 PZ-STATUS PIC X(2).
        01 plazo-horas PIC 9(3) value 12.
        01 cant-acuses PIC 9(4) value 0.
        01 tabla-acuses.
            05 acuse-num OCCURS 1 TO 9999 TIMES
                DEPENDING ON cant-acuses PIC 9(6).
        01 k PIC 9(4).
        01 alerta-acusada PIC X(1).
        01 severidad-listada PIC X(1).
        01 cant-escaladas PIC 9(4) value 0.
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 hora-ahora PIC X(6).
        01 hora-ahora-partes REDEFINES hora-ahora.
            05 ahora-hh PIC 9(2).
            05 ahora-mm PIC 9(2).
            05 ahora-ss PIC 9(2).
        01 fecha-alerta PIC X(8).
        01 fecha-alerta-num REDEFINES fecha-alerta PIC 9(8).
        01 hora-alerta PIC X(6).
        01 hora-alerta-partes REDEFINES hora-alerta.
            05 alerta-hh PIC 9(2).
            05 alerta-mm PIC 9(2).
            05 alerta-ss PIC 9(2).
        01 minutos-abierta PIC S9(9).
        01 horas-abierta PIC 9(5).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Fecha de negocio (AAAAMMDD, espacios = hoy): "
    PERFORM 2000-RESUMIR-DIVISAS THRU 2000-RESUMIR-DIVISAS-EXIT
    PERFORM 3000-RESUMIR-PRECIOS THRU 3000-RESUMIR-PRECIOS-EXIT
    PERFORM 4000-RESUMIR-CORRIDAS THRU 4000-RESUMIR-CORRIDAS-EXIT
    PERFORM 5000-ESCALAR-ALERTAS THRU 5000-ESCALAR-ALERTAS-EXIT
    CLOSE RESUMEN-DIA
    Display "Resumen del dia impreso en RESUMEN-DIA"
    STOP RUN.
        CONTINUE
    END-READ.

*>Alertas de la cola ALERTAS que siguen sin acuse pasado el plazo:
*>una pasada por severidad para que las criticas encabecen la lista.
*>La antiguedad se mide contra el momento de la corrida, no contra la
*>fecha de negocio pedida.
5000-ESCALAR-ALERTAS.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    OPEN INPUT PLAZO-ALERTAS
    IF PZ-STATUS = "00"
        READ PLAZO-ALERTAS
        IF PZ-STATUS = "00" AND PZ-HORAS IS NUMERIC AND PZ-HORAS > 0
            Move PZ-HORAS to plazo-horas
        END-IF
        CLOSE PLAZO-ALERTAS
    END-IF
    Move SPACES to linea-impresion
    STRING "ALERTAS SIN ACUSE CON MAS DE " DELIMITED BY SIZE
        plazo-horas DELIMITED BY SIZE
        " HORAS (ESCALADAS)" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 8000-IMPRIMIR
    OPEN INPUT ALERTAS
    IF ALR-STATUS <> "00"
        Move "  (cola de alertas vacia)" to linea-impresion
        PERFORM 8000-IMPRIMIR
        GO TO 5000-ESCALAR-ALERTAS-EXIT
    END-IF
    CLOSE ALERTAS
    PERFORM 5100-CARGAR-ACUSES THRU 5100-CARGAR-ACUSES-EXIT
    Move "C" to severidad-listada
    PERFORM 5300-RECORRER-ALERTAS THRU 5300-RECORRER-ALERTAS-EXIT
    Move "E" to severidad-listada
    PERFORM 5300-RECORRER-ALERTAS THRU 5300-RECORRER-ALERTAS-EXIT
    Move "A" to severidad-listada
    PERFORM 5300-RECORRER-ALERTAS THRU 5300-RECORRER-ALERTAS-EXIT
    Move SPACES to linea-impresion
    STRING "  Alertas escaladas: " DELIMITED BY SIZE
        cant-escaladas DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 8000-IMPRIMIR
    IF cant-escaladas > 0
        Display "ATENCION: " cant-escaladas " alertas sin acuse fuera"
            " de plazo, ver Consola-Alertas"
        IF RETURN-CODE < 4
            Move 4 to RETURN-CODE
        END-IF
    END-IF.
5000-ESCALAR-ALERTAS-EXIT.
    EXIT.

5100-CARGAR-ACUSES.
    OPEN INPUT ALERTAS-ACUSES
    IF ACU-STATUS <> "00"
        GO TO 5100-CARGAR-ACUSES-EXIT
    END-IF
    PERFORM 5150-LEER-ACUSE
    PERFORM UNTIL ACU-STATUS = "10" OR cant-acuses = 9999
        Compute cant-acuses = cant-acuses + 1
        Move ACU-NUMERO to acuse-num (cant-acuses)
        PERFORM 5150-LEER-ACUSE
    END-PERFORM
    CLOSE ALERTAS-ACUSES.
5100-CARGAR-ACUSES-EXIT.
    EXIT.

5150-LEER-ACUSE.
    READ ALERTAS-ACUSES
    NOT AT END
        CONTINUE
    END-READ.

5300-RECORRER-ALERTAS.
    OPEN INPUT ALERTAS
    IF ALR-STATUS <> "00"
        GO TO 5300-RECORRER-ALERTAS-EXIT
    END-IF
    PERFORM 5350-LEER-ALERTA
    PERFORM UNTIL ALR-STATUS = "10"
        IF ALR-SEVERIDAD = severidad-listada
            PERFORM 5400-EVALUAR-ALERTA THRU 5400-EVALUAR-ALERTA-EXIT
        END-IF
        PERFORM 5350-LEER-ALERTA
    END-PERFORM
    CLOSE ALERTAS.
5300-RECORRER-ALERTAS-EXIT.
    EXIT.

5350-LEER-ALERTA.
    READ ALERTAS
    NOT AT END
        CONTINUE
    END-READ.

5400-EVALUAR-ALERTA.
    Move "N" to alerta-acusada
    PERFORM 5450-COMPARAR-ACUSE THRU 5450-COMPARAR-ACUSE-EXIT
        VARYING k FROM 1 BY 1
        UNTIL k > cant-acuses OR alerta-acusada = "S"
    IF alerta-acusada = "S"
        GO TO 5400-EVALUAR-ALERTA-EXIT
    END-IF
    Move ALR-FECHA to fecha-alerta
    Move ALR-HORA to hora-alerta
    Move 0 to horas-abierta
    IF fecha-alerta-num IS NUMERIC AND hora-alerta IS NUMERIC
        Compute minutos-abierta =
            (FUNCTION INTEGER-OF-DATE (fecha-hoy-num)
             - FUNCTION INTEGER-OF-DATE (fecha-alerta-num)) * 1440
            + ahora-hh * 60 + ahora-mm - alerta-hh * 60 - alerta-mm
        IF minutos-abierta > 0
            Compute horas-abierta = minutos-abierta / 60
        END-IF
    END-IF
    IF horas-abierta < plazo-horas
        GO TO 5400-EVALUAR-ALERTA-EXIT
    END-IF
    Compute cant-escaladas = cant-escaladas + 1
    Move SPACES to linea-impresion
    STRING "  " DELIMITED BY SIZE
        ALR-NUMERO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ALR-SEVERIDAD DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ALR-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ALR-HORA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        horas-abierta DELIMITED BY SIZE
        "h " DELIMITED BY SIZE
        ALR-PROGRAMA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        ALR-REFERENCIA DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 8000-IMPRIMIR
    Move SPACES to linea-impresion
    STRING "         " DELIMITED BY SIZE
        ALR-TEXTO DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 8000-IMPRIMIR.
5400-EVALUAR-ALERTA-EXIT.
    EXIT.

5450-COMPARAR-ACUSE.
    IF acuse-num (k) = ALR-NUMERO
        Move "S" to alerta-acusada
    END-IF.
5450-COMPARAR-ACUSE-EXIT.
    EXIT.

8000-IMPRIMIR.
    Move linea-impresion to RD-LINEA
    WRITE RD-LINEA.
