*>tiempo: dos veces una deriva sostenida que pasaba la tolerancia
*>diaria del cargador resulto ser el banco mandando la moneda
*>equivocada, y esto es lo que la atrapa. Los porcentajes se calculan
*>via Division-Redondeo, como en toda la casa. Cada moneda alertada
*>deja ademas una advertencia en la cola ALERTAS (Registrar-Alerta).

IDENTIFICATION DIVISION.
PROGRAM-ID. Monitor-Tasas.
        COPY "tasa-cambio".
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "alerta-args".
        01 TC-STATUS PIC X(2).
        01 fecha-desde PIC X(8).
        01 fecha-hasta PIC X(8).
            variacion-ventana "% entre " pto-fecha (i)
            " y " pto-fecha (j) " (ventana " ventana-dias
            " dias, alerta " pct-alerta "%)"
        PERFORM 4500-ALERTAR-DERIVA
    END-IF.
4100-COMPARAR-PUNTO-EXIT.
    EXIT.

4500-ALERTAR-DERIVA.
    INITIALIZE ALE-ARGUMENTOS
    Move "MONITOR-TASAS" to ALE-PROGRAMA
    Move "A" to ALE-SEVERIDAD
    STRING "Deriva de la tasa de " DELIMITED BY SIZE
        moneda-actual DELIMITED BY SIZE
        " por encima del porcentaje de alerta" DELIMITED BY SIZE
        INTO ALE-TEXTO
    END-STRING
    STRING moneda-actual DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        pto-fecha (j) DELIMITED BY SIZE
        INTO ALE-REFERENCIA
    END-STRING
    CALL "Registrar-Alerta" USING ALE-ARGUMENTOS.
