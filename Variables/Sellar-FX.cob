*>dia que ya no coincide y terminando con RETURN-CODE 8. Se corre
*>antes de Revaluar-Mes para que el mes cierre sobre un archivo
*>probado. Las reversas cuentan como cualquier registro fisico: el
*>sello protege el archivo, no interpreta su contenido. Una
*>verificacion con desvios levanta ademas una alerta en la cola
*>ALERTAS (Registrar-Alerta) con el primer dia que no coincide.

IDENTIFICATION DIVISION.
PROGRAM-ID. Sellar-FX.
        01 cant-verificados PIC 9(4) value 0.
        01 cant-desvios PIC 9(4) value 0.
        01 primer-desvio PIC X(8) value SPACES.
        COPY "alerta-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Modo (S = sellar un dia, V = verificar sellos): "
        Display "PRIMER DIA QUE NO COINCIDE CON SU SELLO: "
            primer-desvio
        Move 8 to RETURN-CODE
        INITIALIZE ALE-ARGUMENTOS
        Move "SELLAR-FX" to ALE-PROGRAMA
        Move "E" to ALE-SEVERIDAD
        STRING "FX-TRANSACCIONES no coincide con sus sellos: "
            DELIMITED BY SIZE
            cant-desvios DELIMITED BY SIZE
            " desvios" DELIMITED BY SIZE
            INTO ALE-TEXTO
        END-STRING
        Move primer-desvio to ALE-REFERENCIA
        CALL "Registrar-Alerta" USING ALE-ARGUMENTOS
    ELSE
        Display "FX-TRANSACCIONES coincide con todos sus sellos"
    END-IF.
