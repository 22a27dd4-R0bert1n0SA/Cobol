*>igual que lo calculo la liquidacion. Responde "que converti este
*>mes" sin resaltador ni memoria. Las reversas (TX-CLASE "R") se
*>listan marcadas y restan en los totales: el resumen muestra las dos
*>lineas y el neto queda bien. El documento del cliente sale
*>enmascarado por Enmascarar-Dato salvo que corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Resumen-FX.
        01 cant-clientes PIC 9(3) value 0.
        01 nro-pagina PIC 9(3) value 0.
        01 linea-impresion PIC X(120).
        COPY "mascara-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
        Display "No se pudo abrir el archivo CLIENTES-FX"
        STOP RUN
    END-IF
    Move "I" to MSC-FUNCION
    Move "RESUMEN-FX" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-RESUMEN-FX
    PERFORM 1000-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
    ELSE
        WRITE LR-LINEA AFTER ADVANCING PAGE
    END-IF
    Move "D" to MSC-FUNCION
    Move FXC-DOCUMENTO to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING "CLIENTE " DELIMITED BY SIZE
        cliente-actual DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        nombre-actual DELIMITED BY SIZE
        "  DOC " DELIMITED BY SIZE
        MSC-SALIDA (1:11) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
