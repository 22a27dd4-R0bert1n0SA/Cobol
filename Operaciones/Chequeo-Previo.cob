*>trae registros de control). Imprime el semaforo en LISTADO-CHEQUEO:
*>un NO-GO (RETURN-CODE 8) frena la ventana antes de que algo consuma
*>medio archivo. Encontrar el problema a las 21:00 con el remitente
*>todavia en su escritorio le gana a encontrarlo a las 02:30. El
*>NO-GO levanta ademas una alerta critica en la cola ALERTAS
*>(Registrar-Alerta) con la fecha del proceso como referencia. Cada
*>revision del archivo de una sucursal queda ademas en la bitacora
*>TRANSMISIONES (copybooks/transmision-rec) con fecha y hora, registros
*>y resultado, aceptado, rechazado o faltante: correr el chequeo
*>cuando llega cada archivo deja su hora de llegada, y
*>Puntualidad-Sucursal mide con eso la puntualidad de cada sucursal.

IDENTIFICATION DIVISION.
PROGRAM-ID. Chequeo-Previo.
        SELECT LISTADO-CHEQUEO ASSIGN TO "LISTADO-CHEQUEO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
        SELECT TRANSMISIONES ASSIGN TO "TRANSMISIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS KT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ENTRADA.
        COPY "sucursal-rec".
    FD  LISTADO-CHEQUEO.
        01 LC-LINEA PIC X(100).
    FD  TRANSMISIONES.
        COPY "transmision-rec".
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        COPY "alerta-args".
        01 EN-STATUS PIC X(2).
        01 SU-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 KT-STATUS PIC X(2).
        01 archivo-presente PIC X(1).
        01 fecha-proceso PIC X(8).
        01 nombre-entrada PIC X(20).
        01 tipo-importe PIC X(1).
            INTO linea-impresion
        END-STRING
        Move 8 to RETURN-CODE
        INITIALIZE ALE-ARGUMENTOS
        Move "CHEQUEO-PREVIO" to ALE-PROGRAMA
        Move "C" to ALE-SEVERIDAD
        STRING "NO-GO del chequeo previo: " DELIMITED BY SIZE
            cant-no-go DELIMITED BY SIZE
            " archivos con problemas" DELIMITED BY SIZE
            INTO ALE-TEXTO
        END-STRING
        Move fecha-proceso to ALE-REFERENCIA
        CALL "Registrar-Alerta" USING ALE-ARGUMENTOS
    END-IF
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    END-STRING
    Move "N" to tipo-importe
    Move "S" to con-control
    PERFORM 2000-REVISAR-ARCHIVO THRU 2000-REVISAR-ARCHIVO-EXIT
    PERFORM 0900-ANOTAR-TRANSMISION.
0800-REVISAR-SUCURSAL-EXIT.
    EXIT.

0900-ANOTAR-TRANSMISION.
    OPEN EXTEND TRANSMISIONES
    IF KT-STATUS = "35"
        OPEN OUTPUT TRANSMISIONES
    END-IF
    INITIALIZE KT-REGISTRO
    Move fecha-proceso   to KT-FECHA-PROCESO
    Move SPACE           to KT-SEP1
    Move smc-codigo (ms) to KT-SUCURSAL
    Move SPACE           to KT-SEP2
    Move FUNCTION CURRENT-DATE (1:8) to KT-FECHA
    Move SPACE           to KT-SEP3
    Move FUNCTION CURRENT-DATE (9:6) to KT-HORA
    Move SPACE           to KT-SEP4
    Move cant-datos      to KT-REGISTROS
    Move SPACE           to KT-SEP5
    EVALUATE TRUE
        WHEN archivo-presente = "N"
            Move "F" to KT-RESULTADO
        WHEN archivo-ok = "S"
            Move "A" to KT-RESULTADO
        WHEN OTHER
            Move "R" to KT-RESULTADO
    END-EVALUATE
    Move SPACE           to KT-SEP6
    IF archivo-ok = "N"
        Move motivo-archivo to KT-MOTIVO
    END-IF
    WRITE KT-REGISTRO
    CLOSE TRANSMISIONES.

*>Revision de un archivo: presencia, cabecera con la fecha del
*>proceso, cierre que cuadre en cantidad y hash. El hash se calcula
*>con la regla de importe de cada archivo (N = numero con signo,
2000-REVISAR-ARCHIVO.
    Compute cant-revisados = cant-revisados + 1
    Move "S" to archivo-ok
    Move "N" to archivo-presente
    Move SPACES to motivo-archivo
    Move 0 to cant-datos hash-calculado cant-declarada hash-declarado
    Move "N" to cabecera-leida cierre-leido
        Move "no se pudo abrir el archivo" to motivo-archivo
        GO TO 2000-INFORMAR
    END-IF
    Move "S" to archivo-presente
    PERFORM 2100-LEER-ENTRADA
    PERFORM UNTIL EN-STATUS = "10"
        Move EN-LINEA to HT-REGISTRO
