*>Distribucion de los listados de la noche, pensado como ultimo paso
*>del RUN-PLAN: la ventana deja LISTADO-FACULTAD, LISTADO-PRODUCTOS,
*>LISTADO-SECUENCIA, LISTADO-UMBRAL, LISTADO-CHEQUEO, RESUMEN-DIA y
*>una docena mas, y quien recibe cada uno era cosa sabida de memoria;
*>un listado que no salio se notaba cuando alguien reclamaba. La tabla
*>DISTRIBUCION (copybooks/distribucion-rec) dice que listado va a que
*>destinatario y que dias se espera. Para cada linea que corresponde
*>al dia de la fecha de proceso este programa controla que el listado
*>sea de la noche (existe, trae al menos una linea con datos y, si la
*>linea nombra el paso que lo produce, ese paso figura OK en
*>RUN-CONTROL para la fecha), lo copia para el destinatario como
*><LISTADO>-<AAAAMMDD>-<DESTINATARIO> e imprime el manifiesto de
*>distribucion en LISTADO-DISTRIBUCION. Cada listado esperado que
*>falta, llego vacio o no corrio su paso levanta una alerta en la cola
*>ALERTAS (Registrar-Alerta, una por listado aunque tenga varios
*>destinatarios) y termina la corrida con RETURN-CODE 4; sin la tabla
*>DISTRIBUCION termina con RETURN-CODE 8.

IDENTIFICATION DIVISION.
PROGRAM-ID. Distribuir-Listados.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DISTRIBUCION ASSIGN TO "DISTRIBUCION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DI-STATUS.
        SELECT RUN-CONTROL ASSIGN TO "RUN-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT REPORTE ASSIGN TO DYNAMIC nombre-reporte
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RE-STATUS.
        SELECT COPIA ASSIGN TO DYNAMIC nombre-copia
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CO-STATUS.
        SELECT LISTADO-DISTRIBUCION ASSIGN TO "LISTADO-DISTRIBUCION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  DISTRIBUCION.
        COPY "distribucion-rec".
    FD  RUN-CONTROL.
        01 RC-REGISTRO.
            05 RC-FECHA    PIC X(8).
            05 RC-SEP1     PIC X(1).
            05 RC-HORA     PIC X(6).
            05 RC-SEP2     PIC X(1).
            05 RC-PASO     PIC 9(2).
            05 RC-SEP3     PIC X(1).
            05 RC-PROGRAMA PIC X(20).
            05 RC-SEP4     PIC X(1).
            05 RC-ESTADO   PIC X(14).
    FD  REPORTE.
        01 RE-LINEA PIC X(250).
    FD  COPIA.
        01 CO-LINEA PIC X(250).
    FD  LISTADO-DISTRIBUCION.
        01 LD-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "alerta-args".
        01 DI-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 RE-STATUS PIC X(2).
        01 CO-STATUS PIC X(2).
        01 LD-STATUS PIC X(2).
        01 fecha-proceso PIC X(8).
        01 dia-semana PIC 9(1).
        01 nombre-reporte PIC X(20).
        01 nombre-copia PIC X(50).
*>Estado de cada linea de la tabla: N no corresponde hoy, O
*>distribuido, F falta, V vacio, R su paso no corrio OK en la fecha,
*>C no se pudo grabar la copia.
        01 cant-dist PIC 9(3) value 0.
        01 tabla-dist.
            05 dist-item OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-dist.
                10 ds-reporte      PIC X(20).
                10 ds-destinatario PIC X(20).
                10 ds-dias         PIC X(7).
                10 ds-programa     PIC X(20).
                10 ds-estado       PIC X(1).
                10 ds-lineas       PIC 9(6).
                10 ds-copia        PIC X(50).
        01 cant-corridas PIC 9(3) value 0.
        01 tabla-corridas.
            05 corrida-ok OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-corridas PIC X(20).
        01 d PIC 9(3).
        01 p PIC 9(3).
        01 c PIC 9(3).
        01 pos-previa PIC 9(3).
        01 paso-encontrado PIC X(1).
        01 lineas-datos PIC 9(6).
        01 cant-esperados PIC 9(3) value 0.
        01 cant-copias PIC 9(3) value 0.
        01 cant-no-corresponde PIC 9(3) value 0.
        01 cant-excepciones PIC 9(3) value 0.
        01 texto-estado PIC X(20).
        01 lineas-ed PIC ZZZZZ9.
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move 0 to RETURN-CODE
    Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    Display "Fecha de proceso (AAAAMMDD, espacios = hoy): "
    Accept fecha-proceso
    IF fecha-proceso = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    END-IF
    Compute dia-semana = FUNCTION MOD (
        FUNCTION INTEGER-OF-DATE (
            FUNCTION NUMVAL (fecha-proceso)), 7)
    IF dia-semana = 0
        Move 7 to dia-semana
    END-IF
    PERFORM 1000-CARGAR-DISTRIBUCION THRU 1000-CARGAR-DISTRIBUCION-EXIT
    IF RETURN-CODE = 8
        GOBACK
    END-IF
    PERFORM 1500-CARGAR-CORRIDAS THRU 1500-CARGAR-CORRIDAS-EXIT
    OPEN OUTPUT LISTADO-DISTRIBUCION
    PERFORM 1800-ENCABEZADO
    PERFORM 2000-REVISAR-LINEA THRU 2000-REVISAR-LINEA-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > cant-dist
    PERFORM 5000-TOTALES
    CLOSE LISTADO-DISTRIBUCION
    IF cant-excepciones > 0
        Move 4 to RETURN-CODE
    END-IF
    Display "Distribucion del " fecha-proceso
        " -> copias: " cant-copias
        " listados con excepcion: " cant-excepciones
    Display "Manifiesto en LISTADO-DISTRIBUCION"
    GOBACK.

1000-CARGAR-DISTRIBUCION.
    OPEN INPUT DISTRIBUCION
    IF DI-STATUS <> "00"
        Display "No se pudo abrir la tabla DISTRIBUCION"
        Move 8 to RETURN-CODE
        INITIALIZE ALE-ARGUMENTOS
        Move "DISTRIBUIR-LISTADOS" to ALE-PROGRAMA
        Move "E" to ALE-SEVERIDAD
        Move "Sin tabla DISTRIBUCION: no se distribuyo ningun listado"
            to ALE-TEXTO
        Move fecha-proceso to ALE-REFERENCIA
        CALL "Registrar-Alerta" USING ALE-ARGUMENTOS
        GO TO 1000-CARGAR-DISTRIBUCION-EXIT
    END-IF
    PERFORM 1100-LEER-DISTRIBUCION
    PERFORM UNTIL DI-STATUS = "10"
        IF DI-REPORTE <> SPACES
            IF cant-dist = 300
                Display "DISTRIBUCION supera las 300 lineas: se"
                    " ignoran las siguientes"
                Move "10" to DI-STATUS
            ELSE
                Compute cant-dist = cant-dist + 1
                Move DI-REPORTE      to ds-reporte (cant-dist)
                Move DI-DESTINATARIO to ds-destinatario (cant-dist)
                Move DI-DIAS         to ds-dias (cant-dist)
                Move DI-PROGRAMA     to ds-programa (cant-dist)
                Move SPACE           to ds-estado (cant-dist)
                Move 0               to ds-lineas (cant-dist)
                Move SPACES          to ds-copia (cant-dist)
            END-IF
        END-IF
        IF DI-STATUS <> "10"
            PERFORM 1100-LEER-DISTRIBUCION
        END-IF
    END-PERFORM
    CLOSE DISTRIBUCION.
1000-CARGAR-DISTRIBUCION-EXIT.
    EXIT.

1100-LEER-DISTRIBUCION.
    READ DISTRIBUCION
    NOT AT END
        CONTINUE
    END-READ.

*>Pasos del plan que terminaron OK en la fecha de proceso, de esta
*>ventana o de un relanzamiento.
1500-CARGAR-CORRIDAS.
    OPEN INPUT RUN-CONTROL
    IF RC-STATUS <> "00"
        GO TO 1500-CARGAR-CORRIDAS-EXIT
    END-IF
    PERFORM 1600-LEER-CONTROL
    PERFORM UNTIL RC-STATUS = "10" OR cant-corridas = 200
        IF RC-FECHA = fecha-proceso AND RC-ESTADO = "OK"
            Compute cant-corridas = cant-corridas + 1
            Move RC-PROGRAMA to corrida-ok (cant-corridas)
        END-IF
        PERFORM 1600-LEER-CONTROL
    END-PERFORM
    CLOSE RUN-CONTROL.
1500-CARGAR-CORRIDAS-EXIT.
    EXIT.

1600-LEER-CONTROL.
    READ RUN-CONTROL
    NOT AT END
        CONTINUE
    END-READ.

1800-ENCABEZADO.
    Move SPACES to linea-impresion
    STRING "MANIFIESTO DE DISTRIBUCION DE LISTADOS DEL " DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "LISTADO              DESTINATARIO         LINEAS ESTADO      "
        & "         COPIA" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

*>Un listado con varios destinatarios se controla una sola vez: las
*>lineas siguientes toman el resultado de la primera y solo agregan
*>su copia.
2000-REVISAR-LINEA.
    IF ds-dias (d) <> SPACES
    AND ds-dias (d) (dia-semana:1) <> "S"
    AND ds-dias (d) (dia-semana:1) <> "s"
        Move "N" to ds-estado (d)
        Compute cant-no-corresponde = cant-no-corresponde + 1
        PERFORM 4000-IMPRIMIR-LINEA
        GO TO 2000-REVISAR-LINEA-EXIT
    END-IF
    Move 0 to pos-previa
    PERFORM 2100-BUSCAR-PREVIA THRU 2100-BUSCAR-PREVIA-EXIT
        VARYING p FROM 1 BY 1 UNTIL p >= d OR pos-previa > 0
    IF pos-previa > 0
        IF ds-estado (pos-previa) = "C"
            Move "O" to ds-estado (d)
        ELSE
            Move ds-estado (pos-previa) to ds-estado (d)
        END-IF
        Move ds-lineas (pos-previa) to ds-lineas (d)
    ELSE
        Compute cant-esperados = cant-esperados + 1
        PERFORM 2500-EVALUAR-REPORTE THRU 2500-EVALUAR-REPORTE-EXIT
        IF ds-estado (d) <> "O"
            PERFORM 2900-EXCEPCION
        END-IF
    END-IF
    IF ds-estado (d) = "O"
        PERFORM 2700-COPIAR-REPORTE THRU 2700-COPIAR-REPORTE-EXIT
    END-IF
    PERFORM 4000-IMPRIMIR-LINEA.
2000-REVISAR-LINEA-EXIT.
    EXIT.

2100-BUSCAR-PREVIA.
    IF ds-reporte (p) = ds-reporte (d) AND ds-estado (p) <> "N"
        Move p to pos-previa
    END-IF.
2100-BUSCAR-PREVIA-EXIT.
    EXIT.

*>El listado es de la noche si su paso (cuando la linea lo nombra)
*>corrio OK en la fecha, y si existe con al menos una linea no vacia.
2500-EVALUAR-REPORTE.
    IF ds-programa (d) <> SPACES
        Move "N" to paso-encontrado
        PERFORM 2600-BUSCAR-CORRIDA THRU 2600-BUSCAR-CORRIDA-EXIT
            VARYING c FROM 1 BY 1
            UNTIL c > cant-corridas OR paso-encontrado = "S"
        IF paso-encontrado = "N"
            Move "R" to ds-estado (d)
            GO TO 2500-EVALUAR-REPORTE-EXIT
        END-IF
    END-IF
    Move ds-reporte (d) to nombre-reporte
    OPEN INPUT REPORTE
    IF RE-STATUS <> "00"
        Move "F" to ds-estado (d)
        GO TO 2500-EVALUAR-REPORTE-EXIT
    END-IF
    Move 0 to lineas-datos
    PERFORM 2550-LEER-REPORTE
    PERFORM UNTIL RE-STATUS <> "00"
        IF RE-LINEA <> SPACES
            Compute lineas-datos = lineas-datos + 1
        END-IF
        PERFORM 2550-LEER-REPORTE
    END-PERFORM
    CLOSE REPORTE
    Move lineas-datos to ds-lineas (d)
    IF lineas-datos = 0
        Move "V" to ds-estado (d)
    ELSE
        Move "O" to ds-estado (d)
    END-IF.
2500-EVALUAR-REPORTE-EXIT.
    EXIT.

2550-LEER-REPORTE.
    READ REPORTE
    NOT AT END
        CONTINUE
    END-READ.

2600-BUSCAR-CORRIDA.
    IF corrida-ok (c) = ds-programa (d)
        Move "S" to paso-encontrado
    END-IF.
2600-BUSCAR-CORRIDA-EXIT.
    EXIT.

2700-COPIAR-REPORTE.
    Move SPACES to nombre-copia
    STRING FUNCTION TRIM (ds-reporte (d)) DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        "-" DELIMITED BY SIZE
        ds-destinatario (d) DELIMITED BY SPACE
        INTO nombre-copia
    END-STRING
    Move ds-reporte (d) to nombre-reporte
    OPEN INPUT REPORTE
    IF RE-STATUS <> "00"
        Move "C" to ds-estado (d)
        PERFORM 2900-EXCEPCION
        GO TO 2700-COPIAR-REPORTE-EXIT
    END-IF
    OPEN OUTPUT COPIA
    IF CO-STATUS <> "00"
        CLOSE REPORTE
        Move "C" to ds-estado (d)
        PERFORM 2900-EXCEPCION
        GO TO 2700-COPIAR-REPORTE-EXIT
    END-IF
    PERFORM 2550-LEER-REPORTE
    PERFORM UNTIL RE-STATUS <> "00"
        Move RE-LINEA to CO-LINEA
        WRITE CO-LINEA
        PERFORM 2550-LEER-REPORTE
    END-PERFORM
    CLOSE COPIA
    CLOSE REPORTE
    Move nombre-copia to ds-copia (d)
    Compute cant-copias = cant-copias + 1.
2700-COPIAR-REPORTE-EXIT.
    EXIT.

2900-EXCEPCION.
    Compute cant-excepciones = cant-excepciones + 1
    PERFORM 4500-TEXTO-ESTADO
    INITIALIZE ALE-ARGUMENTOS
    Move "DISTRIBUIR-LISTADOS" to ALE-PROGRAMA
    Move "A" to ALE-SEVERIDAD
    STRING "Listado esperado sin distribuir: " DELIMITED BY SIZE
        texto-estado DELIMITED BY SIZE
        INTO ALE-TEXTO
    END-STRING
    Move ds-reporte (d) to ALE-REFERENCIA
    CALL "Registrar-Alerta" USING ALE-ARGUMENTOS.

4000-IMPRIMIR-LINEA.
    PERFORM 4500-TEXTO-ESTADO
    Move ds-lineas (d) to lineas-ed
    Move SPACES to linea-impresion
    Move ds-reporte (d)      to linea-impresion (1:20)
    Move ds-destinatario (d) to linea-impresion (22:20)
    IF ds-estado (d) <> "N" AND ds-estado (d) <> "F"
    AND ds-estado (d) <> "R"
        Move lineas-ed to linea-impresion (43:6)
    END-IF
    Move texto-estado        to linea-impresion (50:20)
    Move ds-copia (d)        to linea-impresion (71:50)
    PERFORM 6900-ESCRIBIR-LINEA.

4500-TEXTO-ESTADO.
    EVALUATE ds-estado (d)
        WHEN "O"
            Move "DISTRIBUIDO" to texto-estado
        WHEN "N"
            Move "NO CORRESPONDE HOY" to texto-estado
        WHEN "F"
            Move "FALTA" to texto-estado
        WHEN "V"
            Move "VACIO" to texto-estado
        WHEN "R"
            Move "SU PASO NO CORRIO" to texto-estado
        WHEN "C"
            Move "ERROR AL COPIAR" to texto-estado
        WHEN OTHER
            Move SPACES to texto-estado
    END-EVALUATE.

5000-TOTALES.
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    STRING "Listados esperados hoy: " DELIMITED BY SIZE
        cant-esperados DELIMITED BY SIZE
        "   copias distribuidas: " DELIMITED BY SIZE
        cant-copias DELIMITED BY SIZE
        "   excepciones: " DELIMITED BY SIZE
        cant-excepciones DELIMITED BY SIZE
        "   lineas que no corresponden hoy: " DELIMITED BY SIZE
        cant-no-corresponde DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA.
