*>Control de renovacion de becas de cada periodo: el comite exige que
*>el becado mantenga un promedio minimo de retencion. Toma las becas
*>de BECAS-OTORGADAS vigentes en el periodo pedido (AAAAMM, espacios =
*>mes actual), les busca el ultimo promedio en HISTORIA-ALUMNOS (la
*>linea de fecha mas alta, como en Becas) y lista en
*>LISTADO-RENOVACION-BECAS a cada becado con su promedio, marcando
*>DEBAJO DEL PISO al que cayo por debajo del piso de retencion y SIN
*>PROMEDIO al que no tiene historia. La beca no se da de baja: eso lo
*>decide el comite con el listado. Termina con RETURN-CODE 4 si hay
*>algun becado marcado. El nombre del becado sale enmascarado por
*>Enmascarar-Dato (solo las iniciales) salvo que el control lo corra
*>un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Renovar-Becas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT BECAS-OTORGADAS ASSIGN TO "BECAS-OTORGADAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BO-STATUS.
        SELECT HISTORIA-ALUMNOS ASSIGN TO "HISTORIA-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HA-STATUS.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT LISTADO-RENOVACION-BECAS
            ASSIGN TO "LISTADO-RENOVACION-BECAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  BECAS-OTORGADAS.
        COPY "beca-otorgada".
    FD  HISTORIA-ALUMNOS.
        COPY "historia-alumnos".
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  LISTADO-RENOVACION-BECAS.
        01 LR-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        01 BO-STATUS PIC X(2).
        01 HA-STATUS PIC X(2).
        01 RA-STATUS PIC X(2).
        01 LR-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 periodo-control PIC X(6).
        01 periodo-partes REDEFINES periodo-control.
            05 anio-control PIC 9(4).
            05 mes-control  PIC 9(2).
        01 PISO-RETENCION PIC 9(2)V99 value 7.00.
        01 piso-pedido PIC 9(2)V99.
        01 cant-becados PIC 9(4) value 0.
        01 tabla-becados.
            05 becado OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-becados.
                10 bec-legajo     PIC 9(8).
                10 bec-nombre     PIC X(30).
                10 bec-porcentaje PIC 9(3).
                10 bec-hasta      PIC X(6).
                10 bec-resolucion PIC X(12).
                10 bec-promedio   PIC S9(3)V99.
                10 bec-fecha      PIC X(8).
        01 b PIC 9(4).
        01 tabla-llena PIC X(1) value "N".
        01 situacion PIC X(16).
        01 promedio-ed PIC -ZZ9.99.
        01 promedio-texto PIC X(7).
        01 piso-ed PIC Z9.99.
        01 cant-debajo PIC 9(4) value 0.
        01 cant-sin-promedio PIC 9(4) value 0.
        01 linea-impresion PIC X(100).
        COPY "mascara-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Periodo a controlar (AAAAMM, espacios = mes actual): "
    Accept periodo-control
    IF periodo-control = SPACES
        Move fecha-hoy (1:6) to periodo-control
    END-IF
    IF periodo-control IS NOT NUMERIC
    OR mes-control < 1 OR mes-control > 12
        Display "Error: periodo invalido " periodo-control
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Move PISO-RETENCION to piso-ed
    Display "Piso de retencion (0 = " piso-ed "): "
    Accept piso-pedido
    IF piso-pedido = 0
        Move PISO-RETENCION to piso-pedido
    END-IF
    PERFORM 1000-CARGAR-BECAS THRU 1000-CARGAR-BECAS-EXIT
    IF cant-becados = 0
        Display "No hay becas vigentes en el periodo " periodo-control
        STOP RUN
    END-IF
    PERFORM 2000-BUSCAR-PROMEDIOS THRU 2000-BUSCAR-PROMEDIOS-EXIT
    PERFORM 3000-BUSCAR-NOMBRES THRU 3000-BUSCAR-NOMBRES-EXIT
    Move "I" to MSC-FUNCION
    Move "RENOVAR-BECAS" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    OPEN OUTPUT LISTADO-RENOVACION-BECAS
    Move piso-pedido to piso-ed
    Move SPACES to linea-impresion
    STRING "CONTROL DE RENOVACION DE BECAS - PERIODO " DELIMITED BY SIZE
        periodo-control DELIMITED BY SIZE
        "  PISO " DELIMITED BY SIZE
        piso-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move "LEGAJO   NOMBRE                         BECA HASTA  RESOLUCION   PROMEDIO SITUACION"
        to LR-LINEA
    WRITE LR-LINEA
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    PERFORM 4000-EVALUAR-BECADO THRU 4000-EVALUAR-BECADO-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > cant-becados
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    STRING "BECADOS: " DELIMITED BY SIZE
        cant-becados DELIMITED BY SIZE
        "  DEBAJO DEL PISO: " DELIMITED BY SIZE
        cant-debajo DELIMITED BY SIZE
        "  SIN PROMEDIO: " DELIMITED BY SIZE
        cant-sin-promedio DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    CLOSE LISTADO-RENOVACION-BECAS
    Display "Becados del periodo: " cant-becados
        "  debajo del piso: " cant-debajo
        "  sin promedio: " cant-sin-promedio
        " (ver LISTADO-RENOVACION-BECAS)"
    IF cant-debajo > 0 OR cant-sin-promedio > 0
        Move 4 to RETURN-CODE
    END-IF
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena (2000), control incompleto"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-BECAS.
    OPEN INPUT BECAS-OTORGADAS
    IF BO-STATUS <> "00"
        Display "No se pudo abrir el archivo BECAS-OTORGADAS"
        GO TO 1000-CARGAR-BECAS-EXIT
    END-IF
    PERFORM 1100-LEER-BECA
    PERFORM UNTIL BO-STATUS = "10"
        IF BO-DESDE <= periodo-control AND BO-HASTA >= periodo-control
            IF cant-becados = 2000
                Move "S" to tabla-llena
            ELSE
                Compute cant-becados = cant-becados + 1
                INITIALIZE becado (cant-becados)
                Move BO-LEGAJO     to bec-legajo (cant-becados)
                Move BO-PORCENTAJE to bec-porcentaje (cant-becados)
                Move BO-HASTA      to bec-hasta (cant-becados)
                Move BO-RESOLUCION to bec-resolucion (cant-becados)
                Move SPACES        to bec-fecha (cant-becados)
            END-IF
        END-IF
        PERFORM 1100-LEER-BECA
    END-PERFORM
    CLOSE BECAS-OTORGADAS.
1000-CARGAR-BECAS-EXIT.
    EXIT.

1100-LEER-BECA.
    READ BECAS-OTORGADAS
    NOT AT END
        CONTINUE
    END-READ.

*>El promedio que cuenta es el de la linea con la fecha mas alta del
*>legajo en la historia, igual que en el ranking de Becas.
2000-BUSCAR-PROMEDIOS.
    OPEN INPUT HISTORIA-ALUMNOS
    IF HA-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir HISTORIA-ALUMNOS,"
            " todos los becados salen sin promedio"
        GO TO 2000-BUSCAR-PROMEDIOS-EXIT
    END-IF
    PERFORM 2100-LEER-HISTORIA
    PERFORM UNTIL HA-STATUS = "10"
        PERFORM 2200-ASIGNAR-PROMEDIO THRU 2200-ASIGNAR-PROMEDIO-EXIT
            VARYING b FROM 1 BY 1 UNTIL b > cant-becados
        PERFORM 2100-LEER-HISTORIA
    END-PERFORM
    CLOSE HISTORIA-ALUMNOS.
2000-BUSCAR-PROMEDIOS-EXIT.
    EXIT.

2100-LEER-HISTORIA.
    READ HISTORIA-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

2200-ASIGNAR-PROMEDIO.
    IF bec-legajo (b) = HA-LEGAJO AND HA-FECHA >= bec-fecha (b)
        Move HA-PROMEDIO to bec-promedio (b)
        Move HA-FECHA    to bec-fecha (b)
    END-IF.
2200-ASIGNAR-PROMEDIO-EXIT.
    EXIT.

3000-BUSCAR-NOMBRES.
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        GO TO 3000-BUSCAR-NOMBRES-EXIT
    END-IF
    PERFORM 3100-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        PERFORM 3200-ASIGNAR-NOMBRE THRU 3200-ASIGNAR-NOMBRE-EXIT
            VARYING b FROM 1 BY 1 UNTIL b > cant-becados
        PERFORM 3100-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS.
3000-BUSCAR-NOMBRES-EXIT.
    EXIT.

3100-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

3200-ASIGNAR-NOMBRE.
    IF bec-legajo (b) = RA-LEGAJO
        Move RA-NOMBRE to bec-nombre (b)
    END-IF.
3200-ASIGNAR-NOMBRE-EXIT.
    EXIT.

4000-EVALUAR-BECADO.
    Move bec-promedio (b) to promedio-ed
    Move promedio-ed to promedio-texto
    EVALUATE TRUE
        WHEN bec-fecha (b) = SPACES
            Move "SIN PROMEDIO" to situacion
            Move SPACES to promedio-texto
            Compute cant-sin-promedio = cant-sin-promedio + 1
        WHEN bec-promedio (b) < piso-pedido
            Move "DEBAJO DEL PISO" to situacion
            Compute cant-debajo = cant-debajo + 1
        WHEN OTHER
            Move "RETIENE" to situacion
    END-EVALUATE
    Move "N" to MSC-FUNCION
    Move bec-nombre (b) to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING bec-legajo (b) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MSC-SALIDA (1:30) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        bec-porcentaje (b) DELIMITED BY SIZE
        "% " DELIMITED BY SIZE
        bec-hasta (b) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        bec-resolucion (b) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        promedio-texto DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        situacion DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.
4000-EVALUAR-BECADO-EXIT.
    EXIT.
