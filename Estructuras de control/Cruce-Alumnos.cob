*>           es el promedio mas reciente); el cruce es un apareo
*>           secuencial de los dos flujos. El aborte por tabla llena
*>           se retira: "el archivo crecio" deja de ser un corte.
*>2026-10-15 el extracto se lee con las rectificaciones aprobadas
*>           aplicadas (Corregir-Resultado) antes de ordenarlo, asi el
*>           mejor intento se elige sobre la nota corregida.
*>2026-10-15 los modulos reconocidos por resolucion (EQUIVALENCIAS)
*>           entran al flujo EPA como APROBADO sin nota y salen en
*>           ALUMNOS-COMBINADO, que gana AC-MODULO y AC-ORIGEN ("A"
*>           nota de acta, "E" equivalencia). Dentro de un modulo el
*>           aprobado le gana al desaprobado antes que la nota mas
*>           alta, asi la equivalencia no queda tapada por un aplazo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cruce-Alumnos.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EQ-STATUS.
        SELECT HISTORIA-ALUMNOS ASSIGN TO "HISTORIA-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HA-STATUS.
    FILE SECTION.
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  EQUIVALENCIAS.
        COPY "equivalencia-rec".
    FD  HISTORIA-ALUMNOS.
        COPY "historia-alumnos".
    FD  ALUMNOS-COMBINADO.
            05 AC-PROMEDIO  PIC S9(3)V9(2) SIGN IS TRAILING SEPARATE.
            05 AC-SEP5      PIC X(1).
            05 AC-FECHA     PIC X(8).
            05 AC-SEP6      PIC X(1).
            05 AC-MODULO    PIC X(6).
            05 AC-SEP7      PIC X(1).
            05 AC-ORIGEN    PIC X(1).
    FD  EPA-ORDENADO.
        01 EO-REGISTRO.
            05 EO-LEGAJO PIC S9(8) SIGN IS LEADING SEPARATE.
            05 EO-MODULO PIC X(6).
            05 EO-APROBADO PIC X(1).
            05 EO-NOTA   PIC 9(2).
            05 EO-NOMBRE PIC X(30).
            05 EO-ESTADO PIC X(10).
            05 EO-ORIGEN PIC X(1).
    FD  HIST-ORDENADO.
        01 HO-REGISTRO.
            05 HO-LEGAJO   PIC S9(8) SIGN IS LEADING SEPARATE.
        01 OE-REGISTRO.
            05 OE-LEGAJO PIC S9(8) SIGN IS LEADING SEPARATE.
            05 OE-MODULO PIC X(6).
            05 OE-APROBADO PIC X(1).
            05 OE-NOTA   PIC 9(2).
            05 OE-NOMBRE PIC X(30).
            05 OE-ESTADO PIC X(10).
            05 OE-ORIGEN PIC X(1).
    SD  ORDEN-HIST.
        01 OH-REGISTRO.
            05 OH-LEGAJO   PIC S9(8) SIGN IS LEADING SEPARATE.
            05 OH-FECHA    PIC X(8).
            05 OH-PROMEDIO PIC S9(3)V9(2) SIGN IS TRAILING SEPARATE.
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 ER-STATUS PIC X(2).
        01 EQ-STATUS PIC X(2).
        01 HA-STATUS PIC X(2).
        01 AC-STATUS PIC X(2).
        01 EO-STATUS PIC X(2).
        01 efe-nota   PIC 9(2).
        01 efe-nombre PIC X(30).
        01 efe-estado PIC X(10).
        01 efe-origen PIC X(1).
        01 hay-efectivo PIC X(1).
        01 ult-legajo   PIC S9(8).
        01 ult-fecha    PIC X(8).
        01 pend-nota   PIC 9(2).
        01 pend-nombre PIC X(30).
        01 pend-estado PIC X(10).
        01 pend-origen PIC X(1).
        01 hay-pend-hist PIC X(1) value "N".
        01 pendh-legajo   PIC S9(8).
        01 pendh-fecha    PIC X(8).
        01 grupo-cerrado PIC X(1).
PROCEDURE DIVISION.
0000-MAINLINE.
    SORT ORDEN-EPA ON ASCENDING KEY OE-LEGAJO OE-MODULO OE-APROBADO
        OE-NOTA
        WITH DUPLICATES IN ORDER
        INPUT PROCEDURE IS 0900-SOLTAR-ENTRADA
            THRU 0900-SOLTAR-ENTRADA-EXIT
        GIVING EPA-ORDENADO
    SORT ORDEN-HIST ON ASCENDING KEY OH-LEGAJO OH-FECHA
        WITH DUPLICATES IN ORDER
        " solo Facultad: " cant-solo-fac
    STOP RUN.

0900-SOLTAR-ENTRADA.
    PERFORM 1000-SOLTAR-EPA THRU 1000-SOLTAR-EPA-EXIT
    PERFORM 1200-SOLTAR-EQUIVALENCIAS
        THRU 1200-SOLTAR-EQUIVALENCIAS-EXIT.
0900-SOLTAR-ENTRADA-EXIT.
    EXIT.

1000-SOLTAR-EPA.
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
    PERFORM UNTIL ER-STATUS = "10"
        Move ER-LEGAJO to OE-LEGAJO
        Move ER-MODULO to OE-MODULO
        IF ER-ESTADO = "APROBADO"
            Move "S" to OE-APROBADO
        ELSE
            Move "N" to OE-APROBADO
        END-IF
        Move ER-NOTA   to OE-NOTA
        Move ER-NOMBRE to OE-NOMBRE
        Move ER-ESTADO to OE-ESTADO
        Move "A"       to OE-ORIGEN
        RELEASE OE-REGISTRO
        PERFORM 1100-LEER-EPA
    END-PERFORM

1100-LEER-EPA.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 1150-CORREGIR-EPA
    END-READ.

1150-CORREGIR-EPA.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

*>La equivalencia entra como APROBADO sin nota: entre dos aprobados
*>del mismo modulo gana la nota de acta, que ordena despues.
1200-SOLTAR-EQUIVALENCIAS.
    OPEN INPUT EQUIVALENCIAS
    IF EQ-STATUS <> "00"
        GO TO 1200-SOLTAR-EQUIVALENCIAS-EXIT
    END-IF
    PERFORM 1300-LEER-EQUIVALENCIA
    PERFORM UNTIL EQ-STATUS = "10"
        Move EQ-LEGAJO  to OE-LEGAJO
        Move EQ-MODULO  to OE-MODULO
        Move "S"        to OE-APROBADO
        Move 0          to OE-NOTA
        Move EQ-NOMBRE  to OE-NOMBRE
        Move "APROBADO" to OE-ESTADO
        Move "E"        to OE-ORIGEN
        RELEASE OE-REGISTRO
        PERFORM 1300-LEER-EQUIVALENCIA
    END-PERFORM
    CLOSE EQUIVALENCIAS.
1200-SOLTAR-EQUIVALENCIAS-EXIT.
    EXIT.

1300-LEER-EQUIVALENCIA.
    READ EQUIVALENCIAS
    NOT AT END
        CONTINUE
    END-READ.
    Move pend-nota   to efe-nota
    Move pend-nombre to efe-nombre
    Move pend-estado to efe-estado
    Move pend-origen to efe-origen
    Move "N" to grupo-cerrado
    PERFORM 4200-AVANZAR-GRUPO-EPA THRU 4200-AVANZAR-GRUPO-EPA-EXIT
        UNTIL grupo-cerrado = "S".
            Move EO-NOTA   to pend-nota
            Move EO-NOMBRE to pend-nombre
            Move EO-ESTADO to pend-estado
            Move EO-ORIGEN to pend-origen
    END-READ.

4200-AVANZAR-GRUPO-EPA.
        Move pend-nota   to efe-nota
        Move pend-nombre to efe-nombre
        Move pend-estado to efe-estado
        Move pend-origen to efe-origen
    ELSE
        Move "S" to grupo-cerrado
    END-IF.
    Move ult-promedio to AC-PROMEDIO
    Move SPACE        to AC-SEP5
    Move ult-fecha    to AC-FECHA
    Move SPACE        to AC-SEP6
    Move efe-modulo   to AC-MODULO
    Move SPACE        to AC-SEP7
    Move efe-origen   to AC-ORIGEN
    WRITE AC-REGISTRO.
