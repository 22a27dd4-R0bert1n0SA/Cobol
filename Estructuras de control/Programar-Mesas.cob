*>Calendario de mesas de examen: las mesas se anunciaban en la
*>cartelera y Ejercicio12 recien se enteraba de la mesa al abrir el
*>acta. Por cada mesa se tipea el modulo (validado contra MODULOS), el
*>periodo de cursada que se rinde, la fecha, el docente a cargo
*>(validado contra DOCENTES: activo y habilitado en el modulo), el
*>aula con su cupo y la fecha de cierre de la inscripcion, que no
*>puede ser posterior a la mesa. La mesa se graba en MESAS (layout de
*>copybooks/mesa-rec) con el numero siguiente al ultimo. No se acepta
*>una segunda mesa del mismo modulo el mismo dia.

IDENTIFICATION DIVISION.
PROGRAM-ID. Programar-Mesas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT MESAS ASSIGN TO "MESAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MS-STATUS.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT DOCENTES ASSIGN TO "DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DO-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  MESAS.
        COPY "mesa-rec".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  DOCENTES.
        COPY "docente-rec".
    WORKING-STORAGE SECTION.
        01 MS-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 DO-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-mesas PIC X(1) value "S".
        01 ultimo-numero PIC 9(6) value 0.
        01 modulo-mesa PIC X(6).
        01 modulo-encontrado PIC X(1).
        01 nombre-modulo PIC X(20).
        01 periodo-mesa PIC X(6).
        01 fecha-mesa PIC X(8).
        01 mesa-repetida PIC X(1).
        01 numero-repetida PIC 9(6).
        01 docente-mesa PIC X(4).
        01 docente-valido PIC X(1).
        01 nombre-docente PIC X(30).
        01 motivo-docente PIC X(50).
        01 h PIC 9(2).
        01 aula-mesa PIC X(10).
        01 cupo-mesa PIC 9(3).
        01 cierre-mesa PIC X(8).
        01 cant-mesas PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0500-BUSCAR-ULTIMO THRU 0500-BUSCAR-ULTIMO-EXIT
    Perform Until hay-mas-mesas = "N" or hay-mas-mesas = "n"
        PERFORM 1000-TOMAR-MESA THRU 1000-TOMAR-MESA-EXIT
        Display "¿Desea programar otra mesa? (S/N): "
        Accept hay-mas-mesas
    End-Perform
    Display "Mesas programadas: " cant-mesas
    STOP RUN.

0500-BUSCAR-ULTIMO.
    OPEN INPUT MESAS
    IF MS-STATUS <> "00"
        GO TO 0500-BUSCAR-ULTIMO-EXIT
    END-IF
    PERFORM 0510-LEER-MESA
    PERFORM UNTIL MS-STATUS = "10"
        IF MS-NUMERO > ultimo-numero
            Move MS-NUMERO to ultimo-numero
        END-IF
        PERFORM 0510-LEER-MESA
    END-PERFORM
    CLOSE MESAS.
0500-BUSCAR-ULTIMO-EXIT.
    EXIT.

0510-LEER-MESA.
    READ MESAS
    NOT AT END
        CONTINUE
    END-READ.

1000-TOMAR-MESA.
    Display "Modulo de la mesa (codigo): "
    Accept modulo-mesa
    PERFORM 2000-BUSCAR-MODULO THRU 2000-BUSCAR-MODULO-EXIT
    IF modulo-encontrado = "N"
        Display "Error: el modulo " modulo-mesa " no figura en MODULOS"
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "  " modulo-mesa " " nombre-modulo
    Display "Periodo de cursada que se rinde (AAAAPP): "
    Accept periodo-mesa
    IF periodo-mesa IS NOT NUMERIC
        Display "Error: periodo invalido " periodo-mesa
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "Fecha de la mesa (AAAAMMDD): "
    Accept fecha-mesa
    IF fecha-mesa IS NOT NUMERIC
        Display "Error: fecha invalida " fecha-mesa
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    IF fecha-mesa < fecha-hoy
        Display "Error: la fecha de la mesa ya paso"
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    PERFORM 3000-BUSCAR-REPETIDA THRU 3000-BUSCAR-REPETIDA-EXIT
    IF mesa-repetida = "S"
        Display "Error: ya esta programada la mesa " numero-repetida
            " de " modulo-mesa " el " fecha-mesa
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "Docente a cargo de la mesa (codigo): "
    Accept docente-mesa
    PERFORM 4000-VALIDAR-DOCENTE THRU 4000-VALIDAR-DOCENTE-EXIT
    IF docente-valido = "N"
        Display "Error: " motivo-docente
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "  " docente-mesa " " nombre-docente
    Display "Aula: "
    Accept aula-mesa
    IF aula-mesa = SPACES
        Display "Error: el aula es obligatoria"
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "Cupo del aula (alumnos): "
    Accept cupo-mesa
    IF cupo-mesa = 0
        Display "Error: el cupo debe ser mayor que cero"
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    Display "Cierre de inscripcion (AAAAMMDD, inclusive): "
    Accept cierre-mesa
    IF cierre-mesa IS NOT NUMERIC
        Display "Error: fecha invalida " cierre-mesa
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    IF cierre-mesa > fecha-mesa
        Display "Error: el cierre de inscripcion es posterior a la"
            " mesa"
        GO TO 1000-TOMAR-MESA-EXIT
    END-IF
    PERFORM 5000-GRABAR-MESA
    Display "Mesa " ultimo-numero " programada: " modulo-mesa " el "
        fecha-mesa " aula " aula-mesa " cupo " cupo-mesa
        " inscripcion hasta el " cierre-mesa.
1000-TOMAR-MESA-EXIT.
    EXIT.

2000-BUSCAR-MODULO.
    Move "N" to modulo-encontrado
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "No se pudo abrir el archivo MODULOS"
        GO TO 2000-BUSCAR-MODULO-EXIT
    END-IF
    PERFORM 2100-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10"
        IF MD-COD = modulo-mesa
            Move "S" to modulo-encontrado
            Move MD-NOMBRE to nombre-modulo
        END-IF
        PERFORM 2100-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS.
2000-BUSCAR-MODULO-EXIT.
    EXIT.

2100-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

3000-BUSCAR-REPETIDA.
    Move "N" to mesa-repetida
    OPEN INPUT MESAS
    IF MS-STATUS <> "00"
        GO TO 3000-BUSCAR-REPETIDA-EXIT
    END-IF
    PERFORM 0510-LEER-MESA
    PERFORM UNTIL MS-STATUS = "10"
        IF MS-MODULO = modulo-mesa AND MS-FECHA = fecha-mesa
            Move "S" to mesa-repetida
            Move MS-NUMERO to numero-repetida
        END-IF
        PERFORM 0510-LEER-MESA
    END-PERFORM
    CLOSE MESAS.
3000-BUSCAR-REPETIDA-EXIT.
    EXIT.

*>Mismo criterio que la apertura del acta en Ejercicio12: sin maestro
*>se avisa y se acepta el codigo.
4000-VALIDAR-DOCENTE.
    Move SPACES to nombre-docente
    OPEN INPUT DOCENTES
    IF DO-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir DOCENTES,"
            " no se valida el docente"
        Move "S" to docente-valido
        GO TO 4000-VALIDAR-DOCENTE-EXIT
    END-IF
    Move "N" to docente-valido
    Move "el docente no figura en el maestro DOCENTES"
        to motivo-docente
    PERFORM 4100-LEER-DOCENTE
    PERFORM UNTIL DO-STATUS = "10"
        IF DO-CODIGO = docente-mesa
            Move DO-NOMBRE to nombre-docente
            IF DO-ACTIVO <> "S"
                Move "el docente esta dado de baja" to motivo-docente
            ELSE
                Move "el docente no esta habilitado en el modulo"
                    to motivo-docente
                PERFORM 4200-BUSCAR-HABILITACION
                    THRU 4200-BUSCAR-HABILITACION-EXIT
                    VARYING h FROM 1 BY 1 UNTIL h > 10
            END-IF
        END-IF
        PERFORM 4100-LEER-DOCENTE
    END-PERFORM
    CLOSE DOCENTES.
4000-VALIDAR-DOCENTE-EXIT.
    EXIT.

4100-LEER-DOCENTE.
    READ DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

4200-BUSCAR-HABILITACION.
    IF DO-MODULO (h) = modulo-mesa
        Move "S" to docente-valido
    END-IF.
4200-BUSCAR-HABILITACION-EXIT.
    EXIT.

5000-GRABAR-MESA.
    Compute ultimo-numero = ultimo-numero + 1
    OPEN EXTEND MESAS
    IF MS-STATUS = "35"
        OPEN OUTPUT MESAS
    END-IF
    INITIALIZE MS-REGISTRO
    Move ultimo-numero to MS-NUMERO
    Move SPACE         to MS-SEP1
    Move modulo-mesa   to MS-MODULO
    Move SPACE         to MS-SEP2
    Move periodo-mesa  to MS-PERIODO
    Move SPACE         to MS-SEP3
    Move fecha-mesa    to MS-FECHA
    Move SPACE         to MS-SEP4
    Move docente-mesa  to MS-DOCENTE
    Move SPACE         to MS-SEP5
    Move aula-mesa     to MS-AULA
    Move SPACE         to MS-SEP6
    Move cupo-mesa     to MS-CUPO
    Move SPACE         to MS-SEP7
    Move cierre-mesa   to MS-CIERRE
    WRITE MS-REGISTRO
    CLOSE MESAS
    Compute cant-mesas = cant-mesas + 1.
