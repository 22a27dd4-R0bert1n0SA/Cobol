*>Pedido de rectificacion de una nota ya asentada en un acta de
*>examen: por cada pedido se tipea el numero de acta (validado contra
*>ACTAS) y el legajo del alumno, el programa muestra la nota y el
*>estado vigentes de ese alumno en esa acta (con las rectificaciones
*>ya aprobadas aplicadas por Corregir-Resultado) y toma la nota
*>erronea, que tiene que coincidir con la vigente, la nota correcta,
*>el motivo y el docente que pide el cambio (espacios = el docente a
*>cargo del acta). El pedido se graba en RECTIFICACIONES como
*>pendiente con el numero siguiente al ultimo; la nota no cambia
*>hasta que un supervisor lo aprueba en Aprobar-Rectificaciones. No
*>se acepta un segundo pedido pendiente para la misma nota.

IDENTIFICATION DIVISION.
PROGRAM-ID. Solicitar-Rectificacion.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ACTAS ASSIGN TO "ACTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AT-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT RECTIFICACIONES ASSIGN TO "RECTIFICACIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ACTAS.
        COPY "acta-rec".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  RECTIFICACIONES.
        COPY "rectificacion-rec".
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 AT-STATUS PIC X(2).
        01 ER-STATUS PIC X(2).
        01 RF-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 hay-mas-pedidos PIC X(1) value "S".
        01 ultimo-numero PIC 9(6) value 0.
        01 acta-pedida PIC 9(6).
        01 acta-encontrada PIC X(1).
        01 modulo-acta PIC X(6).
        01 docente-acta PIC X(4).
        01 legajo-pedido PIC 9(8).
        01 nota-encontrada PIC X(1).
        01 nombre-alumno PIC X(30).
        01 nota-vigente PIC 9(2).
        01 estado-vigente PIC X(10).
        01 hay-pendiente PIC X(1).
        01 nota-erronea PIC 9(2).
        01 nota-correcta PIC 9(2).
        01 motivo-pedido PIC X(40).
        01 docente-pedido PIC X(4).
        01 cant-pedidos PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0500-BUSCAR-ULTIMO THRU 0500-BUSCAR-ULTIMO-EXIT
    Perform Until hay-mas-pedidos = "N" or hay-mas-pedidos = "n"
        PERFORM 1000-TOMAR-PEDIDO THRU 1000-TOMAR-PEDIDO-EXIT
        Display "¿Desea pedir otra rectificacion? (S/N): "
        Accept hay-mas-pedidos
    End-Perform
    Display "Pedidos de rectificacion grabados: " cant-pedidos
    STOP RUN.

0500-BUSCAR-ULTIMO.
    OPEN INPUT RECTIFICACIONES
    IF RF-STATUS <> "00"
        GO TO 0500-BUSCAR-ULTIMO-EXIT
    END-IF
    PERFORM 0510-LEER-RECTIFICACION
    PERFORM UNTIL RF-STATUS = "10"
        IF RF-NUMERO > ultimo-numero
            Move RF-NUMERO to ultimo-numero
        END-IF
        PERFORM 0510-LEER-RECTIFICACION
    END-PERFORM
    CLOSE RECTIFICACIONES.
0500-BUSCAR-ULTIMO-EXIT.
    EXIT.

0510-LEER-RECTIFICACION.
    READ RECTIFICACIONES
    NOT AT END
        CONTINUE
    END-READ.

1000-TOMAR-PEDIDO.
    Display "Numero de acta de la nota a rectificar: "
    Accept acta-pedida
    PERFORM 2000-BUSCAR-ACTA THRU 2000-BUSCAR-ACTA-EXIT
    IF acta-encontrada = "N"
        Display "Error: el acta " acta-pedida " no figura en ACTAS"
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "Acta " acta-pedida " modulo " modulo-acta
        " docente " docente-acta
    Display "Legajo del alumno: "
    Accept legajo-pedido
    PERFORM 3000-BUSCAR-NOTA THRU 3000-BUSCAR-NOTA-EXIT
    IF nota-encontrada = "N"
        Display "Error: el legajo " legajo-pedido " no tiene nota en"
            " el acta " acta-pedida
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "  " legajo-pedido " " nombre-alumno
    Display "  Nota vigente: " nota-vigente " " estado-vigente
    PERFORM 3500-BUSCAR-PENDIENTE THRU 3500-BUSCAR-PENDIENTE-EXIT
    IF hay-pendiente = "S"
        Display "Error: ya hay una rectificacion pendiente para esta"
            " nota; se resuelve primero esa"
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "Nota erronea (la que figura en el acta): "
    Accept nota-erronea
    IF nota-erronea <> nota-vigente
        Display "Error: la nota vigente es " nota-vigente
            ", no " nota-erronea
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "Nota correcta (1 a 10): "
    Accept nota-correcta
    IF nota-correcta < 1 OR nota-correcta > 10
        Display "Error: la nota debe estar entre 1 y 10"
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    IF nota-correcta = nota-erronea
        Display "Error: la nota correcta es igual a la erronea"
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "Motivo de la rectificacion: "
    Accept motivo-pedido
    IF motivo-pedido = SPACES
        Display "Error: el motivo es obligatorio"
        GO TO 1000-TOMAR-PEDIDO-EXIT
    END-IF
    Display "Docente que pide la rectificacion (espacios = "
        docente-acta "): "
    Accept docente-pedido
    IF docente-pedido = SPACES
        Move docente-acta to docente-pedido
    END-IF
    PERFORM 4000-GRABAR-PEDIDO
    Display "Rectificacion " ultimo-numero " grabada: pendiente de"
        " aprobacion del supervisor".
1000-TOMAR-PEDIDO-EXIT.
    EXIT.

2000-BUSCAR-ACTA.
    Move "N" to acta-encontrada
    OPEN INPUT ACTAS
    IF AT-STATUS <> "00"
        GO TO 2000-BUSCAR-ACTA-EXIT
    END-IF
    PERFORM 2100-LEER-ACTA
    PERFORM UNTIL AT-STATUS = "10"
        IF AT-NUMERO = acta-pedida
            Move "S" to acta-encontrada
            Move AT-MODULO  to modulo-acta
            Move AT-DOCENTE to docente-acta
        END-IF
        PERFORM 2100-LEER-ACTA
    END-PERFORM
    CLOSE ACTAS.
2000-BUSCAR-ACTA-EXIT.
    EXIT.

2100-LEER-ACTA.
    READ ACTAS
    NOT AT END
        CONTINUE
    END-READ.

3000-BUSCAR-NOTA.
    Move "N" to nota-encontrada
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        GO TO 3000-BUSCAR-NOTA-EXIT
    END-IF
    PERFORM 3100-LEER-RESULTADO
    PERFORM UNTIL ER-STATUS = "10"
        IF ER-ACTA = acta-pedida
        AND ER-LEGAJO = legajo-pedido
            Move "S" to nota-encontrada
            Move ER-NOMBRE to nombre-alumno
            Move ER-NOTA   to nota-vigente
            Move ER-ESTADO to estado-vigente
        END-IF
        PERFORM 3100-LEER-RESULTADO
    END-PERFORM
    CLOSE EPA-RESULTADOS.
3000-BUSCAR-NOTA-EXIT.
    EXIT.

3100-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 3150-CORREGIR-RESULTADO
    END-READ.

3150-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

3500-BUSCAR-PENDIENTE.
    Move "N" to hay-pendiente
    OPEN INPUT RECTIFICACIONES
    IF RF-STATUS <> "00"
        GO TO 3500-BUSCAR-PENDIENTE-EXIT
    END-IF
    PERFORM 0510-LEER-RECTIFICACION
    PERFORM UNTIL RF-STATUS = "10"
        IF RF-ACTA = acta-pedida
        AND RF-LEGAJO = legajo-pedido
        AND RF-ESTADO = "P"
            Move "S" to hay-pendiente
        END-IF
        PERFORM 0510-LEER-RECTIFICACION
    END-PERFORM
    CLOSE RECTIFICACIONES.
3500-BUSCAR-PENDIENTE-EXIT.
    EXIT.

4000-GRABAR-PEDIDO.
    Compute ultimo-numero = ultimo-numero + 1
    OPEN EXTEND RECTIFICACIONES
    IF RF-STATUS = "35"
        OPEN OUTPUT RECTIFICACIONES
    END-IF
    INITIALIZE RF-REGISTRO
    Move ultimo-numero  to RF-NUMERO
    Move SPACE          to RF-SEP1
    Move fecha-hoy      to RF-FECHA
    Move SPACE          to RF-SEP2
    Move acta-pedida    to RF-ACTA
    Move SPACE          to RF-SEP3
    Move legajo-pedido  to RF-LEGAJO
    Move SPACE          to RF-SEP4
    Move modulo-acta    to RF-MODULO
    Move SPACE          to RF-SEP5
    Move nota-erronea   to RF-NOTA-ERRONEA
    Move SPACE          to RF-SEP6
    Move nota-correcta  to RF-NOTA-CORRECTA
    Move SPACE          to RF-SEP7
    Move docente-pedido to RF-DOCENTE
    Move SPACE          to RF-SEP8
    Move motivo-pedido  to RF-MOTIVO
    Move SPACE          to RF-SEP9
    Move "P"            to RF-ESTADO
    Move SPACE          to RF-SEP10
    Move SPACES         to RF-SUPERVISOR
    Move SPACE          to RF-SEP11
    Move SPACES         to RF-FECHA-DECISION
    Move SPACE          to RF-SEP12
    Move SPACES         to RF-OBSERVACION
    WRITE RF-REGISTRO
    CLOSE RECTIFICACIONES
    Compute cant-pedidos = cant-pedidos + 1.
