*>Deteccion de egresados de la carrera: nadie en el sistema podia
*>responder "quien termino". Recorre EPA-RESULTADOS armando por legajo
*>el conjunto de modulos con estado APROBADO (cualquier intento
*>alcanza: rige la regla del mejor intento), le suma los modulos
*>reconocidos por resolucion en EQUIVALENCIAS, y lo contrasta contra la
*>tabla MODULOS completa; el alumno que aprobo todos los modulos de la
*>carrera se graba una sola vez en el registro EGRESADOS (legajo,
*>nombre, cohorte ER-INGRESO y fecha de egreso), protegido contra la
*>certificados, y recibe su pagina de certificado de finalizacion en
*>CERTIFICADOS-EGRESO (numerada desde EGRESO-CONTROL), distinta del
*>certificado por modulo de Certificados. La oficina academica armaba
*>esto a mano con cuatro listados por periodo. Cada certificado de
*>finalizacion se asienta ademas en CERT-REGISTRO (tipo "E",
*>vigente) para que Verificar-Certificados pueda responder por el.

IDENTIFICATION DIVISION.
PROGRAM-ID. Egresados.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT EQUIVALENCIAS ASSIGN TO "EQUIVALENCIAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EQ-STATUS.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT CERTIFICADOS-EGRESO ASSIGN TO "CERTIFICADOS-EGRESO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CG-STATUS.
        SELECT CERT-REGISTRO ASSIGN TO "CERT-REGISTRO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RG-STATUS.
        SELECT EGRESO-CONTROL ASSIGN TO "EGRESO-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EC-STATUS.
    FILE SECTION.
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  EQUIVALENCIAS.
        COPY "equivalencia-rec".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  EGRESADOS.
        01 EG-REGISTRO.
            05 EG-LEGAJO  PIC S9(8).
            05 EG-FECHA   PIC X(8).
    FD  CERTIFICADOS-EGRESO.
        01 CG-LINEA PIC X(72).
    FD  CERT-REGISTRO.
        COPY "certificado-reg".
    FD  EGRESO-CONTROL.
        01 EC-REGISTRO.
            05 EC-ULTIMO-NUMERO PIC 9(6).
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        COPY "cuotas-args".
        01 ER-STATUS PIC X(2).
        01 EQ-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 EG-STATUS PIC X(2).
        01 CG-STATUS PIC X(2).
        01 EC-STATUS PIC X(2).
        01 RG-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 cant-modulos PIC 9(2) value 0.
        01 tabla-modulos.
        01 completo PIC X(1).
        01 numero-egreso PIC 9(6) value 0.
        01 cant-nuevos PIC 9(4) value 0.
        01 cant-retenidos PIC 9(4) value 0.
        01 linea-trabajo PIC X(72).
        01 tabla-llena PIC X(1) value "N".
PROCEDURE DIVISION.
    END-IF
    PERFORM 2000-CARGAR-EGRESADOS THRU 2000-CARGAR-EGRESADOS-EXIT
    PERFORM 3000-RECORRER-EXTRACTO THRU 3000-RECORRER-EXTRACTO-EXIT
    PERFORM 3900-RECORRER-EQUIVALENCIAS
        THRU 3900-RECORRER-EQUIVALENCIAS-EXIT
    PERFORM 4000-TOMAR-NUMERO THRU 4000-TOMAR-NUMERO-EXIT
    OPEN EXTEND EGRESADOS
    IF EG-STATUS = "35"
        OPEN OUTPUT EGRESADOS
    END-IF
    OPEN OUTPUT CERTIFICADOS-EGRESO
    OPEN EXTEND CERT-REGISTRO
    IF RG-STATUS = "35"
        OPEN OUTPUT CERT-REGISTRO
    END-IF
    PERFORM 5000-EVALUAR-ALUMNO THRU 5000-EVALUAR-ALUMNO-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-alumnos
    CLOSE CERTIFICADOS-EGRESO
    CLOSE CERT-REGISTRO
    CLOSE EGRESADOS
    PERFORM 7000-GRABAR-NUMERO
    Display "Egresados nuevos detectados: " cant-nuevos
    Display "Egresos retenidos por cuotas impagas: " cant-retenidos
    IF tabla-llena = "S"
        Display "ADVERTENCIA: tabla llena (2000), deteccion"
            " incompleta"
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

3500-ANOTAR-APROBADO.
    Move 0 to pos-modulo
    PERFORM 3600-BUSCAR-MODULO THRU 3600-BUSCAR-MODULO-EXIT
3800-LIMPIAR-APROBADOS-EXIT.
    EXIT.

*>Una equivalencia cuenta como modulo APROBADO: se la pasa por el
*>mismo anotador del extracto cargando los campos ER que este usa.
3900-RECORRER-EQUIVALENCIAS.
    OPEN INPUT EQUIVALENCIAS
    IF EQ-STATUS <> "00"
        GO TO 3900-RECORRER-EQUIVALENCIAS-EXIT
    END-IF
    PERFORM 3910-LEER-EQUIVALENCIA
    PERFORM UNTIL EQ-STATUS = "10"
        Move EQ-LEGAJO  to ER-LEGAJO
        Move EQ-MODULO  to ER-MODULO
        Move EQ-NOMBRE  to ER-NOMBRE
        Move EQ-INGRESO to ER-INGRESO
        PERFORM 3500-ANOTAR-APROBADO THRU 3500-ANOTAR-APROBADO-EXIT
        PERFORM 3910-LEER-EQUIVALENCIA
    END-PERFORM
    CLOSE EQUIVALENCIAS.
3900-RECORRER-EQUIVALENCIAS-EXIT.
    EXIT.

3910-LEER-EQUIVALENCIA.
    READ EQUIVALENCIAS
    NOT AT END
        CONTINUE
    END-READ.

4000-TOMAR-NUMERO.
    OPEN INPUT EGRESO-CONTROL
    IF EC-STATUS <> "00"
    IF ya-egresado = "S"
        GO TO 5000-EVALUAR-ALUMNO-EXIT
    END-IF
    Move alu-legajo (a) to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-BLOQUEADO = "S"
        Compute cant-retenidos = cant-retenidos + 1
        Display "EGRESO RETENIDO POR CUOTAS: legajo " alu-legajo (a)
            " " alu-nombre (a) " cuotas impagas " CQ-IMPAGAS
        GO TO 5000-EVALUAR-ALUMNO-EXIT
    END-IF
    PERFORM 6000-REGISTRAR-EGRESO.
5000-EVALUAR-ALUMNO-EXIT.
    EXIT.
    Move SPACE           to EG-SEP3
    Move fecha-hoy       to EG-FECHA
    WRITE EG-REGISTRO
    INITIALIZE RG-REGISTRO
    Move "E"             to RG-TIPO
    Move SPACE           to RG-SEP1
    Move numero-egreso   to RG-NUMERO
    Move SPACE           to RG-SEP2
    Move alu-legajo (a)  to RG-LEGAJO
    Move SPACE           to RG-SEP3
    Move alu-nombre (a)  to RG-NOMBRE
    Move SPACE           to RG-SEP4
    Move SPACES          to RG-MODULO
    Move SPACE           to RG-SEP5
    Move 0               to RG-NOTA
    Move SPACE           to RG-SEP6
    Move fecha-hoy       to RG-FECHA
    Move SPACE           to RG-SEP7
    Move "V"             to RG-ESTADO
    Move SPACE           to RG-SEP8
    Move SPACES          to RG-FECHA-ESTADO
    Move SPACE           to RG-SEP9
    Move SPACES          to RG-SUPERVISOR
    Move SPACE           to RG-SEP10
    Move SPACES          to RG-MOTIVO
    WRITE RG-REGISTRO
    Move ALL "=" to CG-LINEA
    WRITE CG-LINEA
    Move SPACES to linea-trabajo
