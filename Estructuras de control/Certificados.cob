*>           reduce primero a un registro efectivo por alumno y modulo
*>           con la regla de la casa del mejor intento, y el
*>           certificado se emite sobre ese registro efectivo.
*>2026-10-15 no se emite certificado al alumno bloqueado por cuotas
*>           impagas segun Deuda-Cuotas: se lista en pantalla con la
*>           cantidad de cuotas y no queda como emitido, asi sale en
*>           la primera corrida despues de regularizar.
*>2026-10-15 el extracto se lee con las rectificaciones aprobadas
*>           aplicadas (Corregir-Resultado): el certificado sale con
*>           la nota corregida, no con la del acta original.
*>2026-10-15 cada certificado emitido se asienta ademas en el registro
*>           unico CERT-REGISTRO (tipo "A", vigente), que es
*>           el que consulta Verificar-Certificados. Un certificado
*>           marcado reemitido en el registro (la nota se rectifico)
*>           deja de contar como emitido: sale uno nuevo con la nota
*>           corregida si el modulo no tiene otro vigente o revocado.

IDENTIFICATION DIVISION.
PROGRAM-ID. Certificados.
        SELECT CERTIFICADOS-EMITIDOS ASSIGN TO "CERTIFICADOS-EMITIDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CM-STATUS.
        SELECT CERT-REGISTRO ASSIGN TO "CERT-REGISTRO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RG-STATUS.
        SELECT CERT-CONTROL ASSIGN TO "CERT-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CC-STATUS.
            05 CM-NOTA   PIC 9(2).
            05 CM-SEP5   PIC X(1).
            05 CM-NOMBRE PIC X(30).
    FD  CERT-REGISTRO.
        COPY "certificado-reg".
    FD  CERT-CONTROL.
        01 CC-REGISTRO.
            05 CC-ULTIMO-NUMERO PIC 9(6).
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        COPY "cuotas-args".
        01 ER-STATUS PIC X(2).
        01 CE-STATUS PIC X(2).
        01 CM-STATUS PIC X(2).
        01 CC-STATUS PIC X(2).
        01 RG-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-editada.
            05 fe-dia  PIC X(2).
        01 numero-certificado PIC 9(6) value 0.
        01 cant-emitidos PIC 9(4) value 0.
        01 cant-salteados PIC 9(4) value 0.
        01 cant-bloqueados PIC 9(4) value 0.
        01 cant-ya-emitidos PIC 9(4) value 0.
        01 tabla-emitidos.
            05 emitido OCCURS 1 TO 2000 TIMES
                10 emi-legajo PIC S9(8).
                10 emi-modulo PIC X(6).
        01 e PIC 9(4).
        01 cant-registrados PIC 9(4) value 0.
        01 tabla-registrados.
            05 registrado OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-registrados.
                10 reg-legajo  PIC 9(8).
                10 reg-modulo  PIC X(6).
                10 reg-vigente PIC X(1).
        01 r PIC 9(4).
        01 pos-registrado PIC 9(4).
        01 cant-reemitidos PIC 9(4) value 0.
        01 ya-emitido PIC X(1).
        01 linea-trabajo PIC X(72).
        01 cant-efectivos PIC 9(4) value 0.
    Move fecha-hoy (1:4) to fe-anio
    PERFORM 1000-LEER-CONTROL THRU 1000-LEER-CONTROL-EXIT
    PERFORM 1500-CARGAR-EMITIDOS THRU 1500-CARGAR-EMITIDOS-EXIT
    PERFORM 1700-CARGAR-REGISTRO THRU 1700-CARGAR-REGISTRO-EXIT
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        Display "No se pudo abrir el archivo EPA-RESULTADOS"
    IF CM-STATUS = "35"
        OPEN OUTPUT CERTIFICADOS-EMITIDOS
    END-IF
    OPEN EXTEND CERT-REGISTRO
    IF RG-STATUS = "35"
        OPEN OUTPUT CERT-REGISTRO
    END-IF
    PERFORM 2800-PROCESAR-EFECTIVO THRU 2800-PROCESAR-EFECTIVO-EXIT
        VARYING f FROM 1 BY 1 UNTIL f > cant-efectivos
    CLOSE CERTIFICADOS
    CLOSE CERTIFICADOS-EMITIDOS
    CLOSE CERT-REGISTRO
    PERFORM 4000-GRABAR-CONTROL
    Display "Certificados emitidos: " cant-emitidos
        " (ultimo numero: " numero-certificado ")"
    Display "Aprobados salteados por certificado ya emitido: "
        cant-salteados
    Display "Certificados retenidos por cuotas impagas: "
        cant-bloqueados
    Display "Certificados reemitidos por rectificacion: "
        cant-reemitidos
    STOP RUN.

1000-LEER-CONTROL.
        CONTINUE
    END-READ.

*>Del registro de certificados interesa, por alumno y modulo, si
*>queda alguno vigente o revocado: si todos los que tiene estan
*>reemitidos, corresponde emitir el certificado nuevo.
1700-CARGAR-REGISTRO.
    OPEN INPUT CERT-REGISTRO
    IF RG-STATUS <> "00"
        GO TO 1700-CARGAR-REGISTRO-EXIT
    END-IF
    PERFORM 1710-LEER-REGISTRO
    PERFORM UNTIL RG-STATUS = "10"
        IF RG-TIPO = "A"
            PERFORM 1720-ANOTAR-REGISTRADO
                THRU 1720-ANOTAR-REGISTRADO-EXIT
        END-IF
        PERFORM 1710-LEER-REGISTRO
    END-PERFORM
    CLOSE CERT-REGISTRO.
1700-CARGAR-REGISTRO-EXIT.
    EXIT.

1710-LEER-REGISTRO.
    READ CERT-REGISTRO
    NOT AT END
        CONTINUE
    END-READ.

1720-ANOTAR-REGISTRADO.
    Move 0 to pos-registrado
    PERFORM 1730-BUSCAR-REGISTRADO THRU 1730-BUSCAR-REGISTRADO-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-registrados
    IF pos-registrado = 0
        IF cant-registrados = 2000
            GO TO 1720-ANOTAR-REGISTRADO-EXIT
        END-IF
        Compute cant-registrados = cant-registrados + 1
        Move cant-registrados to pos-registrado
        Move RG-LEGAJO to reg-legajo (pos-registrado)
        Move RG-MODULO to reg-modulo (pos-registrado)
        Move "N"       to reg-vigente (pos-registrado)
    END-IF
    IF RG-ESTADO <> "E"
        Move "S" to reg-vigente (pos-registrado)
    END-IF.
1720-ANOTAR-REGISTRADO-EXIT.
    EXIT.

1730-BUSCAR-REGISTRADO.
    IF reg-legajo (r) = RG-LEGAJO AND reg-modulo (r) = RG-MODULO
        Move r to pos-registrado
    END-IF.
1730-BUSCAR-REGISTRADO-EXIT.
    EXIT.

*>Reduce el extracto a un registro efectivo por alumno y modulo con
*>la regla del mejor intento: la mejor nota manda, con su estado.
1800-REDUCIR-EFECTIVO.
    PERFORM 2500-REVISAR-EMITIDO THRU 2500-REVISAR-EMITIDO-EXIT
    IF ya-emitido = "S"
        Compute cant-salteados = cant-salteados + 1
        GO TO 2800-PROCESAR-EFECTIVO-EXIT
    END-IF
    Move efe-legajo (f) to CQ-LEGAJO
    Move fecha-hoy to CQ-FECHA
    CALL "Deuda-Cuotas" USING CQ-ARGUMENTOS
    IF CQ-BLOQUEADO = "S"
        Compute cant-bloqueados = cant-bloqueados + 1
        Display "RETENIDO POR CUOTAS: legajo " efe-legajo (f) " "
            efe-nombre (f) " modulo " efe-modulo (f)
            " cuotas impagas " CQ-IMPAGAS
        GO TO 2800-PROCESAR-EFECTIVO-EXIT
    END-IF
    PERFORM 3000-EMITIR-CERTIFICADO.
2800-PROCESAR-EFECTIVO-EXIT.
    EXIT.

2500-REVISAR-EMITIDO.
    Move "N" to ya-emitido
    PERFORM 2600-COMPARAR-EMITIDO THRU 2600-COMPARAR-EMITIDO-EXIT
        VARYING e FROM 1 BY 1 UNTIL e > cant-ya-emitidos
    IF ya-emitido = "N"
        GO TO 2500-REVISAR-EMITIDO-EXIT
    END-IF
    Move 0 to pos-registrado
    PERFORM 2650-COMPARAR-REGISTRADO THRU 2650-COMPARAR-REGISTRADO-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-registrados
    IF pos-registrado > 0
        IF reg-vigente (pos-registrado) = "N"
            Move "N" to ya-emitido
            Compute cant-reemitidos = cant-reemitidos + 1
            Move "S" to reg-vigente (pos-registrado)
            Display "REEMISION: legajo " efe-legajo (f) " "
                efe-nombre (f) " modulo " efe-modulo (f)
                " nota " efe-nota (f)
        END-IF
    END-IF.
2500-REVISAR-EMITIDO-EXIT.
    EXIT.

2600-COMPARAR-EMITIDO-EXIT.
    EXIT.

2650-COMPARAR-REGISTRADO.
    IF reg-legajo (r) = efe-legajo (f)
    AND reg-modulo (r) = efe-modulo (f)
        Move r to pos-registrado
    END-IF.
2650-COMPARAR-REGISTRADO-EXIT.
    EXIT.

2000-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 2050-CORREGIR-RESULTADO
    END-READ.

2050-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

3000-EMITIR-CERTIFICADO.
    Compute numero-certificado = numero-certificado + 1
    Compute cant-emitidos = cant-emitidos + 1
    Move SPACE              to CM-SEP5
    Move efe-nombre (f)     to CM-NOMBRE
    WRITE CM-REGISTRO
    INITIALIZE RG-REGISTRO
    Move "A"                to RG-TIPO
    Move SPACE              to RG-SEP1
    Move numero-certificado to RG-NUMERO
    Move SPACE              to RG-SEP2
    Move efe-legajo (f)     to RG-LEGAJO
    Move SPACE              to RG-SEP3
    Move efe-nombre (f)     to RG-NOMBRE
    Move SPACE              to RG-SEP4
    Move efe-modulo (f)     to RG-MODULO
    Move SPACE              to RG-SEP5
    Move efe-nota (f)       to RG-NOTA
    Move SPACE              to RG-SEP6
    Move fecha-hoy          to RG-FECHA
    Move SPACE              to RG-SEP7
    Move "V"                to RG-ESTADO
    Move SPACE              to RG-SEP8
    Move SPACES             to RG-FECHA-ESTADO
    Move SPACE              to RG-SEP9
    Move SPACES             to RG-SUPERVISOR
    Move SPACE              to RG-SEP10
    Move SPACES             to RG-MOTIVO
    WRITE RG-REGISTRO
    IF cant-ya-emitidos < 2000
        Compute cant-ya-emitidos = cant-ya-emitidos + 1
        Move efe-legajo (f) to emi-legajo (cant-ya-emitidos)
