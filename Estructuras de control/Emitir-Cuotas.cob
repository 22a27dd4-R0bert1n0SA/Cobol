*>Emision mensual de cuotas de arancel: la facturacion salia de una
*>planilla aparte que no sabia quien estaba activo en el padron ni a
*>que cohorte pertenecia. Para el periodo pedido (AAAAMM) recorre
*>REGISTRO-ALUMNOS y emite en CUOTAS una cuota por cada alumno activo
*>al arancel de su cohorte (RA-INGRESO) segun la tabla ARANCELES; la
*>linea de cohorte 0000 es el arancel general para las cohortes sin
*>linea propia. Un alumno que ya tiene la cuota del periodo no se
*>vuelve a facturar, asi la corrida se puede repetir. El alumno sin
*>arancel para su cohorte se lista y no se factura, y la corrida
*>termina con RETURN-CODE 4. Al alumno con una beca de
*>BECAS-OTORGADAS vigente en el periodo se le descuenta el porcentaje
*>otorgado y la cuota lo lleva en CU-BECA.

IDENTIFICATION DIVISION.
PROGRAM-ID. Emitir-Cuotas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT ARANCELES ASSIGN TO "ARANCELES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AR-STATUS.
        SELECT CUOTAS ASSIGN TO "CUOTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CU-STATUS.
        SELECT BECAS-OTORGADAS ASSIGN TO "BECAS-OTORGADAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BO-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  ARANCELES.
        01 AR-REGISTRO.
            05 AR-INGRESO PIC 9(4).
            05 AR-SEP1    PIC X(1).
            05 AR-IMPORTE PIC 9(7)V9(2).
    FD  CUOTAS.
        COPY "cuota-rec".
    FD  BECAS-OTORGADAS.
        COPY "beca-otorgada".
    WORKING-STORAGE SECTION.
        01 BO-STATUS PIC X(2).
        01 RA-STATUS PIC X(2).
        01 AR-STATUS PIC X(2).
        01 CU-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 periodo-cuota PIC X(6).
        01 periodo-partes REDEFINES periodo-cuota.
            05 anio-cuota PIC 9(4).
            05 mes-cuota  PIC 9(2).
        01 dia-vencimiento PIC 9(2).
        01 fecha-vencimiento PIC X(8).
        01 cant-aranceles PIC 9(3) value 0.
        01 tabla-aranceles.
            05 arancel OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-aranceles.
                10 ara-ingreso PIC 9(4).
                10 ara-importe PIC 9(7)V99.
        01 r PIC 9(3).
        01 pos-arancel PIC 9(3).
        01 pos-general PIC 9(3) value 0.
        01 cohorte-buscada PIC 9(4).
        01 cant-facturados PIC 9(4) value 0.
        01 tabla-facturados.
            05 fac-legajo OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-facturados PIC 9(8).
        01 f PIC 9(4).
        01 ya-facturado PIC X(1).
        01 tabla-llena PIC X(1) value "N".
        01 cant-activos PIC 9(5) value 0.
        01 cant-emitidas PIC 9(5) value 0.
        01 cant-repetidas PIC 9(5) value 0.
        01 cant-sin-arancel PIC 9(5) value 0.
        01 total-emitido PIC 9(11)V99 value 0.
        01 cant-becas PIC 9(4) value 0.
        01 tabla-becas.
            05 beca OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-becas.
                10 bec-legajo     PIC 9(8).
                10 bec-porcentaje PIC 9(3).
        01 b PIC 9(4).
        01 porcentaje-beca PIC 9(3).
        01 descuento-beca PIC 9(7)V99.
        01 importe-cuota PIC 9(7)V99.
        01 cant-becados PIC 9(5) value 0.
        01 total-descontado PIC 9(11)V99 value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Periodo a facturar (AAAAMM, espacios = mes actual): "
    Accept periodo-cuota
    IF periodo-cuota = SPACES
        Move fecha-hoy (1:6) to periodo-cuota
    END-IF
    IF periodo-cuota IS NOT NUMERIC
    OR mes-cuota < 1 OR mes-cuota > 12
        Display "Error: periodo invalido " periodo-cuota
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Dia de vencimiento de la cuota (0 = 10): "
    Accept dia-vencimiento
    IF dia-vencimiento = 0 OR dia-vencimiento > 28
        Move 10 to dia-vencimiento
    END-IF
    Move SPACES to fecha-vencimiento
    STRING periodo-cuota DELIMITED BY SIZE
        dia-vencimiento DELIMITED BY SIZE
        INTO fecha-vencimiento
    END-STRING
    PERFORM 1000-CARGAR-ARANCELES THRU 1000-CARGAR-ARANCELES-EXIT
    IF cant-aranceles = 0
        Display "Tabla ARANCELES vacia o inexistente: no se factura"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-CARGAR-FACTURADOS THRU 2000-CARGAR-FACTURADOS-EXIT
    IF tabla-llena = "S"
        Display "Error: mas de 5000 cuotas emitidas en el periodo,"
            " no se puede controlar la repeticion"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2500-CARGAR-BECAS THRU 2500-CARGAR-BECAS-EXIT
    IF tabla-llena = "S"
        Display "Error: mas de 2000 becas vigentes en el periodo,"
            " no se pueden aplicar los descuentos"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        Display "No se pudo abrir el archivo REGISTRO-ALUMNOS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN EXTEND CUOTAS
    IF CU-STATUS = "35"
        OPEN OUTPUT CUOTAS
    END-IF
    PERFORM 3000-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        IF RA-ACTIVO = "S"
            Compute cant-activos = cant-activos + 1
            PERFORM 4000-FACTURAR-ALUMNO THRU 4000-FACTURAR-ALUMNO-EXIT
        END-IF
        PERFORM 3000-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS
    CLOSE CUOTAS
    Display "Cuotas del periodo " periodo-cuota " con vencimiento "
        fecha-vencimiento
    Display "Alumnos activos      : " cant-activos
    Display "Cuotas emitidas      : " cant-emitidas
        " por " total-emitido
    Display "Con beca             : " cant-becados
        " descontado " total-descontado
    Display "Ya facturados antes  : " cant-repetidas
    Display "Sin arancel (no se facturan): " cant-sin-arancel
    IF cant-sin-arancel > 0
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-ARANCELES.
    OPEN INPUT ARANCELES
    IF AR-STATUS <> "00"
        GO TO 1000-CARGAR-ARANCELES-EXIT
    END-IF
    PERFORM 1100-LEER-ARANCEL
    PERFORM UNTIL AR-STATUS = "10" OR cant-aranceles = 100
        Compute cant-aranceles = cant-aranceles + 1
        Move AR-INGRESO to ara-ingreso (cant-aranceles)
        Move AR-IMPORTE to ara-importe (cant-aranceles)
        IF AR-INGRESO = 0
            Move cant-aranceles to pos-general
        END-IF
        PERFORM 1100-LEER-ARANCEL
    END-PERFORM
    CLOSE ARANCELES.
1000-CARGAR-ARANCELES-EXIT.
    EXIT.

1100-LEER-ARANCEL.
    READ ARANCELES
    NOT AT END
        CONTINUE
    END-READ.

2000-CARGAR-FACTURADOS.
    OPEN INPUT CUOTAS
    IF CU-STATUS <> "00"
        GO TO 2000-CARGAR-FACTURADOS-EXIT
    END-IF
    PERFORM 2100-LEER-CUOTA
    PERFORM UNTIL CU-STATUS = "10"
        IF CU-PERIODO = periodo-cuota
            IF cant-facturados = 5000
                Move "S" to tabla-llena
            ELSE
                Compute cant-facturados = cant-facturados + 1
                Move CU-LEGAJO to fac-legajo (cant-facturados)
            END-IF
        END-IF
        PERFORM 2100-LEER-CUOTA
    END-PERFORM
    CLOSE CUOTAS.
2000-CARGAR-FACTURADOS-EXIT.
    EXIT.

2500-CARGAR-BECAS.
    OPEN INPUT BECAS-OTORGADAS
    IF BO-STATUS <> "00"
        GO TO 2500-CARGAR-BECAS-EXIT
    END-IF
    PERFORM 2600-LEER-BECA
    PERFORM UNTIL BO-STATUS = "10"
        IF BO-DESDE <= periodo-cuota AND BO-HASTA >= periodo-cuota
            IF cant-becas = 2000
                Move "S" to tabla-llena
            ELSE
                Compute cant-becas = cant-becas + 1
                Move BO-LEGAJO     to bec-legajo (cant-becas)
                Move BO-PORCENTAJE to bec-porcentaje (cant-becas)
            END-IF
        END-IF
        PERFORM 2600-LEER-BECA
    END-PERFORM
    CLOSE BECAS-OTORGADAS.
2500-CARGAR-BECAS-EXIT.
    EXIT.

2600-LEER-BECA.
    READ BECAS-OTORGADAS
    NOT AT END
        CONTINUE
    END-READ.

2100-LEER-CUOTA.
    READ CUOTAS
    NOT AT END
        CONTINUE
    END-READ.

3000-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

4000-FACTURAR-ALUMNO.
    Move "N" to ya-facturado
    PERFORM 4100-BUSCAR-FACTURADO THRU 4100-BUSCAR-FACTURADO-EXIT
        VARYING f FROM 1 BY 1 UNTIL f > cant-facturados
    IF ya-facturado = "S"
        Compute cant-repetidas = cant-repetidas + 1
        GO TO 4000-FACTURAR-ALUMNO-EXIT
    END-IF
    IF RA-INGRESO IS NUMERIC
        Move RA-INGRESO to cohorte-buscada
    ELSE
        Move 0 to cohorte-buscada
    END-IF
    Move 0 to pos-arancel
    PERFORM 4200-BUSCAR-ARANCEL THRU 4200-BUSCAR-ARANCEL-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-aranceles
    IF pos-arancel = 0
        Move pos-general to pos-arancel
    END-IF
    IF pos-arancel = 0
        Compute cant-sin-arancel = cant-sin-arancel + 1
        Display "SIN ARANCEL: legajo " RA-LEGAJO " " RA-NOMBRE
            " cohorte " cohorte-buscada
        GO TO 4000-FACTURAR-ALUMNO-EXIT
    END-IF
    Move 0 to porcentaje-beca
    PERFORM 4300-BUSCAR-BECA THRU 4300-BUSCAR-BECA-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > cant-becas
    Compute descuento-beca ROUNDED =
        ara-importe (pos-arancel) * porcentaje-beca / 100
    Compute importe-cuota = ara-importe (pos-arancel) - descuento-beca
    IF porcentaje-beca > 0
        Compute cant-becados = cant-becados + 1
        Compute total-descontado = total-descontado + descuento-beca
    END-IF
    INITIALIZE CU-REGISTRO
    Move RA-LEGAJO                 to CU-LEGAJO
    Move SPACE                     to CU-SEP1
    Move periodo-cuota             to CU-PERIODO
    Move SPACE                     to CU-SEP2
    Move cohorte-buscada           to CU-INGRESO
    Move SPACE                     to CU-SEP3
    Move importe-cuota             to CU-IMPORTE
    Move SPACE                     to CU-SEP4
    Move fecha-vencimiento         to CU-VENCIMIENTO
    Move SPACE                     to CU-SEP5
    Move fecha-hoy                 to CU-EMISION
    Move SPACE                     to CU-SEP6
    Move porcentaje-beca           to CU-BECA
    WRITE CU-REGISTRO
    Compute cant-emitidas = cant-emitidas + 1
    Compute total-emitido = total-emitido + importe-cuota.
4000-FACTURAR-ALUMNO-EXIT.
    EXIT.

4100-BUSCAR-FACTURADO.
    IF fac-legajo (f) = RA-LEGAJO
        Move "S" to ya-facturado
    END-IF.
4100-BUSCAR-FACTURADO-EXIT.
    EXIT.

4200-BUSCAR-ARANCEL.
    IF ara-ingreso (r) = cohorte-buscada AND cohorte-buscada > 0
        Move r to pos-arancel
    END-IF.
4200-BUSCAR-ARANCEL-EXIT.
    EXIT.

4300-BUSCAR-BECA.
    IF bec-legajo (b) = RA-LEGAJO
    AND bec-porcentaje (b) > porcentaje-beca
        Move bec-porcentaje (b) to porcentaje-beca
    END-IF.
4300-BUSCAR-BECA-EXIT.
    EXIT.
