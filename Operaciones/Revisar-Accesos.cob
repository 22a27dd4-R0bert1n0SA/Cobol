*>Revision trimestral de accesos: los auditores preguntan todos los
*>años quien tiene nivel supervisor y si lo uso, y se contestaba de
*>memoria. Sobre el padron OPERADORES, este informe fecha para cada
*>operador el ultimo uso de un programa reservado a supervisores
*>(las corridas de esos programas en AUDIT-LOG y las lineas que dejan
*>en sus bitacoras CAMBIOS-ALUMNOS, CAMBIOS-DOCENTES,
*>CAMBIOS-PRESUPUESTO, CAMBIOS-TABLAS-FX, CAMBIOS-OPERADORES,
*>PLAN-CAMBIOS y las acciones de supervisor de BITACORA-PIN) y su
*>ultima actividad de cualquier tipo (ademas AUDIT-LOG completo y los
*>tickets de DAILY-SALES). LISTADO-ACCESOS trae cuatro secciones: los
*>operadores de nivel 2 con su ultimo uso de supervisor, los
*>inactivos que siguen apareciendo en la actividad de los ultimos 90
*>dias, los activos sin actividad en 90 dias, y la tendencia de los
*>intentos rechazados de ACCESOS-DENEGADOS por operador y programa en
*>tres tramos de 30 dias. Cada operador a revisar queda ademas como
*>linea pendiente en la planilla REVISION-ACCESOS (copybooks/
*>revision-acceso), que un supervisor firma y aplica con
*>Firmar-Revision-Accesos. Un inactivo con actividad reciente
*>termina la corrida con RETURN-CODE 4; una revision ya hecha para la
*>misma fecha, o el padron ilegible, con RETURN-CODE 8.

IDENTIFICATION DIVISION.
PROGRAM-ID. Revisar-Accesos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AL-STATUS.
        SELECT CAMBIOS-ALUMNOS ASSIGN TO "CAMBIOS-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XA-STATUS.
        SELECT CAMBIOS-DOCENTES ASSIGN TO "CAMBIOS-DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XD-STATUS.
        SELECT CAMBIOS-PRESUPUESTO ASSIGN TO "CAMBIOS-PRESUPUESTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XP-STATUS.
        SELECT CAMBIOS-TABLAS-FX ASSIGN TO "CAMBIOS-TABLAS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XT-STATUS.
        SELECT CAMBIOS-OPERADORES ASSIGN TO "CAMBIOS-OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS XO-STATUS.
        SELECT PLAN-CAMBIOS ASSIGN TO "PLAN-CAMBIOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
        SELECT BITACORA-PIN ASSIGN TO "BITACORA-PIN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BP-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
        SELECT REVISION-ACCESOS ASSIGN TO "REVISION-ACCESOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RX-STATUS.
        SELECT LISTADO-ACCESOS ASSIGN TO "LISTADO-ACCESOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LA-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  OPERADORES.
        COPY "operador-rec".
    FD  AUDIT-LOG.
        COPY "audit-log".
    FD  CAMBIOS-ALUMNOS.
        01 XA-REGISTRO.
            05 XA-FECHA    PIC X(8).
            05 XA-SEP1     PIC X(1).
            05 XA-HORA     PIC X(6).
            05 XA-SEP2     PIC X(1).
            05 XA-ACCION   PIC X(10).
            05 XA-SEP3     PIC X(1).
            05 XA-LEGAJO   PIC 9(8).
            05 XA-SEP4     PIC X(1).
            05 XA-DETALLE  PIC X(40).
            05 XA-SEP5     PIC X(1).
            05 XA-OPERADOR PIC X(4).
    FD  CAMBIOS-DOCENTES.
        01 XD-REGISTRO.
            05 XD-FECHA    PIC X(8).
            05 XD-SEP1     PIC X(1).
            05 XD-HORA     PIC X(6).
            05 XD-SEP2     PIC X(1).
            05 XD-ACCION   PIC X(10).
            05 XD-SEP3     PIC X(1).
            05 XD-DOCENTE  PIC X(4).
            05 XD-SEP4     PIC X(1).
            05 XD-DETALLE  PIC X(40).
            05 XD-SEP5     PIC X(1).
            05 XD-OPERADOR PIC X(4).
    FD  CAMBIOS-PRESUPUESTO.
        01 XP-REGISTRO.
            05 XP-FECHA    PIC X(8).
            05 XP-SEP1     PIC X(1).
            05 XP-HORA     PIC X(6).
            05 XP-SEP2     PIC X(1).
            05 XP-ACCION   PIC X(10).
            05 XP-SEP3     PIC X(1).
            05 XP-CUENTA   PIC X(6).
            05 XP-SEP4     PIC X(1).
            05 XP-DETALLE  PIC X(40).
            05 XP-SEP5     PIC X(1).
            05 XP-OPERADOR PIC X(4).
    FD  CAMBIOS-TABLAS-FX.
        01 XT-REGISTRO.
            05 XT-FECHA    PIC X(8).
            05 XT-SEP1     PIC X(1).
            05 XT-HORA     PIC X(6).
            05 XT-SEP2     PIC X(1).
            05 XT-TABLA    PIC X(10).
            05 XT-SEP3     PIC X(1).
            05 XT-ACCION   PIC X(10).
            05 XT-SEP4     PIC X(1).
            05 XT-OPERADOR PIC X(4).
            05 XT-SEP5     PIC X(1).
            05 XT-DETALLE  PIC X(40).
    FD  CAMBIOS-OPERADORES.
        01 XO-REGISTRO.
            05 XO-FECHA    PIC X(8).
            05 XO-SEP1     PIC X(1).
            05 XO-HORA     PIC X(6).
            05 XO-SEP2     PIC X(1).
            05 XO-ACCION   PIC X(10).
            05 XO-SEP3     PIC X(1).
            05 XO-CODIGO   PIC X(4).
            05 XO-SEP4     PIC X(1).
            05 XO-DETALLE  PIC X(40).
            05 XO-SEP5     PIC X(1).
            05 XO-OPERADOR PIC X(4).
    FD  PLAN-CAMBIOS.
        COPY "plan-cambio".
    FD  BITACORA-PIN.
        COPY "bitacora-pin".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    FD  REVISION-ACCESOS.
        COPY "revision-acceso".
    FD  LISTADO-ACCESOS.
        01 LA-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        01 OP-STATUS PIC X(2).
        01 AL-STATUS PIC X(2).
        01 XA-STATUS PIC X(2).
        01 XD-STATUS PIC X(2).
        01 XP-STATUS PIC X(2).
        01 XT-STATUS PIC X(2).
        01 XO-STATUS PIC X(2).
        01 PC-STATUS PIC X(2).
        01 BP-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 RX-STATUS PIC X(2).
        01 LA-STATUS PIC X(2).
        01 DIAS-VENTANA PIC 9(3) value 90.
        01 fecha-proceso PIC X(8).
        01 fecha-desde   PIC X(8).
        01 fecha-desde-num PIC 9(8).
        01 dia-proceso   PIC 9(7).
        01 dias-atras    PIC S9(7).
*>Nombres con que los programas reservados a supervisores (OP-NIVEL
*>2) firman AUDIT-LOG y ACCESOS-DENEGADOS. Un programa nuevo de
*>supervisor se suma aca.
        01 tabla-supervisor.
            05 FILLER PIC X(20) value "MANT-PRODUCTOS".
            05 FILLER PIC X(20) value "MANTENER-DOCENTES".
            05 FILLER PIC X(20) value "APROBAR-PRECIOS".
            05 FILLER PIC X(20) value "VERIFICAR-CERTIF".
            05 FILLER PIC X(20) value "APROBAR-RECTIFIC".
            05 FILLER PIC X(20) value "MANT-ALUMNOS".
            05 FILLER PIC X(20) value "OTORGAR-BECAS".
            05 FILLER PIC X(20) value "MANT-CLIENTES-FIADO".
            05 FILLER PIC X(20) value "PUNTOS-REPOSICION".
            05 FILLER PIC X(20) value "MANT-CLIENTES-COTIZ".
            05 FILLER PIC X(20) value "RETIRAR-LOTE".
            05 FILLER PIC X(20) value "MANT-PRECIOS-K".
            05 FILLER PIC X(20) value "MANT-CLIENTES-FX".
            05 FILLER PIC X(20) value "CIERRE-CAJA".
            05 FILLER PIC X(20) value "ARQUEO-DIVISAS".
            05 FILLER PIC X(20) value "MANT-PROMOCIONES".
            05 FILLER PIC X(20) value "DEPOSITOS-CAJA".
            05 FILLER PIC X(20) value "MANT-TABLAS-FX".
            05 FILLER PIC X(20) value "MANTENER-PINES".
            05 FILLER PIC X(20) value "MANTENER-PRESUPUESTO".
            05 FILLER PIC X(20) value "CERRAR-PERIODO".
            05 FILLER PIC X(20) value "APROBAR-ASIENTOS".
            05 FILLER PIC X(20) value "MANT-CALENDARIO".
            05 FILLER PIC X(20) value "RESTAURAR-GEN".
            05 FILLER PIC X(20) value "MANTENER-PLAN".
            05 FILLER PIC X(20) value "FIRMAR-REV-ACCESOS".
            05 FILLER PIC X(20) value "EXTRACTO-TITULAR".
        01 FILLER REDEFINES tabla-supervisor.
            05 programa-supervisor OCCURS 27 TIMES PIC X(20).
        01 CANT-SUPERVISOR PIC 9(2) value 27.
        01 cant-operadores PIC 9(3) value 0.
        01 tabla-operadores.
            05 operador-item OCCURS 500 TIMES.
                10 top-codigo      PIC X(4).
                10 top-nombre      PIC X(30).
                10 top-activo      PIC X(1).
                10 top-nivel       PIC 9(1).
                10 top-ult-uso     PIC X(8).
                10 top-fuente-uso  PIC X(20).
                10 top-ult-sup     PIC X(8).
                10 top-fuente-sup  PIC X(20).
                10 top-motivo      PIC X(20).
        01 cant-denegados PIC 9(3) value 0.
        01 tabla-denegados.
            05 denegado-item OCCURS 300 TIMES.
                10 den-operador PIC X(4).
                10 den-programa PIC X(20).
                10 den-tramo    PIC 9(4) OCCURS 3 TIMES.
        01 cant-fuentes PIC 9(2) value 0.
        01 tabla-fuentes.
            05 fuente-item OCCURS 10 TIMES.
                10 fue-nombre PIC X(20).
                10 fue-lineas PIC 9(7).
                10 fue-estado PIC X(9).
        01 i PIC 9(3).
        01 j PIC 9(3).
        01 t PIC 9(1).
        01 pos-op  PIC 9(3).
        01 pos-den PIC 9(3).
        01 act-operador PIC X(4).
        01 act-fecha    PIC X(8).
        01 act-fuente   PIC X(20).
        01 act-supervisor PIC X(1).
        01 es-supervisor  PIC X(1).
        01 fuente-lineas PIC 9(7).
        01 cant-desconocidos PIC 9(7) value 0.
        01 denegados-fuera PIC 9(7) value 0.
        01 revision-repetida PIC X(1) value "N".
        01 cant-supervisores PIC 9(3) value 0.
        01 cant-sin-uso-sup  PIC 9(3) value 0.
        01 cant-inactivos-uso PIC 9(3) value 0.
        01 cant-sin-actividad PIC 9(3) value 0.
        01 cant-planilla      PIC 9(3) value 0.
        01 cant-lineas-den    PIC 9(3) value 0.
        01 dias-desde   PIC 9(5).
        01 dias-ed      PIC Z(4)9.
        01 cant-ed      PIC Z(3)9.
        01 lineas-ed    PIC Z(6)9.
        01 observacion  PIC X(34).
        01 tendencia    PIC X(5).
        01 tramos-previos PIC 9(5).
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Display "Fecha de la revision (AAAAMMDD, espacios = hoy): "
    Accept fecha-proceso
    IF fecha-proceso = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    END-IF
    IF fecha-proceso IS NOT NUMERIC
        Display "Error: la fecha debe ser AAAAMMDD"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Compute dia-proceso =
        FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (fecha-proceso))
    Compute fecha-desde-num =
        FUNCTION DATE-OF-INTEGER (dia-proceso - DIAS-VENTANA + 1)
    Move fecha-desde-num to fecha-desde
    PERFORM 1000-CARGAR-OPERADORES THRU 1000-CARGAR-OPERADORES-EXIT
    PERFORM 1500-VERIFICAR-REVISION THRU 1500-VERIFICAR-REVISION-EXIT
    IF revision-repetida = "S"
        Display "Error: ya hay una revision de accesos con fecha "
            fecha-proceso " en REVISION-ACCESOS"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-LEER-AUDITORIA THRU 2000-LEER-AUDITORIA-EXIT
    PERFORM 2100-LEER-CAMBIOS-ALUMNOS THRU 2100-LEER-CAMBIOS-ALUMNOS-EXIT
    PERFORM 2200-LEER-CAMBIOS-DOCENTES THRU 2200-LEER-CAMBIOS-DOCENTES-EXIT
    PERFORM 2300-LEER-CAMBIOS-PRESUP THRU 2300-LEER-CAMBIOS-PRESUP-EXIT
    PERFORM 2400-LEER-CAMBIOS-FX THRU 2400-LEER-CAMBIOS-FX-EXIT
    PERFORM 2500-LEER-CAMBIOS-OPER THRU 2500-LEER-CAMBIOS-OPER-EXIT
    PERFORM 2600-LEER-PLAN-CAMBIOS THRU 2600-LEER-PLAN-CAMBIOS-EXIT
    PERFORM 2700-LEER-BITACORA-PIN THRU 2700-LEER-BITACORA-PIN-EXIT
    PERFORM 2800-LEER-VENTAS THRU 2800-LEER-VENTAS-EXIT
    PERFORM 3000-LEER-DENEGADOS THRU 3000-LEER-DENEGADOS-EXIT
    PERFORM 3500-CLASIFICAR THRU 3500-CLASIFICAR-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-operadores
    OPEN OUTPUT LISTADO-ACCESOS
    OPEN EXTEND REVISION-ACCESOS
    IF RX-STATUS = "35"
        OPEN OUTPUT REVISION-ACCESOS
    END-IF
    PERFORM 4000-ENCABEZAR
    PERFORM 4100-SECCION-SUPERVISORES
    PERFORM 4300-SECCION-INACTIVOS
    PERFORM 4500-SECCION-SIN-ACTIVIDAD
    PERFORM 4700-SECCION-DENEGADOS
    PERFORM 4900-PIE
    PERFORM 5000-GRABAR-PLANILLA THRU 5000-GRABAR-PLANILLA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-operadores
    CLOSE REVISION-ACCESOS
    CLOSE LISTADO-ACCESOS
    Display "Revision de accesos " fecha-proceso
        " impresa en LISTADO-ACCESOS"
    Display "Supervisores: " cant-supervisores
        " (sin uso en " DIAS-VENTANA " dias: " cant-sin-uso-sup ")"
        " inactivos con actividad: " cant-inactivos-uso
        " sin actividad: " cant-sin-actividad
    Display "Lineas pendientes de firma en REVISION-ACCESOS: "
        cant-planilla " (Firmar-Revision-Accesos)"
    IF cant-inactivos-uso > 0
        Display "ADVERTENCIA: hay operadores inactivos con actividad"
            " en los ultimos " DIAS-VENTANA " dias"
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-OPERADORES.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "Error: no se pudo abrir OPERADORES"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10" OR cant-operadores = 500
        Compute cant-operadores = cant-operadores + 1
        INITIALIZE operador-item (cant-operadores)
        Move OP-CODIGO to top-codigo (cant-operadores)
        Move OP-NOMBRE to top-nombre (cant-operadores)
        Move OP-ACTIVO to top-activo (cant-operadores)
        IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
            Move OP-NIVEL to top-nivel (cant-operadores)
        ELSE
            Move 1 to top-nivel (cant-operadores)
        END-IF
        PERFORM 1100-LEER-OPERADOR
    END-PERFORM
    IF OP-STATUS <> "10"
        Display "ADVERTENCIA: padron de mas de 500 operadores,"
            " el resto queda fuera de la revision"
    END-IF
    CLOSE OPERADORES.
1000-CARGAR-OPERADORES-EXIT.
    EXIT.

1100-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

1500-VERIFICAR-REVISION.
    OPEN INPUT REVISION-ACCESOS
    IF RX-STATUS <> "00"
        GO TO 1500-VERIFICAR-REVISION-EXIT
    END-IF
    PERFORM 1550-LEER-REVISION
    PERFORM UNTIL RX-STATUS = "10"
        IF RX-REVISION = fecha-proceso
            Move "S" to revision-repetida
        END-IF
        PERFORM 1550-LEER-REVISION
    END-PERFORM
    CLOSE REVISION-ACCESOS.
1500-VERIFICAR-REVISION-EXIT.
    EXIT.

1550-LEER-REVISION.
    READ REVISION-ACCESOS
    NOT AT END
        CONTINUE
    END-READ.

*>AUDIT-LOG: toda corrida es actividad del operador; la de un
*>programa de tabla-supervisor es ademas uso de nivel supervisor.
2000-LEER-AUDITORIA.
    Move 0 to fuente-lineas
    OPEN INPUT AUDIT-LOG
    IF AL-STATUS <> "00"
        Move "AUDIT-LOG" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2000-LEER-AUDITORIA-EXIT
    END-IF
    PERFORM 2050-LEER-AL
    PERFORM UNTIL AL-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move "N" to es-supervisor
        PERFORM 2060-VER-SUPERVISOR THRU 2060-VER-SUPERVISOR-EXIT
            VARYING j FROM 1 BY 1 UNTIL j > CANT-SUPERVISOR
        Move AL-OPERADOR   to act-operador
        Move AL-FECHA      to act-fecha
        Move AL-PROGRAMA   to act-fuente
        Move es-supervisor to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2050-LEER-AL
    END-PERFORM
    CLOSE AUDIT-LOG
    Move "AUDIT-LOG" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2000-LEER-AUDITORIA-EXIT.
    EXIT.

2050-LEER-AL.
    READ AUDIT-LOG
    NOT AT END
        CONTINUE
    END-READ.

2060-VER-SUPERVISOR.
    IF AL-PROGRAMA = programa-supervisor (j)
        Move "S" to es-supervisor
    END-IF.
2060-VER-SUPERVISOR-EXIT.
    EXIT.

*>Las bitacoras CAMBIOS-* las graban solo programas de supervisor:
*>cada linea es un uso de nivel supervisor de su operador. Las lineas
*>de CAMBIOS-ALUMNOS anteriores al campo de operador no se atribuyen.
2100-LEER-CAMBIOS-ALUMNOS.
    Move 0 to fuente-lineas
    OPEN INPUT CAMBIOS-ALUMNOS
    IF XA-STATUS <> "00"
        Move "CAMBIOS-ALUMNOS" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2100-LEER-CAMBIOS-ALUMNOS-EXIT
    END-IF
    PERFORM 2150-LEER-XA
    PERFORM UNTIL XA-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move XA-OPERADOR       to act-operador
        Move XA-FECHA          to act-fecha
        Move "CAMBIOS-ALUMNOS" to act-fuente
        Move "S"               to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2150-LEER-XA
    END-PERFORM
    CLOSE CAMBIOS-ALUMNOS
    Move "CAMBIOS-ALUMNOS" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2100-LEER-CAMBIOS-ALUMNOS-EXIT.
    EXIT.

2150-LEER-XA.
    READ CAMBIOS-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

2200-LEER-CAMBIOS-DOCENTES.
    Move 0 to fuente-lineas
    OPEN INPUT CAMBIOS-DOCENTES
    IF XD-STATUS <> "00"
        Move "CAMBIOS-DOCENTES" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2200-LEER-CAMBIOS-DOCENTES-EXIT
    END-IF
    PERFORM 2250-LEER-XD
    PERFORM UNTIL XD-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move XD-OPERADOR        to act-operador
        Move XD-FECHA           to act-fecha
        Move "CAMBIOS-DOCENTES" to act-fuente
        Move "S"                to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2250-LEER-XD
    END-PERFORM
    CLOSE CAMBIOS-DOCENTES
    Move "CAMBIOS-DOCENTES" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2200-LEER-CAMBIOS-DOCENTES-EXIT.
    EXIT.

2250-LEER-XD.
    READ CAMBIOS-DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

2300-LEER-CAMBIOS-PRESUP.
    Move 0 to fuente-lineas
    OPEN INPUT CAMBIOS-PRESUPUESTO
    IF XP-STATUS <> "00"
        Move "CAMBIOS-PRESUPUESTO" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2300-LEER-CAMBIOS-PRESUP-EXIT
    END-IF
    PERFORM 2350-LEER-XP
    PERFORM UNTIL XP-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move XP-OPERADOR           to act-operador
        Move XP-FECHA              to act-fecha
        Move "CAMBIOS-PRESUPUESTO" to act-fuente
        Move "S"                   to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2350-LEER-XP
    END-PERFORM
    CLOSE CAMBIOS-PRESUPUESTO
    Move "CAMBIOS-PRESUPUESTO" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2300-LEER-CAMBIOS-PRESUP-EXIT.
    EXIT.

2350-LEER-XP.
    READ CAMBIOS-PRESUPUESTO
    NOT AT END
        CONTINUE
    END-READ.

2400-LEER-CAMBIOS-FX.
    Move 0 to fuente-lineas
    OPEN INPUT CAMBIOS-TABLAS-FX
    IF XT-STATUS <> "00"
        Move "CAMBIOS-TABLAS-FX" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2400-LEER-CAMBIOS-FX-EXIT
    END-IF
    PERFORM 2450-LEER-XT
    PERFORM UNTIL XT-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move XT-OPERADOR         to act-operador
        Move XT-FECHA            to act-fecha
        Move "CAMBIOS-TABLAS-FX" to act-fuente
        Move "S"                 to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2450-LEER-XT
    END-PERFORM
    CLOSE CAMBIOS-TABLAS-FX
    Move "CAMBIOS-TABLAS-FX" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2400-LEER-CAMBIOS-FX-EXIT.
    EXIT.

2450-LEER-XT.
    READ CAMBIOS-TABLAS-FX
    NOT AT END
        CONTINUE
    END-READ.

2500-LEER-CAMBIOS-OPER.
    Move 0 to fuente-lineas
    OPEN INPUT CAMBIOS-OPERADORES
    IF XO-STATUS <> "00"
        Move "CAMBIOS-OPERADORES" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2500-LEER-CAMBIOS-OPER-EXIT
    END-IF
    PERFORM 2550-LEER-XO
    PERFORM UNTIL XO-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move XO-OPERADOR          to act-operador
        Move XO-FECHA             to act-fecha
        Move "CAMBIOS-OPERADORES" to act-fuente
        Move "S"                  to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2550-LEER-XO
    END-PERFORM
    CLOSE CAMBIOS-OPERADORES
    Move "CAMBIOS-OPERADORES" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2500-LEER-CAMBIOS-OPER-EXIT.
    EXIT.

2550-LEER-XO.
    READ CAMBIOS-OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

*>Una modificacion deja dos lineas (imagen anterior y posterior): se
*>cuenta solo la posterior, asi cada cambio del plan vale uno. La baja
*>solo tiene la anterior y el alta solo la posterior.
2600-LEER-PLAN-CAMBIOS.
    Move 0 to fuente-lineas
    OPEN INPUT PLAN-CAMBIOS
    IF PC-STATUS <> "00"
        Move "PLAN-CAMBIOS" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2600-LEER-PLAN-CAMBIOS-EXIT
    END-IF
    PERFORM 2650-LEER-PC
    PERFORM UNTIL PC-STATUS = "10"
        IF PC-ACCION <> "M" OR PC-IMAGEN <> "A"
            Compute fuente-lineas = fuente-lineas + 1
            Move PC-OPERADOR    to act-operador
            Move PC-FECHA       to act-fecha
            Move "PLAN-CAMBIOS" to act-fuente
            Move "S"            to act-supervisor
            PERFORM 2900-ANOTAR-ACTIVIDAD
                THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        END-IF
        PERFORM 2650-LEER-PC
    END-PERFORM
    CLOSE PLAN-CAMBIOS
    Move "PLAN-CAMBIOS" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2600-LEER-PLAN-CAMBIOS-EXIT.
    EXIT.

2650-LEER-PC.
    READ PLAN-CAMBIOS
    NOT AT END
        CONTINUE
    END-READ.

*>De BITACORA-PIN solo cuentan las acciones de supervisor de
*>Mantener-Pines (BP-SUPERVISOR); un intento fallido no es actividad.
2700-LEER-BITACORA-PIN.
    Move 0 to fuente-lineas
    OPEN INPUT BITACORA-PIN
    IF BP-STATUS <> "00"
        Move "BITACORA-PIN" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2700-LEER-BITACORA-PIN-EXIT
    END-IF
    PERFORM 2750-LEER-BP
    PERFORM UNTIL BP-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        IF BP-SUPERVISOR <> SPACES
            Move BP-SUPERVISOR  to act-operador
            Move BP-FECHA       to act-fecha
            Move BP-PROGRAMA    to act-fuente
            Move "S"            to act-supervisor
            PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        END-IF
        PERFORM 2750-LEER-BP
    END-PERFORM
    CLOSE BITACORA-PIN
    Move "BITACORA-PIN" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2700-LEER-BITACORA-PIN-EXIT.
    EXIT.

2750-LEER-BP.
    READ BITACORA-PIN
    NOT AT END
        CONTINUE
    END-READ.

2800-LEER-VENTAS.
    Move 0 to fuente-lineas
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        Move "DAILY-SALES" to act-fuente
        PERFORM 2990-ANOTAR-FUENTE
        GO TO 2800-LEER-VENTAS-EXIT
    END-IF
    PERFORM 2850-LEER-DS
    PERFORM UNTIL DS-STATUS = "10"
        Compute fuente-lineas = fuente-lineas + 1
        Move DS-OPERADOR   to act-operador
        Move DS-FECHA      to act-fecha
        Move "DAILY-SALES" to act-fuente
        Move "N"           to act-supervisor
        PERFORM 2900-ANOTAR-ACTIVIDAD THRU 2900-ANOTAR-ACTIVIDAD-EXIT
        PERFORM 2850-LEER-DS
    END-PERFORM
    CLOSE DAILY-SALES
    Move "DAILY-SALES" to act-fuente
    PERFORM 2990-ANOTAR-FUENTE.
2800-LEER-VENTAS-EXIT.
    EXIT.

2850-LEER-DS.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

*>Lo posterior a la fecha de revision no cuenta (se puede revisar un
*>trimestre ya cerrado); un codigo que no esta en el padron se cuenta
*>aparte en el pie.
2900-ANOTAR-ACTIVIDAD.
    IF act-operador = SPACES OR act-fecha IS NOT NUMERIC
        GO TO 2900-ANOTAR-ACTIVIDAD-EXIT
    END-IF
    IF act-fecha > fecha-proceso
        GO TO 2900-ANOTAR-ACTIVIDAD-EXIT
    END-IF
    Move 0 to pos-op
    PERFORM 2950-BUSCAR-OPERADOR THRU 2950-BUSCAR-OPERADOR-EXIT
        VARYING j FROM 1 BY 1 UNTIL j > cant-operadores
    IF pos-op = 0
        Compute cant-desconocidos = cant-desconocidos + 1
        GO TO 2900-ANOTAR-ACTIVIDAD-EXIT
    END-IF
    IF top-ult-uso (pos-op) = SPACES
    OR act-fecha > top-ult-uso (pos-op)
        Move act-fecha  to top-ult-uso (pos-op)
        Move act-fuente to top-fuente-uso (pos-op)
    END-IF
    IF act-supervisor = "S"
        IF top-ult-sup (pos-op) = SPACES
        OR act-fecha > top-ult-sup (pos-op)
            Move act-fecha  to top-ult-sup (pos-op)
            Move act-fuente to top-fuente-sup (pos-op)
        END-IF
    END-IF.
2900-ANOTAR-ACTIVIDAD-EXIT.
    EXIT.

2950-BUSCAR-OPERADOR.
    IF top-codigo (j) = act-operador
        Move j to pos-op
    END-IF.
2950-BUSCAR-OPERADOR-EXIT.
    EXIT.

2990-ANOTAR-FUENTE.
    IF cant-fuentes < 10
        Compute cant-fuentes = cant-fuentes + 1
        Move act-fuente    to fue-nombre (cant-fuentes)
        Move fuente-lineas to fue-lineas (cant-fuentes)
        IF fuente-lineas = 0
            Move "SIN DATOS" to fue-estado (cant-fuentes)
        ELSE
            Move "LEIDA" to fue-estado (cant-fuentes)
        END-IF
    END-IF.

*>Intentos rechazados de la ventana, por operador y programa, en tres
*>tramos de 30 dias (1 = el mas viejo, 3 = los ultimos 30 dias). La
*>tendencia compara el ultimo tramo con el promedio de los dos
*>anteriores.
3000-LEER-DENEGADOS.
    OPEN INPUT ACCESOS-DENEGADOS
    IF AD-STATUS <> "00"
        GO TO 3000-LEER-DENEGADOS-EXIT
    END-IF
    PERFORM 3050-LEER-AD
    PERFORM UNTIL AD-STATUS = "10"
        IF AD-FECHA IS NUMERIC
        AND AD-FECHA >= fecha-desde AND AD-FECHA <= fecha-proceso
            PERFORM 3100-ACUMULAR-DENEGADO THRU 3100-ACUMULAR-DENEGADO-EXIT
        END-IF
        PERFORM 3050-LEER-AD
    END-PERFORM
    CLOSE ACCESOS-DENEGADOS.
3000-LEER-DENEGADOS-EXIT.
    EXIT.

3050-LEER-AD.
    READ ACCESOS-DENEGADOS
    NOT AT END
        CONTINUE
    END-READ.

3100-ACUMULAR-DENEGADO.
    Compute dias-atras = dia-proceso
        - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (AD-FECHA))
    EVALUATE TRUE
        WHEN dias-atras < 30
            Move 3 to t
        WHEN dias-atras < 60
            Move 2 to t
        WHEN OTHER
            Move 1 to t
    END-EVALUATE
    Move 0 to pos-den
    PERFORM 3150-BUSCAR-DENEGADO THRU 3150-BUSCAR-DENEGADO-EXIT
        VARYING j FROM 1 BY 1 UNTIL j > cant-denegados
    IF pos-den = 0
        IF cant-denegados = 300
            Compute denegados-fuera = denegados-fuera + 1
            GO TO 3100-ACUMULAR-DENEGADO-EXIT
        END-IF
        Compute cant-denegados = cant-denegados + 1
        Move cant-denegados to pos-den
        INITIALIZE denegado-item (pos-den)
        Move AD-OPERADOR to den-operador (pos-den)
        Move AD-PROGRAMA to den-programa (pos-den)
    END-IF
    Compute den-tramo (pos-den, t) = den-tramo (pos-den, t) + 1.
3100-ACUMULAR-DENEGADO-EXIT.
    EXIT.

3150-BUSCAR-DENEGADO.
    IF den-operador (j) = AD-OPERADOR
    AND den-programa (j) = AD-PROGRAMA
        Move j to pos-den
    END-IF.
3150-BUSCAR-DENEGADO-EXIT.
    EXIT.

*>Un operador queda a lo sumo en una linea de la planilla: inactivo
*>con actividad reciente primero (es el hallazgo), despues nivel
*>supervisor, despues activo sin actividad en la ventana.
3500-CLASIFICAR.
    Move SPACES to top-motivo (i)
    IF top-activo (i) <> "S"
        IF top-ult-uso (i) <> SPACES AND top-ult-uso (i) >= fecha-desde
            Move "INACTIVO CON USO" to top-motivo (i)
            Compute cant-inactivos-uso = cant-inactivos-uso + 1
            Compute cant-planilla = cant-planilla + 1
        END-IF
    END-IF
    IF top-nivel (i) = 2
        Compute cant-supervisores = cant-supervisores + 1
        IF top-ult-sup (i) = SPACES OR top-ult-sup (i) < fecha-desde
            Compute cant-sin-uso-sup = cant-sin-uso-sup + 1
            IF top-motivo (i) = SPACES
                Move "SUPERVISOR SIN USO" to top-motivo (i)
                Compute cant-planilla = cant-planilla + 1
            END-IF
        ELSE
            IF top-motivo (i) = SPACES
                Move "SUPERVISOR" to top-motivo (i)
                Compute cant-planilla = cant-planilla + 1
            END-IF
        END-IF
    END-IF
    IF top-activo (i) = "S"
        IF top-ult-uso (i) = SPACES OR top-ult-uso (i) < fecha-desde
            Compute cant-sin-actividad = cant-sin-actividad + 1
            IF top-motivo (i) = SPACES
                Move "SIN ACTIVIDAD" to top-motivo (i)
                Compute cant-planilla = cant-planilla + 1
            END-IF
        END-IF
    END-IF.
3500-CLASIFICAR-EXIT.
    EXIT.

4000-ENCABEZAR.
    Move SPACES to linea-impresion
    STRING "REVISION DE ACCESOS - FECHA DE REVISION " DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        "  VENTANA DESDE " DELIMITED BY SIZE
        fecha-desde DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

4100-SECCION-SUPERVISORES.
    Move "1. OPERADORES CON NIVEL SUPERVISOR Y SU ULTIMO USO DEL NIVEL"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "OPER NOMBRE                         A ULT.SUP  FUENTE      "
        & "           DIAS ULT.ACT  OBSERVACION" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 4150-LINEA-SUPERVISOR THRU 4150-LINEA-SUPERVISOR-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-operadores
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

4150-LINEA-SUPERVISOR.
    IF top-nivel (i) <> 2
        GO TO 4150-LINEA-SUPERVISOR-EXIT
    END-IF
    Move SPACES to observacion
    EVALUATE TRUE
        WHEN top-ult-sup (i) = SPACES
            Move "NUNCA USO EL NIVEL SUPERVISOR" to observacion
        WHEN top-ult-sup (i) < fecha-desde
            Move "SIN USO DEL NIVEL EN LA VENTANA" to observacion
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    IF top-activo (i) <> "S"
        Move "INACTIVO CON NIVEL SUPERVISOR" to observacion
    END-IF
    Move SPACES to linea-impresion
    Move top-codigo (i) to linea-impresion (1:4)
    Move top-nombre (i) to linea-impresion (6:30)
    Move top-activo (i) to linea-impresion (37:1)
    Move top-ult-sup (i) to linea-impresion (39:8)
    Move top-fuente-sup (i) to linea-impresion (48:20)
    IF top-ult-sup (i) <> SPACES
        Compute dias-desde = dia-proceso
            - FUNCTION INTEGER-OF-DATE (FUNCTION NUMVAL (top-ult-sup (i)))
        Move dias-desde to dias-ed
        Move dias-ed to linea-impresion (69:5)
    END-IF
    Move top-ult-uso (i) to linea-impresion (75:8)
    Move observacion to linea-impresion (85:34)
    PERFORM 6900-ESCRIBIR-LINEA.
4150-LINEA-SUPERVISOR-EXIT.
    EXIT.

4300-SECCION-INACTIVOS.
    Move "2. OPERADORES INACTIVOS CON ACTIVIDAD EN LA VENTANA"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "OPER NOMBRE                         N ULT.ACT  FUENTE"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 4350-LINEA-INACTIVO THRU 4350-LINEA-INACTIVO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-operadores
    IF cant-inactivos-uso = 0
        Move "(ninguno)" to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

4350-LINEA-INACTIVO.
    IF top-motivo (i) <> "INACTIVO CON USO"
        GO TO 4350-LINEA-INACTIVO-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move top-codigo (i) to linea-impresion (1:4)
    Move top-nombre (i) to linea-impresion (6:30)
    Move top-nivel (i) to linea-impresion (37:1)
    Move top-ult-uso (i) to linea-impresion (39:8)
    Move top-fuente-uso (i) to linea-impresion (48:20)
    Move "<<" to linea-impresion (69:2)
    PERFORM 6900-ESCRIBIR-LINEA.
4350-LINEA-INACTIVO-EXIT.
    EXIT.

4500-SECCION-SIN-ACTIVIDAD.
    Move "3. OPERADORES ACTIVOS SIN ACTIVIDAD EN LA VENTANA"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "OPER NOMBRE                         N ULT.ACT  FUENTE"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 4550-LINEA-SIN-ACTIVIDAD THRU 4550-LINEA-SIN-ACTIVIDAD-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-operadores
    IF cant-sin-actividad = 0
        Move "(ninguno)" to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

4550-LINEA-SIN-ACTIVIDAD.
    IF top-activo (i) <> "S"
        GO TO 4550-LINEA-SIN-ACTIVIDAD-EXIT
    END-IF
    IF top-ult-uso (i) <> SPACES AND top-ult-uso (i) >= fecha-desde
        GO TO 4550-LINEA-SIN-ACTIVIDAD-EXIT
    END-IF
    Move SPACES to linea-impresion
    Move top-codigo (i) to linea-impresion (1:4)
    Move top-nombre (i) to linea-impresion (6:30)
    Move top-nivel (i) to linea-impresion (37:1)
    IF top-ult-uso (i) = SPACES
        Move "NUNCA" to linea-impresion (39:8)
    ELSE
        Move top-ult-uso (i) to linea-impresion (39:8)
        Move top-fuente-uso (i) to linea-impresion (48:20)
    END-IF
    PERFORM 6900-ESCRIBIR-LINEA.
4550-LINEA-SIN-ACTIVIDAD-EXIT.
    EXIT.

4700-SECCION-DENEGADOS.
    Move "4. INTENTOS RECHAZADOS (ACCESOS-DENEGADOS) POR OPERADOR Y"
        & " PROGRAMA, TRAMOS DE 30 DIAS" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "OPER PROGRAMA             61-90 31-60  0-30 TENDENCIA"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 4750-LINEA-DENEGADO THRU 4750-LINEA-DENEGADO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-denegados
    IF cant-denegados = 0
        Move "(ninguno)" to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF
    IF denegados-fuera > 0
        Move SPACES to linea-impresion
        Move denegados-fuera to lineas-ed
        STRING "ADVERTENCIA: tabla llena (300), intentos sin agrupar: "
            DELIMITED BY SIZE
            lineas-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

4750-LINEA-DENEGADO.
    Compute tramos-previos = den-tramo (i, 1) + den-tramo (i, 2)
    EVALUATE TRUE
        WHEN den-tramo (i, 3) * 2 > tramos-previos
            Move "SUBE" to tendencia
        WHEN den-tramo (i, 3) * 2 < tramos-previos
            Move "BAJA" to tendencia
        WHEN OTHER
            Move "IGUAL" to tendencia
    END-EVALUATE
    Move SPACES to linea-impresion
    Move den-operador (i) to linea-impresion (1:4)
    Move den-programa (i) to linea-impresion (6:20)
    Move den-tramo (i, 1) to cant-ed
    Move cant-ed to linea-impresion (28:4)
    Move den-tramo (i, 2) to cant-ed
    Move cant-ed to linea-impresion (34:4)
    Move den-tramo (i, 3) to cant-ed
    Move cant-ed to linea-impresion (40:4)
    Move tendencia to linea-impresion (45:5)
    PERFORM 6900-ESCRIBIR-LINEA.
4750-LINEA-DENEGADO-EXIT.
    EXIT.

4900-PIE.
    Move "FUENTES DE ACTIVIDAD" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 4950-LINEA-FUENTE THRU 4950-LINEA-FUENTE-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-fuentes
    IF cant-desconocidos > 0
        Move SPACES to linea-impresion
        Move cant-desconocidos to lineas-ed
        STRING "Lineas de actividad de codigos fuera del padron: "
            DELIMITED BY SIZE
            lineas-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    Move cant-planilla to cant-ed
    STRING "Lineas a firmar en REVISION-ACCESOS: " DELIMITED BY SIZE
        cant-ed DELIMITED BY SIZE
        "  (M = mantener, B = bajar a nivel 1, D = desactivar;"
        DELIMITED BY SIZE
        " Firmar-Revision-Accesos)" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA.

4950-LINEA-FUENTE.
    Move SPACES to linea-impresion
    Move fue-nombre (i) to linea-impresion (1:20)
    Move fue-lineas (i) to lineas-ed
    Move lineas-ed to linea-impresion (22:7)
    Move fue-estado (i) to linea-impresion (30:9)
    PERFORM 6900-ESCRIBIR-LINEA.
4950-LINEA-FUENTE-EXIT.
    EXIT.

5000-GRABAR-PLANILLA.
    IF top-motivo (i) = SPACES
        GO TO 5000-GRABAR-PLANILLA-EXIT
    END-IF
    INITIALIZE RX-REGISTRO
    Move fecha-proceso   to RX-REVISION
    Move SPACE           to RX-SEP1
    Move top-codigo (i)  to RX-OPERADOR
    Move SPACE           to RX-SEP2
    Move top-nombre (i)  to RX-NOMBRE
    Move SPACE           to RX-SEP3
    Move top-nivel (i)   to RX-NIVEL
    Move SPACE           to RX-SEP4
    Move top-activo (i)  to RX-ACTIVO
    Move SPACE           to RX-SEP5
    Move top-motivo (i)  to RX-MOTIVO
    Move SPACE           to RX-SEP6
    IF top-motivo (i) (1:10) = "SUPERVISOR"
        Move top-ult-sup (i) to RX-ULTIMO-USO
    ELSE
        Move top-ult-uso (i) to RX-ULTIMO-USO
    END-IF
    Move SPACE           to RX-SEP7
    Move SPACE           to RX-DECISION
    Move SPACE           to RX-SEP8
    Move SPACE           to RX-SEP9
    Move SPACE           to RX-SEP10
    Move "N"             to RX-APLICADA
    WRITE RX-REGISTRO.
5000-GRABAR-PLANILLA-EXIT.
    EXIT.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA.
