*>Carga de las becas que otorga el comite: LISTADO-BECAS dice quien
*>quedo arriba de la linea de corte, pero lo que el comite resuelve
*>(a quien, que porcentaje, desde y hasta que periodo) quedaba en el
*>acta. Reservado a supervisores (nivel 2; el intento de un operador
*>sin nivel queda en ACCESOS-DENEGADOS). Por cada beca se tipea el
*>legajo, que tiene que figurar en el ranking de LISTADO-BECAS (si
*>quedo debajo de la linea de corte se pide confirmacion), el
*>porcentaje de descuento, los periodos desde y hasta (AAAAMM) y el
*>numero de resolucion; una beca que se superpone con otra del mismo
*>legajo se rechaza. Las becas quedan en BECAS-OTORGADAS y Emitir-Cuotas
*>las descuenta de la cuota de cada periodo vigente.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Otorgar-Becas.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT LISTADO-BECAS ASSIGN TO "LISTADO-BECAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LB-STATUS.
        SELECT BECAS-OTORGADAS ASSIGN TO "BECAS-OTORGADAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BO-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  LISTADO-BECAS.
        01 LB-LINEA PIC X(100).
    FD  BECAS-OTORGADAS.
        COPY "beca-otorgada".
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    WORKING-STORAGE SECTION.
        01 LB-STATUS PIC X(2).
        01 BO-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 cant-rankeados PIC 9(4) value 0.
        01 tabla-rankeados.
            05 rankeado OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-rankeados.
                10 ran-legajo  PIC 9(8).
                10 ran-puesto  PIC X(4).
                10 ran-cohorte PIC X(4).
                10 ran-arriba  PIC X(1).
        01 r PIC 9(4).
        01 pos-rankeado PIC 9(4).
        01 cohorte-listado PIC X(4).
        01 debajo-del-corte PIC X(1).
        01 legajo-listado PIC X(8).
        01 cant-becas PIC 9(4) value 0.
        01 tabla-becas.
            05 beca OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-becas.
                10 bec-legajo PIC 9(8).
                10 bec-desde  PIC X(6).
                10 bec-hasta  PIC X(6).
                10 bec-resolucion PIC X(12).
        01 b PIC 9(4).
        01 beca-superpuesta PIC X(1).
        01 tabla-llena PIC X(1) value "N".
        01 hay-mas-becas PIC X(1) value "S".
        01 legajo-beca PIC 9(8).
        01 porcentaje-beca PIC 9(3).
        01 desde-beca PIC X(6).
        01 desde-partes REDEFINES desde-beca.
            05 anio-desde PIC 9(4).
            05 mes-desde  PIC 9(2).
        01 hasta-beca PIC X(6).
        01 hasta-partes REDEFINES hasta-beca.
            05 anio-hasta PIC 9(4).
            05 mes-hasta  PIC 9(2).
        01 resolucion-beca PIC X(12).
        01 respuesta PIC X(1).
        01 cant-otorgadas PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-RANKING THRU 1000-CARGAR-RANKING-EXIT
    IF cant-rankeados = 0
        Display "LISTADO-BECAS vacio o inexistente: corra primero el"
            " ranking de Becas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-CARGAR-BECAS THRU 2000-CARGAR-BECAS-EXIT
    IF tabla-llena = "S"
        Display "Error: tabla llena (2000), no se puede controlar la"
            " superposicion de becas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until hay-mas-becas = "N" or hay-mas-becas = "n"
        PERFORM 3000-TOMAR-BECA THRU 3000-TOMAR-BECA-EXIT
        Display "¿Desea cargar otra beca? (S/N): "
        Accept hay-mas-becas
    End-Perform
    Display "Becas otorgadas en la sesion: " cant-otorgadas
    STOP RUN.

0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de supervisor: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
            Display "Acceso denegado: se exige nivel "
                NIVEL-REQUERIDO " y el operador tiene nivel "
                nivel-operador
            PERFORM 0180-GRABAR-ACCESO-DENEGADO
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Display "Supervisor de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el supervisor"
        Move "S" to operador-valido
        Move NIVEL-REQUERIDO to nivel-operador
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

0160-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "OTORGAR-BECAS" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
        OPEN OUTPUT ACCESOS-DENEGADOS
    END-IF
    INITIALIZE AD-REGISTRO
    Move fecha-hoy       to AD-FECHA
    Move SPACE           to AD-SEP1
    Move hora-ahora      to AD-HORA
    Move SPACE           to AD-SEP2
    Move "OTORGAR-BECAS" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>El ranking se toma del listado impreso por Becas: las lineas de
*>cohorte abren cada grupo, la linea de corte separa a los que quedan
*>fuera del cupo y cada linea PUESTO trae el legajo en la columna 21.
1000-CARGAR-RANKING.
    OPEN INPUT LISTADO-BECAS
    IF LB-STATUS <> "00"
        GO TO 1000-CARGAR-RANKING-EXIT
    END-IF
    Move SPACES to cohorte-listado
    Move "N" to debajo-del-corte
    PERFORM 1100-LEER-LISTADO
    PERFORM UNTIL LB-STATUS = "10" OR cant-rankeados = 2000
        EVALUATE TRUE
            WHEN LB-LINEA (1:12) = "--- COHORTE "
                Move LB-LINEA (13:4) to cohorte-listado
                Move "N" to debajo-del-corte
            WHEN LB-LINEA (1:22) = "------ LINEA DE CORTE"
                Move "S" to debajo-del-corte
            WHEN LB-LINEA (1:7) = "PUESTO "
                Move LB-LINEA (21:8) to legajo-listado
                IF legajo-listado IS NUMERIC
                    Compute cant-rankeados = cant-rankeados + 1
                    Move legajo-listado to ran-legajo (cant-rankeados)
                    Move LB-LINEA (8:4) to ran-puesto (cant-rankeados)
                    Move cohorte-listado to ran-cohorte (cant-rankeados)
                    IF debajo-del-corte = "S"
                        Move "N" to ran-arriba (cant-rankeados)
                    ELSE
                        Move "S" to ran-arriba (cant-rankeados)
                    END-IF
                END-IF
            WHEN OTHER
                CONTINUE
        END-EVALUATE
        PERFORM 1100-LEER-LISTADO
    END-PERFORM
    CLOSE LISTADO-BECAS.
1000-CARGAR-RANKING-EXIT.
    EXIT.

1100-LEER-LISTADO.
    READ LISTADO-BECAS
    NOT AT END
        CONTINUE
    END-READ.

2000-CARGAR-BECAS.
    OPEN INPUT BECAS-OTORGADAS
    IF BO-STATUS <> "00"
        GO TO 2000-CARGAR-BECAS-EXIT
    END-IF
    PERFORM 2100-LEER-BECA
    PERFORM UNTIL BO-STATUS = "10"
        IF cant-becas = 2000
            Move "S" to tabla-llena
        ELSE
            Compute cant-becas = cant-becas + 1
            Move BO-LEGAJO     to bec-legajo (cant-becas)
            Move BO-DESDE      to bec-desde (cant-becas)
            Move BO-HASTA      to bec-hasta (cant-becas)
            Move BO-RESOLUCION to bec-resolucion (cant-becas)
        END-IF
        PERFORM 2100-LEER-BECA
    END-PERFORM
    CLOSE BECAS-OTORGADAS.
2000-CARGAR-BECAS-EXIT.
    EXIT.

2100-LEER-BECA.
    READ BECAS-OTORGADAS
    NOT AT END
        CONTINUE
    END-READ.

3000-TOMAR-BECA.
    Display "Legajo del alumno becado: "
    Accept legajo-beca
    Move 0 to pos-rankeado
    PERFORM 3100-BUSCAR-RANKEADO THRU 3100-BUSCAR-RANKEADO-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-rankeados
    IF pos-rankeado = 0
        Display "Error: el legajo " legajo-beca " no figura en el"
            " ranking de LISTADO-BECAS"
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    Display "  Cohorte " ran-cohorte (pos-rankeado) " puesto "
        ran-puesto (pos-rankeado)
    IF ran-arriba (pos-rankeado) = "N"
        Display "ADVERTENCIA: el alumno quedo debajo de la linea de"
            " corte. ¿Confirma la beca? (S/N): "
        Accept respuesta
        IF respuesta <> "S" AND respuesta <> "s"
            Display "Beca no cargada"
            GO TO 3000-TOMAR-BECA-EXIT
        END-IF
    END-IF
    Display "Porcentaje de descuento (1 a 100): "
    Accept porcentaje-beca
    IF porcentaje-beca = 0 OR porcentaje-beca > 100
        Display "Error: porcentaje invalido " porcentaje-beca
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    Display "Vigente desde el periodo (AAAAMM): "
    Accept desde-beca
    IF desde-beca IS NOT NUMERIC
    OR mes-desde < 1 OR mes-desde > 12
        Display "Error: periodo invalido " desde-beca
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    Display "Vigente hasta el periodo (AAAAMM): "
    Accept hasta-beca
    IF hasta-beca IS NOT NUMERIC
    OR mes-hasta < 1 OR mes-hasta > 12
    OR hasta-beca < desde-beca
        Display "Error: periodo invalido " hasta-beca
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    Display "Numero de resolucion del comite: "
    Accept resolucion-beca
    IF resolucion-beca = SPACES
        Display "Error: la resolucion es obligatoria"
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    Move "N" to beca-superpuesta
    PERFORM 3200-REVISAR-SUPERPOSICION THRU 3200-REVISAR-SUPERPOSICION-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > cant-becas
    IF beca-superpuesta = "S"
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    IF cant-becas = 2000
        Display "Error: tabla llena (2000), no se cargan mas becas"
        GO TO 3000-TOMAR-BECA-EXIT
    END-IF
    OPEN EXTEND BECAS-OTORGADAS
    IF BO-STATUS = "35"
        OPEN OUTPUT BECAS-OTORGADAS
    END-IF
    INITIALIZE BO-REGISTRO
    Move legajo-beca     to BO-LEGAJO
    Move SPACE           to BO-SEP1
    Move porcentaje-beca to BO-PORCENTAJE
    Move SPACE           to BO-SEP2
    Move desde-beca      to BO-DESDE
    Move SPACE           to BO-SEP3
    Move hasta-beca      to BO-HASTA
    Move SPACE           to BO-SEP4
    Move resolucion-beca to BO-RESOLUCION
    Move SPACE           to BO-SEP5
    Move fecha-hoy       to BO-FECHA
    Move SPACE           to BO-SEP6
    Move codigo-operador to BO-SUPERVISOR
    WRITE BO-REGISTRO
    CLOSE BECAS-OTORGADAS
    Compute cant-becas = cant-becas + 1
    Move legajo-beca     to bec-legajo (cant-becas)
    Move desde-beca      to bec-desde (cant-becas)
    Move hasta-beca      to bec-hasta (cant-becas)
    Move resolucion-beca to bec-resolucion (cant-becas)
    Compute cant-otorgadas = cant-otorgadas + 1
    Display "Beca del " porcentaje-beca "% otorgada a " legajo-beca
        " de " desde-beca " a " hasta-beca.
3000-TOMAR-BECA-EXIT.
    EXIT.

3100-BUSCAR-RANKEADO.
    IF ran-legajo (r) = legajo-beca
        Move r to pos-rankeado
    END-IF.
3100-BUSCAR-RANKEADO-EXIT.
    EXIT.

3200-REVISAR-SUPERPOSICION.
    IF bec-legajo (b) = legajo-beca
    AND bec-desde (b) <= hasta-beca AND bec-hasta (b) >= desde-beca
        Move "S" to beca-superpuesta
        Display "Error: se superpone con la beca de la resolucion "
            bec-resolucion (b) " (" bec-desde (b) " a "
            bec-hasta (b) ")"
    END-IF.
3200-REVISAR-SUPERPOSICION-EXIT.
    EXIT.
