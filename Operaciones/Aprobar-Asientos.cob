*>Aprobacion de los asientos manuales que Cargar-Asiento-Manual deja
*>pendientes en ASIENTOS-MANUALES. El supervisor ve cada asiento
*>pendiente completo (fecha, concepto, lineas y totales) y lo aprueba,
*>lo rechaza con un motivo o lo saltea (sigue pendiente para la
*>proxima sesion). Antes de aprobar se vuelve a controlar que el
*>asiento balancee, que sus cuentas sigan en PLAN-CUENTAS y que su mes
*>no se haya cerrado desde la carga (Controlar-Periodo). Nadie aprueba
*>un asiento que tipeo el mismo: separacion de funciones. Lo aprobado
*>se agrega al diario ASIENTOS con origen MANUAL, el numero del
*>asiento, el concepto y el codigo del supervisor que lo aprobo; el
*>registro conserva cada asiento con su estado, quien lo decidio y
*>cuando, y se aparta con Guardar-Generacion antes de regrabarlo.
*>Reservado a supervisores (nivel 2; el intento de un operador sin
*>nivel queda en ACCESOS-DENEGADOS).
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Aprobar-Asientos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ASIENTOS-MANUALES ASSIGN TO "ASIENTOS-MANUALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AM-STATUS.
        SELECT ASIENTOS ASSIGN TO "ASIENTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ASIENTOS-MANUALES.
        COPY "asiento-manual".
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
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
        COPY "generacion-args".
        COPY "periodo-args".
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 AM-STATUS PIC X(2).
        01 AS-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 cant-manuales PIC 9(4) value 0.
        01 tabla-manuales.
            05 manual-item OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-manuales.
                10 man-registro PIC X(130).
                10 man-numero   PIC X(6).
        01 registro-lleno PIC X(1) value "N".
        01 i PIC 9(4).
        01 j PIC 9(4).
        01 fin-asiento PIC 9(4).
        01 numero-visto PIC X(6) value SPACES.
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo PIC X(6).
                10 cta-nombre PIC X(30).
        01 c PIC 9(3).
        01 pos-cuenta PIC 9(3).
        01 cuenta-buscada PIC X(6).
        01 nombre-mostrado PIC X(30).
        01 numero-asiento PIC 9(6).
        01 fecha-asiento PIC X(8).
        01 concepto-asiento PIC X(30).
        01 operador-carga PIC X(4).
        01 total-debe PIC 9(13)V99.
        01 total-haber PIC 9(13)V99.
        01 importe-ed PIC Z(12)9.99.
        01 cuentas-faltantes PIC 9(2).
        01 decision PIC X(1).
        01 motivo-decision PIC X(24).
        01 estado-nuevo PIC X(1).
        01 hubo-decisiones PIC X(1) value "N".
        01 cant-aprobados  PIC 9(4) value 0.
        01 cant-rechazados PIC 9(4) value 0.
        01 cant-salteados  PIC 9(4) value 0.
        01 cant-trabados   PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-REGISTRO THRU 1000-CARGAR-REGISTRO-EXIT
    IF registro-lleno = "S"
        Display "ASIENTOS-MANUALES supera las 5000 lineas: no se"
            " puede regrabar sin perder lineas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF cant-manuales = 0
        Display "No hay asientos manuales cargados"
        STOP RUN
    END-IF
    PERFORM 1200-CARGAR-PLAN THRU 1200-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no se asienta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2000-DECIDIR-ASIENTO THRU 2000-DECIDIR-ASIENTO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-manuales
    IF hubo-decisiones = "S"
        PERFORM 5000-REGRABAR-REGISTRO
    END-IF
    Display "Sesion de aprobacion -> aprobados: " cant-aprobados
        " rechazados: " cant-rechazados
        " siguen pendientes: " cant-salteados
    IF cant-trabados > 0
        Display "Asientos que no se pudieron aprobar (mes cerrado,"
            " cuenta fuera del plan, desbalance o propio): "
            cant-trabados
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-REGISTRO.
    OPEN INPUT ASIENTOS-MANUALES
    IF AM-STATUS <> "00"
        GO TO 1000-CARGAR-REGISTRO-EXIT
    END-IF
    PERFORM 1100-LEER-MANUAL
    PERFORM UNTIL AM-STATUS = "10" OR cant-manuales = 5000
        Compute cant-manuales = cant-manuales + 1
        Move AM-REGISTRO to man-registro (cant-manuales)
        Move AM-REGISTRO (1:6) to man-numero (cant-manuales)
        PERFORM 1100-LEER-MANUAL
    END-PERFORM
    IF AM-STATUS <> "10"
        Move "S" to registro-lleno
    END-IF
    CLOSE ASIENTOS-MANUALES.
1000-CARGAR-REGISTRO-EXIT.
    EXIT.

1100-LEER-MANUAL.
    READ ASIENTOS-MANUALES
    NOT AT END
        CONTINUE
    END-READ.

1200-CARGAR-PLAN.
    OPEN INPUT PLAN-CUENTAS
    IF PL-STATUS <> "00"
        GO TO 1200-CARGAR-PLAN-EXIT
    END-IF
    PERFORM 1300-LEER-CUENTA
    PERFORM UNTIL PL-STATUS = "10" OR cant-cuentas = 200
        Compute cant-cuentas = cant-cuentas + 1
        Move PL-CUENTA to cta-codigo (cant-cuentas)
        Move PL-NOMBRE to cta-nombre (cant-cuentas)
        PERFORM 1300-LEER-CUENTA
    END-PERFORM
    CLOSE PLAN-CUENTAS.
1200-CARGAR-PLAN-EXIT.
    EXIT.

1300-LEER-CUENTA.
    READ PLAN-CUENTAS
    NOT AT END
        CONTINUE
    END-READ.

1400-BUSCAR-CUENTA.
    Move 0 to pos-cuenta
    PERFORM 1450-COMPARAR-CUENTA THRU 1450-COMPARAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas.

1450-COMPARAR-CUENTA.
    IF cta-codigo (c) = cuenta-buscada
        Move c to pos-cuenta
    END-IF.
1450-COMPARAR-CUENTA-EXIT.
    EXIT.

*>Las lineas de un asiento se graban juntas, asi que un asiento es el
*>tramo de lineas consecutivas con el mismo numero; se decide al
*>pasar por su primera linea.
2000-DECIDIR-ASIENTO.
    IF man-numero (i) = numero-visto
        GO TO 2000-DECIDIR-ASIENTO-EXIT
    END-IF
    Move man-numero (i) to numero-visto
    Move man-registro (i) to AM-REGISTRO
    IF AM-ESTADO <> "P"
        GO TO 2000-DECIDIR-ASIENTO-EXIT
    END-IF
    Move AM-NUMERO   to numero-asiento
    Move AM-FECHA    to fecha-asiento
    Move AM-CONCEPTO to concepto-asiento
    Move AM-OPERADOR to operador-carga
    Move i to fin-asiento
    PERFORM 2100-BUSCAR-FIN THRU 2100-BUSCAR-FIN-EXIT
        VARYING j FROM i BY 1
        UNTIL j > cant-manuales OR man-numero (j) <> numero-visto
    Move 0 to total-debe total-haber cuentas-faltantes
    Display "----------------------------------------"
    Display "Asiento " numero-asiento " del " fecha-asiento
        " cargado por " operador-carga ": " concepto-asiento
    PERFORM 2200-MOSTRAR-LINEA THRU 2200-MOSTRAR-LINEA-EXIT
        VARYING j FROM i BY 1 UNTIL j > fin-asiento
    Move total-debe to importe-ed
    Display "  total debe  " importe-ed
    Move total-haber to importe-ed
    Display "  total haber " importe-ed
    PERFORM 2500-CONTROLAR-ASIENTO THRU 2500-CONTROLAR-ASIENTO-EXIT
    IF decision = "X"
        Compute cant-trabados = cant-trabados + 1
        Compute cant-salteados = cant-salteados + 1
        GO TO 2000-DECIDIR-ASIENTO-EXIT
    END-IF
    Display "Decision (A = aprobar, R = rechazar, S = saltear): "
    Accept decision
    EVALUATE decision
        WHEN "A" WHEN "a"
            PERFORM 3000-ASENTAR-MANUAL
            Move "A" to estado-nuevo
            Move SPACES to motivo-decision
            PERFORM 4000-MARCAR-DECISION THRU 4000-MARCAR-DECISION-EXIT
                VARYING j FROM i BY 1 UNTIL j > fin-asiento
            Compute cant-aprobados = cant-aprobados + 1
            Display "Asiento " numero-asiento " aprobado y asentado"
        WHEN "R" WHEN "r"
            Display "Motivo del rechazo: "
            Accept motivo-decision
            Move "R" to estado-nuevo
            PERFORM 4000-MARCAR-DECISION THRU 4000-MARCAR-DECISION-EXIT
                VARYING j FROM i BY 1 UNTIL j > fin-asiento
            Compute cant-rechazados = cant-rechazados + 1
        WHEN OTHER
            Display "Asiento salteado: sigue pendiente"
            Compute cant-salteados = cant-salteados + 1
    END-EVALUATE.
2000-DECIDIR-ASIENTO-EXIT.
    EXIT.

2100-BUSCAR-FIN.
    Move j to fin-asiento.
2100-BUSCAR-FIN-EXIT.
    EXIT.

2200-MOSTRAR-LINEA.
    Move man-registro (j) to AM-REGISTRO
    Move AM-CUENTA to cuenta-buscada
    PERFORM 1400-BUSCAR-CUENTA
    IF pos-cuenta = 0
        Move "*** NO ESTA EN EL PLAN ***" to nombre-mostrado
        Compute cuentas-faltantes = cuentas-faltantes + 1
    ELSE
        Move cta-nombre (pos-cuenta) to nombre-mostrado
    END-IF
    Move AM-IMPORTE to importe-ed
    Display "  " AM-CUENTA " " nombre-mostrado " " AM-DH " " importe-ed
    IF AM-DH = "D"
        Compute total-debe = total-debe + AM-IMPORTE
    ELSE
        Compute total-haber = total-haber + AM-IMPORTE
    END-IF.
2200-MOSTRAR-LINEA-EXIT.
    EXIT.

*>Lo que impide aprobar deja el asiento pendiente (decision X): se
*>informa y se sigue con el proximo.
2500-CONTROLAR-ASIENTO.
    Move SPACE to decision
    IF operador-carga = codigo-operador
        Display "No puede aprobar un asiento que cargo usted mismo:"
            " queda pendiente para otro supervisor"
        Move "X" to decision
        GO TO 2500-CONTROLAR-ASIENTO-EXIT
    END-IF
    IF total-debe <> total-haber OR total-debe = 0
        Display "El asiento no balancea: queda pendiente"
        Move "X" to decision
        GO TO 2500-CONTROLAR-ASIENTO-EXIT
    END-IF
    IF cuentas-faltantes > 0
        Display "El asiento usa cuentas que ya no estan en"
            " PLAN-CUENTAS: queda pendiente"
        Move "X" to decision
        GO TO 2500-CONTROLAR-ASIENTO-EXIT
    END-IF
    Move fecha-asiento to PER-FECHA
    CALL "Controlar-Periodo" USING PER-ARGUMENTOS
    IF PER-ESTADO = "10"
        Display "El mes " fecha-asiento (1:6) " esta cerrado: queda"
            " pendiente hasta que se reabra en Cerrar-Periodo"
        Move "X" to decision
    END-IF.
2500-CONTROLAR-ASIENTO-EXIT.
    EXIT.

3000-ASENTAR-MANUAL.
    OPEN EXTEND ASIENTOS
    IF AS-STATUS = "35"
        OPEN OUTPUT ASIENTOS
    END-IF
    PERFORM 3100-GRABAR-LADO THRU 3100-GRABAR-LADO-EXIT
        VARYING j FROM i BY 1 UNTIL j > fin-asiento
    CLOSE ASIENTOS.

3100-GRABAR-LADO.
    Move man-registro (j) to AM-REGISTRO
    INITIALIZE AS-REGISTRO
    Move AM-FECHA         to AS-FECHA
    Move SPACE            to AS-SEP1
    Move "MANUAL"         to AS-ORIGEN
    Move SPACE            to AS-SEP2
    Move AM-CUENTA        to AS-CUENTA
    Move SPACE            to AS-SEP3
    Move AM-DH            to AS-DH
    Move SPACE            to AS-SEP4
    Move AM-IMPORTE       to AS-IMPORTE
    Move SPACE            to AS-SEP5
    Move AM-NUMERO        to AS-NUMERO
    Move SPACE            to AS-SEP6
    Move codigo-operador  to AS-APROBADOR
    Move SPACE            to AS-SEP7
    Move AM-CONCEPTO      to AS-CONCEPTO
    WRITE AS-REGISTRO.
3100-GRABAR-LADO-EXIT.
    EXIT.

4000-MARCAR-DECISION.
    Move man-registro (j) to AM-REGISTRO
    Move estado-nuevo     to AM-ESTADO
    Move codigo-operador  to AM-APROBADOR
    Move fecha-hoy        to AM-FECHA-DECISION
    Move motivo-decision  to AM-MOTIVO
    Move AM-REGISTRO to man-registro (j)
    Move "S" to hubo-decisiones.
4000-MARCAR-DECISION-EXIT.
    EXIT.

5000-REGRABAR-REGISTRO.
    Move "ASIENTOS-MANUALES" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT ASIENTOS-MANUALES
    PERFORM 5100-GRABAR-MANUAL THRU 5100-GRABAR-MANUAL-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-manuales
    CLOSE ASIENTOS-MANUALES.

5100-GRABAR-MANUAL.
    Move man-registro (i) to AM-REGISTRO
    WRITE AM-REGISTRO.
5100-GRABAR-MANUAL-EXIT.
    EXIT.

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
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
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
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
        Move "APROBAR-ASIENTOS" to AUT-PROGRAMA
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
    Move fecha-hoy              to AD-FECHA
    Move SPACE                  to AD-SEP1
    Move hora-ahora             to AD-HORA
    Move SPACE                  to AD-SEP2
    Move "APROBAR-ASIENTOS"     to AD-PROGRAMA
    Move SPACE                  to AD-SEP3
    Move codigo-operador        to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
