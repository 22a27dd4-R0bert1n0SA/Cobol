*>Mantenimiento del archivo PRESUPUESTO (layout de
*>copybooks/presupuesto-rec): el importe mensual que la gerencia fija
*>para cada cuenta de ingreso o egreso del PLAN-CUENTAS (ventas,
*>comisiones, gastos). Carga o corrige el importe de una cuenta en un
*>mes, borra una linea, replica todo lo presupuestado en un mes a los
*>meses siguientes del mismo ano (el presupuesto suele ser el mismo mes
*>a mes) y lista el presupuesto de un ano. Reservado a supervisores
*>(nivel 2; el intento de un operador sin nivel queda en
*>ACCESOS-DENEGADOS), con una linea de auditoria por cambio en
*>CAMBIOS-PRESUPUESTO; antes de regrabar se aparta la version vigente
*>con Guardar-Generacion. Reporte-Presupuesto lo compara contra lo
*>real del diario ASIENTOS.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Presupuesto.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PRESUPUESTO ASSIGN TO "PRESUPUESTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PU-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT CAMBIOS-PRESUPUESTO ASSIGN TO "CAMBIOS-PRESUPUESTO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CB-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PRESUPUESTO.
        COPY "presupuesto-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  CAMBIOS-PRESUPUESTO.
        01 CB-REGISTRO.
            05 CB-FECHA   PIC X(8).
            05 CB-SEP1    PIC X(1).
            05 CB-HORA    PIC X(6).
            05 CB-SEP2    PIC X(1).
            05 CB-ACCION  PIC X(10).
            05 CB-SEP3    PIC X(1).
            05 CB-CUENTA  PIC X(6).
            05 CB-SEP4    PIC X(1).
            05 CB-DETALLE PIC X(40).
            05 CB-SEP5    PIC X(1).
            05 CB-OPERADOR PIC X(4).
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
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 PU-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 CB-STATUS PIC X(2).
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
        01 cant-presupuesto PIC 9(4) value 0.
        01 tabla-presupuesto.
            05 presupuesto-item OCCURS 1 TO 3000 TIMES
                DEPENDING ON cant-presupuesto.
                10 pre-cuenta  PIC X(6).
                10 pre-mes     PIC X(6).
                10 pre-importe PIC 9(12)V99.
        01 i PIC 9(4).
        01 j PIC 9(4).
        01 pos-encontrada PIC 9(4).
        01 presupuesto-lleno PIC X(1) value "N".
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo PIC X(6).
                10 cta-nombre PIC X(30).
                10 cta-tipo   PIC X(1).
        01 c PIC 9(3).
        01 pos-cuenta PIC 9(3).
        01 cuenta-trabajo PIC X(6).
        01 mes-trabajo PIC X(6).
        01 mes-origen PIC 9(6).
        01 mes-origen-x REDEFINES mes-origen PIC X(6).
        01 mes-hasta PIC 9(6).
        01 mes-hasta-x REDEFINES mes-hasta PIC X(6).
        01 mes-desde PIC 9(6).
        01 mes-destino PIC 9(6).
        01 mes-destino-x REDEFINES mes-destino PIC X(6).
        01 importe-trabajo PIC 9(12)V99.
        01 importe-ed PIC Z(11)9.99.
        01 ano-listado PIC X(4).
        01 total-listado PIC 9(13)V99.
        01 cant-listado PIC 9(4).
        01 cant-replicadas PIC 9(4).
        01 hubo-cambios PIC X(1) value "N".
        01 accion-auditoria PIC X(10).
        01 detalle-auditoria PIC X(40).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-PRESUPUESTO THRU 1000-CARGAR-PRESUPUESTO-EXIT
    IF presupuesto-lleno = "S"
        Display "PRESUPUESTO supera las 3000 lineas: no se puede"
            " mantener sin perder lineas al regrabar"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-CARGAR-PLAN THRU 1200-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no hay cuentas"
            " que presupuestar"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = cargar o corregir, B = borrar,"
            " R = replicar un mes, L = listar un ano, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-CARGAR THRU 2000-CARGAR-EXIT
            WHEN "B" WHEN "b"
                PERFORM 3000-BORRAR THRU 3000-BORRAR-EXIT
            WHEN "R" WHEN "r"
                PERFORM 4000-REPLICAR THRU 4000-REPLICAR-EXIT
            WHEN "L" WHEN "l"
                PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    IF hubo-cambios = "S"
        PERFORM 6000-REGRABAR-PRESUPUESTO
        Display "PRESUPUESTO regrabado: " cant-presupuesto " lineas"
    END-IF
    IF presupuesto-lleno = "S"
        Display "ADVERTENCIA: tabla de presupuesto llena (3000),"
            " hubo meses que no se replicaron"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

1000-CARGAR-PRESUPUESTO.
    OPEN INPUT PRESUPUESTO
    IF PU-STATUS <> "00"
        Display "No hay presupuesto previo: se crea uno nuevo al grabar"
        GO TO 1000-CARGAR-PRESUPUESTO-EXIT
    END-IF
    PERFORM 1100-LEER-PRESUPUESTO
    PERFORM UNTIL PU-STATUS = "10" OR cant-presupuesto = 3000
        Compute cant-presupuesto = cant-presupuesto + 1
        Move PU-CUENTA  to pre-cuenta (cant-presupuesto)
        Move PU-MES     to pre-mes (cant-presupuesto)
        Move PU-IMPORTE to pre-importe (cant-presupuesto)
        PERFORM 1100-LEER-PRESUPUESTO
    END-PERFORM
    IF PU-STATUS <> "10"
        Move "S" to presupuesto-lleno
    END-IF
    CLOSE PRESUPUESTO.
1000-CARGAR-PRESUPUESTO-EXIT.
    EXIT.

1100-LEER-PRESUPUESTO.
    READ PRESUPUESTO
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
        Move PL-TIPO   to cta-tipo (cant-cuentas)
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

1500-BUSCAR-LINEA.
    Move 0 to pos-encontrada
    PERFORM 1600-COMPARAR-LINEA THRU 1600-COMPARAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-presupuesto.

1600-COMPARAR-LINEA.
    IF pre-cuenta (i) = cuenta-trabajo AND pre-mes (i) = mes-trabajo
        Move i to pos-encontrada
    END-IF.
1600-COMPARAR-LINEA-EXIT.
    EXIT.

1700-BUSCAR-CUENTA.
    Move 0 to pos-cuenta
    PERFORM 1750-COMPARAR-CUENTA THRU 1750-COMPARAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas.

1750-COMPARAR-CUENTA.
    IF cta-codigo (c) = cuenta-trabajo
        Move c to pos-cuenta
    END-IF.
1750-COMPARAR-CUENTA-EXIT.
    EXIT.

1800-VALIDAR-MES.
    IF mes-trabajo IS NOT NUMERIC
    OR mes-trabajo (5:2) < "01" OR mes-trabajo (5:2) > "12"
        Move SPACES to mes-trabajo
    END-IF.

*>Solo se presupuestan cuentas de resultado: el presupuesto se compara
*>contra ventas, comisiones y gastos, no contra saldos patrimoniales.
2000-CARGAR.
    Display "Cuenta: "
    Accept cuenta-trabajo
    PERFORM 1700-BUSCAR-CUENTA
    IF pos-cuenta = 0
        Display "Error: la cuenta " cuenta-trabajo
            " no figura en PLAN-CUENTAS"
        GO TO 2000-CARGAR-EXIT
    END-IF
    IF cta-tipo (pos-cuenta) <> "I" AND cta-tipo (pos-cuenta) <> "E"
        Display "Error: la cuenta " cuenta-trabajo " no es de ingreso"
            " ni de egreso (tipo " cta-tipo (pos-cuenta) ")"
        GO TO 2000-CARGAR-EXIT
    END-IF
    Display "  " cuenta-trabajo " " cta-nombre (pos-cuenta)
    Display "Mes (AAAAMM): "
    Accept mes-trabajo
    PERFORM 1800-VALIDAR-MES
    IF mes-trabajo = SPACES
        Display "Error: mes invalido"
        GO TO 2000-CARGAR-EXIT
    END-IF
    Display "Importe presupuestado: "
    Accept importe-trabajo
    PERFORM 1500-BUSCAR-LINEA
    IF pos-encontrada > 0
        Move pre-importe (pos-encontrada) to importe-ed
        Display "  reemplaza el importe anterior " importe-ed
        Move importe-trabajo to pre-importe (pos-encontrada)
        Move "CORRIGE" to accion-auditoria
    ELSE
        IF cant-presupuesto = 3000
            Display "Error: tabla de presupuesto llena"
            GO TO 2000-CARGAR-EXIT
        END-IF
        Compute cant-presupuesto = cant-presupuesto + 1
        Move cuenta-trabajo  to pre-cuenta (cant-presupuesto)
        Move mes-trabajo     to pre-mes (cant-presupuesto)
        Move importe-trabajo to pre-importe (cant-presupuesto)
        Move "CARGA" to accion-auditoria
    END-IF
    Move "S" to hubo-cambios
    Move importe-trabajo to importe-ed
    Move SPACES to detalle-auditoria
    STRING mes-trabajo DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Presupuesto registrado: " cuenta-trabajo " " mes-trabajo
        " " importe-ed.
2000-CARGAR-EXIT.
    EXIT.

3000-BORRAR.
    Display "Cuenta: "
    Accept cuenta-trabajo
    Display "Mes (AAAAMM): "
    Accept mes-trabajo
    PERFORM 1500-BUSCAR-LINEA
    IF pos-encontrada = 0
        Display "Error: no hay presupuesto de " cuenta-trabajo
            " para " mes-trabajo
        GO TO 3000-BORRAR-EXIT
    END-IF
    Move pre-importe (pos-encontrada) to importe-ed
    PERFORM 3100-CORRER-LINEA THRU 3100-CORRER-LINEA-EXIT
        VARYING i FROM pos-encontrada BY 1
        UNTIL i >= cant-presupuesto
    Compute cant-presupuesto = cant-presupuesto - 1
    Move "S" to hubo-cambios
    Move "BORRA" to accion-auditoria
    Move SPACES to detalle-auditoria
    STRING mes-trabajo DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Presupuesto borrado: " cuenta-trabajo " " mes-trabajo.
3000-BORRAR-EXIT.
    EXIT.

3100-CORRER-LINEA.
    Compute j = i + 1
    Move presupuesto-item (j) to presupuesto-item (i).
3100-CORRER-LINEA-EXIT.
    EXIT.

*>Cada linea del mes de origen se copia a cada mes destino, pisando lo
*>que ya hubiera para esa cuenta y mes.
4000-REPLICAR.
    Display "Mes de origen (AAAAMM): "
    Accept mes-trabajo
    PERFORM 1800-VALIDAR-MES
    IF mes-trabajo = SPACES
        Display "Error: mes invalido"
        GO TO 4000-REPLICAR-EXIT
    END-IF
    Move mes-trabajo to mes-origen-x
    Display "Replicar hasta el mes (AAAAMM, mismo ano): "
    Accept mes-trabajo
    PERFORM 1800-VALIDAR-MES
    IF mes-trabajo = SPACES
    OR mes-trabajo (1:4) <> mes-origen-x (1:4)
    OR mes-trabajo <= mes-origen-x
        Display "Error: el mes final debe ser posterior al de origen"
            " y del mismo ano"
        GO TO 4000-REPLICAR-EXIT
    END-IF
    Move mes-trabajo to mes-hasta-x
    Move 0 to cant-replicadas
    PERFORM 4100-REPLICAR-LINEA THRU 4100-REPLICAR-LINEA-EXIT
        VARYING j FROM 1 BY 1 UNTIL j > cant-presupuesto
    IF cant-replicadas = 0
        Display "No hay presupuesto cargado en " mes-origen-x
        GO TO 4000-REPLICAR-EXIT
    END-IF
    Move "S" to hubo-cambios
    Display "Lineas replicadas: " cant-replicadas.
4000-REPLICAR-EXIT.
    EXIT.

4100-REPLICAR-LINEA.
    IF pre-mes (j) <> mes-origen-x
        GO TO 4100-REPLICAR-LINEA-EXIT
    END-IF
    Move pre-cuenta (j) to cuenta-trabajo
    Move pre-importe (j) to importe-trabajo
    Compute mes-desde = mes-origen + 1
    PERFORM 4200-COPIAR-A-MES THRU 4200-COPIAR-A-MES-EXIT
        VARYING mes-destino FROM mes-desde BY 1
        UNTIL mes-destino > mes-hasta.
4100-REPLICAR-LINEA-EXIT.
    EXIT.

4200-COPIAR-A-MES.
    Move mes-destino-x to mes-trabajo
    PERFORM 1500-BUSCAR-LINEA
    IF pos-encontrada > 0
        Move importe-trabajo to pre-importe (pos-encontrada)
    ELSE
        IF cant-presupuesto = 3000
            Move "S" to presupuesto-lleno
            GO TO 4200-COPIAR-A-MES-EXIT
        END-IF
        Compute cant-presupuesto = cant-presupuesto + 1
        Move cuenta-trabajo  to pre-cuenta (cant-presupuesto)
        Move mes-trabajo     to pre-mes (cant-presupuesto)
        Move importe-trabajo to pre-importe (cant-presupuesto)
    END-IF
    Compute cant-replicadas = cant-replicadas + 1
    Move "REPLICA" to accion-auditoria
    Move importe-trabajo to importe-ed
    Move SPACES to detalle-auditoria
    STRING mes-trabajo DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        " DE " DELIMITED BY SIZE
        mes-origen-x DELIMITED BY SIZE
        INTO detalle-auditoria
    END-STRING
    PERFORM 7000-GRABAR-AUDITORIA.
4200-COPIAR-A-MES-EXIT.
    EXIT.

5000-LISTAR.
    Display "Ano a listar (AAAA): "
    Accept ano-listado
    Move 0 to total-listado
    Move 0 to cant-listado
    Display "--- Presupuesto " ano-listado " ---"
    PERFORM 5100-LISTAR-LINEA THRU 5100-LISTAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-presupuesto
    Move total-listado to importe-ed
    Display "Lineas: " cant-listado " total presupuestado: " importe-ed.
5000-LISTAR-EXIT.
    EXIT.

5100-LISTAR-LINEA.
    IF pre-mes (i) (1:4) <> ano-listado
        GO TO 5100-LISTAR-LINEA-EXIT
    END-IF
    Move pre-cuenta (i) to cuenta-trabajo
    PERFORM 1700-BUSCAR-CUENTA
    Move pre-importe (i) to importe-ed
    IF pos-cuenta > 0
        Display pre-cuenta (i) " " cta-nombre (pos-cuenta) " "
            pre-mes (i) " " importe-ed
    ELSE
        Display pre-cuenta (i) " (sin plan)                     "
            pre-mes (i) " " importe-ed
    END-IF
    Compute cant-listado = cant-listado + 1
    Compute total-listado = total-listado + pre-importe (i).
5100-LISTAR-LINEA-EXIT.
    EXIT.

6000-REGRABAR-PRESUPUESTO.
    Move "PRESUPUESTO" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT PRESUPUESTO
    PERFORM 6100-GRABAR-LINEA THRU 6100-GRABAR-LINEA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-presupuesto
    CLOSE PRESUPUESTO.

6100-GRABAR-LINEA.
    INITIALIZE PU-REGISTRO
    Move pre-cuenta (i)  to PU-CUENTA
    Move SPACE           to PU-SEP1
    Move pre-mes (i)     to PU-MES
    Move SPACE           to PU-SEP2
    Move pre-importe (i) to PU-IMPORTE
    WRITE PU-REGISTRO.
6100-GRABAR-LINEA-EXIT.
    EXIT.

7000-GRABAR-AUDITORIA.
    OPEN EXTEND CAMBIOS-PRESUPUESTO
    IF CB-STATUS = "35"
        OPEN OUTPUT CAMBIOS-PRESUPUESTO
    END-IF
    INITIALIZE CB-REGISTRO
    Move fecha-hoy         to CB-FECHA
    Move SPACE             to CB-SEP1
    Move hora-ahora        to CB-HORA
    Move SPACE             to CB-SEP2
    Move accion-auditoria  to CB-ACCION
    Move SPACE             to CB-SEP3
    Move cuenta-trabajo    to CB-CUENTA
    Move SPACE             to CB-SEP4
    Move detalle-auditoria to CB-DETALLE
    Move SPACE             to CB-SEP5
    Move codigo-operador   to CB-OPERADOR
    WRITE CB-REGISTRO
    CLOSE CAMBIOS-PRESUPUESTO.

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
        Move "MANTENER-PRESUPUESTO" to AUT-PROGRAMA
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
    Move "MANTENER-PRESUPUESTO" to AD-PROGRAMA
    Move SPACE                  to AD-SEP3
    Move codigo-operador        to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
