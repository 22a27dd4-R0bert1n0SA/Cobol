*>Mantenimiento del maestro DOCENTES (layout de copybooks/docente-rec):
*>AT-DOCENTE en las actas eran cuatro caracteres libres, asi que el
*>mismo profesor aparecia con varios codigos y se podia abrir un acta
*>a nombre de alguien que se fue hace años. Alta de docente, baja (se
*>marca inactivo, el codigo no se reutiliza), reactivacion, alta y
*>baja de la habilitacion para examinar un modulo (validado contra la
*>tabla MODULOS, hasta diez por docente) y listado. Reservado a
*>supervisores (nivel 2; el intento de un operador sin nivel queda en
*>ACCESOS-DENEGADOS) y con una linea de auditoria por cambio en
*>CAMBIOS-DOCENTES, igual que el padron de alumnos.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Docentes.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT DOCENTES ASSIGN TO "DOCENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DO-STATUS.
        SELECT MODULOS ASSIGN TO "MODULOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MD-STATUS.
        SELECT CAMBIOS-DOCENTES ASSIGN TO "CAMBIOS-DOCENTES"
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
    FD  DOCENTES.
        COPY "docente-rec".
    FD  MODULOS.
        COPY "modulo-rec".
    FD  CAMBIOS-DOCENTES.
        01 CB-REGISTRO.
            05 CB-FECHA   PIC X(8).
            05 CB-SEP1    PIC X(1).
            05 CB-HORA    PIC X(6).
            05 CB-SEP2    PIC X(1).
            05 CB-ACCION  PIC X(10).
            05 CB-SEP3    PIC X(1).
            05 CB-DOCENTE PIC X(4).
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
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 DO-STATUS PIC X(2).
        01 MD-STATUS PIC X(2).
        01 CB-STATUS PIC X(2).
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
        01 cant-docentes PIC 9(3) value 0.
        01 tabla-docentes.
            05 docente OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-docentes.
                10 doc-codigo PIC X(4).
                10 doc-nombre PIC X(30).
                10 doc-activo PIC X(1).
                10 doc-modulo PIC X(6) OCCURS 10 TIMES.
        01 i PIC 9(3).
        01 h PIC 9(2).
        01 pos-encontrada PIC 9(3).
        01 pos-habilitacion PIC 9(2).
        01 pos-libre PIC 9(2).
        01 cant-modulos PIC 9(2) value 0.
        01 tabla-modulos.
            05 mod-cod OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-modulos PIC X(6).
        01 m PIC 9(2).
        01 modulo-valido PIC X(1).
        01 codigo-trabajo PIC X(4).
        01 nombre-trabajo PIC X(30).
        01 modulo-trabajo PIC X(6).
        01 hubo-cambios PIC X(1) value "N".
        01 accion-auditoria PIC X(10).
        01 detalle-auditoria PIC X(40).
        01 linea-modulos PIC X(70).
        01 puntero-linea PIC 9(3).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-DOCENTES THRU 1000-CARGAR-DOCENTES-EXIT
    PERFORM 1200-CARGAR-MODULOS THRU 1200-CARGAR-MODULOS-EXIT
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta, B = baja, R = reactivar,"
            " H = habilitar modulo, Q = quitar modulo, L = listar,"
            " F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
            WHEN "B" WHEN "b"
                PERFORM 3000-BAJA THRU 3000-BAJA-EXIT
            WHEN "R" WHEN "r"
                PERFORM 3500-REACTIVAR THRU 3500-REACTIVAR-EXIT
            WHEN "H" WHEN "h"
                PERFORM 4000-HABILITAR THRU 4000-HABILITAR-EXIT
            WHEN "Q" WHEN "q"
                PERFORM 4500-QUITAR THRU 4500-QUITAR-EXIT
            WHEN "L" WHEN "l"
                PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
                    VARYING i FROM 1 BY 1 UNTIL i > cant-docentes
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    IF hubo-cambios = "S"
        PERFORM 6000-REGRABAR-DOCENTES
        Display "DOCENTES regrabado: " cant-docentes " docentes"
    END-IF
    STOP RUN.

1000-CARGAR-DOCENTES.
    OPEN INPUT DOCENTES
    IF DO-STATUS <> "00"
        Display "No hay maestro previo: se crea uno nuevo al grabar"
        GO TO 1000-CARGAR-DOCENTES-EXIT
    END-IF
    PERFORM 1100-LEER-DOCENTE
    PERFORM UNTIL DO-STATUS = "10" OR cant-docentes = 500
        Compute cant-docentes = cant-docentes + 1
        Move DO-CODIGO to doc-codigo (cant-docentes)
        Move DO-NOMBRE to doc-nombre (cant-docentes)
        Move DO-ACTIVO to doc-activo (cant-docentes)
        PERFORM 1150-TOMAR-HABILITACION THRU 1150-TOMAR-HABILITACION-EXIT
            VARYING h FROM 1 BY 1 UNTIL h > 10
        PERFORM 1100-LEER-DOCENTE
    END-PERFORM
    CLOSE DOCENTES.
1000-CARGAR-DOCENTES-EXIT.
    EXIT.

1100-LEER-DOCENTE.
    READ DOCENTES
    NOT AT END
        CONTINUE
    END-READ.

1150-TOMAR-HABILITACION.
    Move DO-MODULO (h) to doc-modulo (cant-docentes, h).
1150-TOMAR-HABILITACION-EXIT.
    EXIT.

1200-CARGAR-MODULOS.
    OPEN INPUT MODULOS
    IF MD-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MODULOS,"
            " no se validan los modulos habilitados"
        GO TO 1200-CARGAR-MODULOS-EXIT
    END-IF
    PERFORM 1300-LEER-MODULO
    PERFORM UNTIL MD-STATUS = "10" OR cant-modulos = 20
        Compute cant-modulos = cant-modulos + 1
        Move MD-COD to mod-cod (cant-modulos)
        PERFORM 1300-LEER-MODULO
    END-PERFORM
    CLOSE MODULOS.
1200-CARGAR-MODULOS-EXIT.
    EXIT.

1300-LEER-MODULO.
    READ MODULOS
    NOT AT END
        CONTINUE
    END-READ.

1500-BUSCAR-DOCENTE.
    Move 0 to pos-encontrada
    PERFORM 1600-COMPARAR-DOCENTE THRU 1600-COMPARAR-DOCENTE-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-docentes.

1600-COMPARAR-DOCENTE.
    IF doc-codigo (i) = codigo-trabajo
        Move i to pos-encontrada
    END-IF.
1600-COMPARAR-DOCENTE-EXIT.
    EXIT.

1700-VALIDAR-MODULO.
    IF cant-modulos = 0
        Move "S" to modulo-valido
    ELSE
        Move "N" to modulo-valido
        PERFORM 1750-COMPARAR-MODULO THRU 1750-COMPARAR-MODULO-EXIT
            VARYING m FROM 1 BY 1 UNTIL m > cant-modulos
    END-IF.

1750-COMPARAR-MODULO.
    IF mod-cod (m) = modulo-trabajo
        Move "S" to modulo-valido
    END-IF.
1750-COMPARAR-MODULO-EXIT.
    EXIT.

1800-BUSCAR-HABILITACION.
    Move 0 to pos-habilitacion
    Move 0 to pos-libre
    PERFORM 1850-COMPARAR-HABILITACION
        THRU 1850-COMPARAR-HABILITACION-EXIT
        VARYING h FROM 1 BY 1 UNTIL h > 10.

1850-COMPARAR-HABILITACION.
    IF doc-modulo (pos-encontrada, h) = modulo-trabajo
        Move h to pos-habilitacion
    END-IF
    IF doc-modulo (pos-encontrada, h) = SPACES AND pos-libre = 0
        Move h to pos-libre
    END-IF.
1850-COMPARAR-HABILITACION-EXIT.
    EXIT.

2000-ALTA.
    Display "Codigo del docente (4 posiciones): "
    Accept codigo-trabajo
    IF codigo-trabajo = SPACES
        Display "Error: el codigo no puede estar vacio"
        GO TO 2000-ALTA-EXIT
    END-IF
    PERFORM 1500-BUSCAR-DOCENTE
    IF pos-encontrada > 0
        Display "Error: el codigo " codigo-trabajo " ya existe ("
            doc-nombre (pos-encontrada) ")"
        GO TO 2000-ALTA-EXIT
    END-IF
    Display "Nombre del docente: "
    Accept nombre-trabajo
    IF nombre-trabajo = SPACES
        Display "Error: el nombre no puede estar vacio"
        GO TO 2000-ALTA-EXIT
    END-IF
    IF cant-docentes = 500
        Display "Error: maestro lleno"
        GO TO 2000-ALTA-EXIT
    END-IF
    Compute cant-docentes = cant-docentes + 1
    INITIALIZE docente (cant-docentes)
    Move codigo-trabajo to doc-codigo (cant-docentes)
    Move nombre-trabajo to doc-nombre (cant-docentes)
    Move "S"            to doc-activo (cant-docentes)
    Move "S" to hubo-cambios
    Move "ALTA" to accion-auditoria
    Move nombre-trabajo to detalle-auditoria
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Alta registrada: " codigo-trabajo
        " (habilitelo en sus modulos con la accion H)".
2000-ALTA-EXIT.
    EXIT.

3000-BAJA.
    Display "Codigo del docente a dar de baja: "
    Accept codigo-trabajo
    PERFORM 1500-BUSCAR-DOCENTE
    IF pos-encontrada = 0
        Display "Error: el codigo " codigo-trabajo " no existe"
        GO TO 3000-BAJA-EXIT
    END-IF
    Move "N" to doc-activo (pos-encontrada)
    Move "S" to hubo-cambios
    Move "BAJA" to accion-auditoria
    Move doc-nombre (pos-encontrada) to detalle-auditoria
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Baja registrada (queda inactivo): " codigo-trabajo.
3000-BAJA-EXIT.
    EXIT.

3500-REACTIVAR.
    Display "Codigo del docente a reactivar: "
    Accept codigo-trabajo
    PERFORM 1500-BUSCAR-DOCENTE
    IF pos-encontrada = 0
        Display "Error: el codigo " codigo-trabajo " no existe"
        GO TO 3500-REACTIVAR-EXIT
    END-IF
    IF doc-activo (pos-encontrada) = "S"
        Display "El docente " codigo-trabajo " ya esta activo"
        GO TO 3500-REACTIVAR-EXIT
    END-IF
    Move "S" to doc-activo (pos-encontrada)
    Move "S" to hubo-cambios
    Move "REACTIVA" to accion-auditoria
    Move doc-nombre (pos-encontrada) to detalle-auditoria
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Reactivacion registrada: " codigo-trabajo.
3500-REACTIVAR-EXIT.
    EXIT.

4000-HABILITAR.
    Display "Codigo del docente: "
    Accept codigo-trabajo
    PERFORM 1500-BUSCAR-DOCENTE
    IF pos-encontrada = 0
        Display "Error: el codigo " codigo-trabajo " no existe"
        GO TO 4000-HABILITAR-EXIT
    END-IF
    Display "Modulo en que se lo habilita: "
    Accept modulo-trabajo
    PERFORM 1700-VALIDAR-MODULO
    IF modulo-valido = "N"
        Display "Error: el modulo no figura en la tabla MODULOS"
        GO TO 4000-HABILITAR-EXIT
    END-IF
    PERFORM 1800-BUSCAR-HABILITACION
    IF pos-habilitacion > 0
        Display "El docente ya esta habilitado en " modulo-trabajo
        GO TO 4000-HABILITAR-EXIT
    END-IF
    IF pos-libre = 0
        Display "Error: el docente ya tiene diez modulos habilitados"
        GO TO 4000-HABILITAR-EXIT
    END-IF
    Move modulo-trabajo to doc-modulo (pos-encontrada, pos-libre)
    Move "S" to hubo-cambios
    Move "HABILITA" to accion-auditoria
    Move modulo-trabajo to detalle-auditoria
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Habilitacion registrada: " codigo-trabajo " en "
        modulo-trabajo.
4000-HABILITAR-EXIT.
    EXIT.

4500-QUITAR.
    Display "Codigo del docente: "
    Accept codigo-trabajo
    PERFORM 1500-BUSCAR-DOCENTE
    IF pos-encontrada = 0
        Display "Error: el codigo " codigo-trabajo " no existe"
        GO TO 4500-QUITAR-EXIT
    END-IF
    Display "Modulo a quitar: "
    Accept modulo-trabajo
    PERFORM 1800-BUSCAR-HABILITACION
    IF pos-habilitacion = 0
        Display "Error: el docente no esta habilitado en "
            modulo-trabajo
        GO TO 4500-QUITAR-EXIT
    END-IF
    Move SPACES to doc-modulo (pos-encontrada, pos-habilitacion)
    Move "S" to hubo-cambios
    Move "DESHABILITA" to accion-auditoria
    Move modulo-trabajo to detalle-auditoria
    PERFORM 7000-GRABAR-AUDITORIA
    Display "Habilitacion quitada: " codigo-trabajo " en "
        modulo-trabajo.
4500-QUITAR-EXIT.
    EXIT.

5000-LISTAR.
    IF i = 1
        Display "--- Maestro de docentes ---"
    END-IF
    Move SPACES to linea-modulos
    Move 1 to puntero-linea
    PERFORM 5100-ARMAR-MODULOS THRU 5100-ARMAR-MODULOS-EXIT
        VARYING h FROM 1 BY 1 UNTIL h > 10
    Display doc-codigo (i) " " doc-nombre (i)
        " activo: " doc-activo (i)
        " modulos: " linea-modulos.
5000-LISTAR-EXIT.
    EXIT.

5100-ARMAR-MODULOS.
    IF doc-modulo (i, h) <> SPACES
        STRING doc-modulo (i, h) DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            INTO linea-modulos
            WITH POINTER puntero-linea
        END-STRING
    END-IF.
5100-ARMAR-MODULOS-EXIT.
    EXIT.

6000-REGRABAR-DOCENTES.
    OPEN OUTPUT DOCENTES
    PERFORM 6100-GRABAR-DOCENTE THRU 6100-GRABAR-DOCENTE-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-docentes
    CLOSE DOCENTES.

6100-GRABAR-DOCENTE.
    INITIALIZE DO-REGISTRO
    Move doc-codigo (i) to DO-CODIGO
    Move SPACE          to DO-SEP1
    Move doc-nombre (i) to DO-NOMBRE
    Move SPACE          to DO-SEP2
    Move doc-activo (i) to DO-ACTIVO
    PERFORM 6200-GRABAR-HABILITACION THRU 6200-GRABAR-HABILITACION-EXIT
        VARYING h FROM 1 BY 1 UNTIL h > 10
    WRITE DO-REGISTRO.
6100-GRABAR-DOCENTE-EXIT.
    EXIT.

6200-GRABAR-HABILITACION.
    Move SPACE             to DO-SEPH (h)
    Move doc-modulo (i, h) to DO-MODULO (h).
6200-GRABAR-HABILITACION-EXIT.
    EXIT.

7000-GRABAR-AUDITORIA.
    OPEN EXTEND CAMBIOS-DOCENTES
    IF CB-STATUS = "35"
        OPEN OUTPUT CAMBIOS-DOCENTES
    END-IF
    INITIALIZE CB-REGISTRO
    Move fecha-hoy         to CB-FECHA
    Move SPACE             to CB-SEP1
    Move hora-ahora        to CB-HORA
    Move SPACE             to CB-SEP2
    Move accion-auditoria  to CB-ACCION
    Move SPACE             to CB-SEP3
    Move codigo-trabajo    to CB-DOCENTE
    Move SPACE             to CB-SEP4
    Move detalle-auditoria to CB-DETALLE
    Move SPACE             to CB-SEP5
    Move codigo-operador   to CB-OPERADOR
    WRITE CB-REGISTRO
    CLOSE CAMBIOS-DOCENTES.

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
        Move "MANTENER-DOCENTES" to AUT-PROGRAMA
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
    Move fecha-hoy           to AD-FECHA
    Move SPACE               to AD-SEP1
    Move hora-ahora          to AD-HORA
    Move SPACE               to AD-SEP2
    Move "MANTENER-DOCENTES" to AD-PROGRAMA
    Move SPACE               to AD-SEP3
    Move codigo-operador     to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
