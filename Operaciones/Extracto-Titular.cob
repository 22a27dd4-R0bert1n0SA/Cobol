*>Extracto de datos personales de un titular: cuando alguien pregunta
*>que datos suyos guardamos, no habia forma de contestar sin revisar
*>archivo por archivo. Dado un documento (D), un legajo (L), un codigo
*>de cliente de la mesa de cambio (X) o un codigo de cliente de fiado
*>(F), junta en LISTADO-DATOS-TITULAR todo registro sobre esa persona
*>de CLIENTES-FX, FX-TRANSACCIONES, CLIENTES-FIADO, FIADO-MOVS,
*>REGISTRO-ALUMNOS, EPA-RESULTADOS e HISTORIA-ALUMNOS. La clave pedida
*>identifica los registros directos; con los nombres de esos
*>registros (normalizados con Normalizar-Nombre) se buscan ademas los
*>maestros de los otros sistemas, porque el mismo titular puede ser
*>cliente de cambio, de fiado y alumno sin que ningun codigo lo una.
*>Lo hallado solo por nombre sale marcado (N) y hay que confirmarlo
*>antes de entregar el extracto. Los datos salen completos, sin
*>enmascarar: el programa es de supervisores (nivel 2 en OPERADORES)
*>y cada extracto queda en AUDIT-LOG con la clave y el operador.
*>Las notas de EPA-RESULTADOS salen con las rectificaciones aprobadas
*>ya aplicadas (Corregir-Resultado) y marcadas RECTIFICADA.

IDENTIFICATION DIVISION.
PROGRAM-ID. Extracto-Titular.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT FX-TRANSACCIONES ASSIGN TO "FX-TRANSACCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TX-STATUS.
        SELECT CLIENTES-FIADO ASSIGN TO "CLIENTES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CF-STATUS.
        SELECT FIADO-MOVS ASSIGN TO "FIADO-MOVS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FM-STATUS.
        SELECT REGISTRO-ALUMNOS ASSIGN TO "REGISTRO-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RA-STATUS.
        SELECT EPA-RESULTADOS ASSIGN TO "EPA-RESULTADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ER-STATUS.
        SELECT HISTORIA-ALUMNOS ASSIGN TO "HISTORIA-ALUMNOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS HA-STATUS.
        SELECT LISTADO-DATOS-TITULAR ASSIGN TO "LISTADO-DATOS-TITULAR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LD-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
        SELECT AUDIT-LOG ASSIGN TO "AUDIT-LOG"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AL-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FX.
        COPY "clientes-fx".
    FD  FX-TRANSACCIONES.
        COPY "fx-transacciones".
    FD  CLIENTES-FIADO.
        COPY "clientes-fiado".
    FD  FIADO-MOVS.
        COPY "fiado-mov".
    FD  REGISTRO-ALUMNOS.
        COPY "registro-alumnos".
    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    FD  HISTORIA-ALUMNOS.
        COPY "historia-alumnos".
    FD  LISTADO-DATOS-TITULAR.
        01 LD-LINEA PIC X(132).
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
    FD  AUDIT-LOG.
        COPY "audit-log".
    WORKING-STORAGE SECTION.
        01 FXC-STATUS PIC X(2).
        01 TX-STATUS  PIC X(2).
        01 CF-STATUS  PIC X(2).
        01 FM-STATUS  PIC X(2).
        01 RA-STATUS  PIC X(2).
        01 ER-STATUS  PIC X(2).
        01 HA-STATUS  PIC X(2).
        01 LD-STATUS  PIC X(2).
        01 OP-STATUS  PIC X(2).
        01 AD-STATUS  PIC X(2).
        01 AL-STATUS  PIC X(2).
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        COPY "nombre-args".
        COPY "correccion-args".
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 tipo-busqueda PIC X(1).
        01 clave-busqueda PIC X(20).
        01 clave-derecha PIC X(8) JUSTIFIED RIGHT.
        01 clave-numero REDEFINES clave-derecha PIC 9(8).
        01 documento-buscado PIC X(40).
        01 documento-cliente PIC X(40).
*>Titulares hallados en cada sistema, con el origen: C = por la clave
*>pedida, N = solo por nombre.
        01 MAXIMO-TITULARES PIC 9(2) value 20.
        01 cant-cambio PIC 9(2) value 0.
        01 tabla-cambio.
            05 cambio-item OCCURS 20 TIMES.
                10 cam-codigo PIC 9(4).
                10 cam-origen PIC X(1).
        01 cant-fiado PIC 9(2) value 0.
        01 tabla-fiado.
            05 fiado-item OCCURS 20 TIMES.
                10 fia-codigo PIC 9(4).
                10 fia-origen PIC X(1).
        01 cant-legajos PIC 9(2) value 0.
        01 tabla-legajos.
            05 legajo-item OCCURS 20 TIMES.
                10 leg-numero PIC 9(8).
                10 leg-origen PIC X(1).
        01 cant-nombres PIC 9(2) value 0.
        01 tabla-nombres.
            05 tn-nombre OCCURS 20 TIMES PIC X(40).
        01 tabla-llena PIC X(1) value "N".
        01 origen-nuevo PIC X(1).
        01 buscado-codigo PIC 9(8).
        01 buscado-nombre PIC X(40).
        01 pos-tabla PIC 9(2).
        01 k PIC 9(2).
        01 marca-origen PIC X(4).
        01 cant-seccion PIC 9(6).
        01 cant-total PIC 9(6) value 0.
        01 cant-por-nombre PIC 9(6) value 0.
        01 cantidad-ed PIC ZZZ,ZZ9.
        01 perfil-ed PIC Z(11)9.99.
        01 linea-impresion PIC X(132).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Display "Buscar por (D = documento, L = legajo, X = cliente de"
        " cambio, F = cliente de fiado): "
    Accept tipo-busqueda
    INSPECT tipo-busqueda CONVERTING "dlxf" TO "DLXF"
    IF tipo-busqueda <> "D" AND tipo-busqueda <> "L"
    AND tipo-busqueda <> "X" AND tipo-busqueda <> "F"
        Display "Error: tipo de busqueda invalido " tipo-busqueda
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Documento, legajo o codigo a buscar: "
    Accept clave-busqueda
    IF clave-busqueda = SPACES
        Display "Error: falta la clave a buscar"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF tipo-busqueda <> "D"
        Move FUNCTION TRIM (clave-busqueda) to clave-derecha
        INSPECT clave-derecha REPLACING LEADING SPACES BY ZEROS
        IF clave-derecha IS NOT NUMERIC OR clave-numero = 0
            Display "Error: la clave debe ser un numero: "
                clave-busqueda
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    END-IF
    PERFORM 1000-RESOLVER-CLAVE
    PERFORM 1500-BUSCAR-POR-NOMBRE
    OPEN OUTPUT LISTADO-DATOS-TITULAR
    PERFORM 2000-ENCABEZADO
    PERFORM 3100-LISTAR-CLIENTES-FX THRU 3100-LISTAR-CLIENTES-FX-EXIT
    PERFORM 3200-LISTAR-TRANSACCIONES
        THRU 3200-LISTAR-TRANSACCIONES-EXIT
    PERFORM 3300-LISTAR-CLIENTES-FIADO
        THRU 3300-LISTAR-CLIENTES-FIADO-EXIT
    PERFORM 3400-LISTAR-FIADO-MOVS THRU 3400-LISTAR-FIADO-MOVS-EXIT
    PERFORM 3500-LISTAR-ALUMNOS THRU 3500-LISTAR-ALUMNOS-EXIT
    PERFORM 3600-LISTAR-EPA THRU 3600-LISTAR-EPA-EXIT
    PERFORM 3700-LISTAR-HISTORIA THRU 3700-LISTAR-HISTORIA-EXIT
    PERFORM 5000-PIE
    CLOSE LISTADO-DATOS-TITULAR
    Display "Registros del titular: " cant-total
        " (solo por nombre, a confirmar: " cant-por-nombre ")"
    Display "Extracto en LISTADO-DATOS-TITULAR"
    IF tabla-llena = "S"
        Display "ADVERTENCIA: mas de " MAXIMO-TITULARES
            " coincidencias en un sistema, el extracto puede estar"
            " incompleto"
        Move 4 to RETURN-CODE
    END-IF
    PERFORM 9000-GRABAR-AUDITORIA
    STOP RUN.

*>Inicio de sesion con control de nivel, como en Restaurar-Generacion:
*>el extracto lleva los datos completos y es de supervisores.
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
    Move "N" to operador-valido
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
        Move "EXTRACTO-TITULAR" to AUT-PROGRAMA
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
    Move FUNCTION CURRENT-DATE (1:8) to AD-FECHA
    Move SPACE           to AD-SEP1
    Move FUNCTION CURRENT-DATE (9:6) to AD-HORA
    Move SPACE           to AD-SEP2
    Move "EXTRACTO-TITULAR" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Titulares directos: el documento se compara normalizado contra
*>CLIENTES-FX (el unico maestro con documento); un codigo o legajo
*>entra aunque no figure en su maestro, porque sus movimientos pueden
*>haber quedado. El nombre de cada titular directo alimenta la
*>busqueda por nombre.
1000-RESOLVER-CLAVE.
    Move "C" to origen-nuevo
    EVALUATE tipo-busqueda
        WHEN "D"
            Move clave-busqueda to NOM-ENTRADA
            Move "D" to NOM-MODO
            CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
            Move NOM-NORMALIZADO to documento-buscado
        WHEN "X"
            Move clave-numero to buscado-codigo
            PERFORM 4150-AGREGAR-CAMBIO
        WHEN "F"
            Move clave-numero to buscado-codigo
            PERFORM 4250-AGREGAR-FIADO
        WHEN "L"
            Move clave-numero to buscado-codigo
            PERFORM 4350-AGREGAR-LEGAJO
    END-EVALUATE
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS = "00"
        PERFORM 1100-LEER-CLIENTE-FX
        PERFORM UNTIL FXC-STATUS = "10"
            PERFORM 1050-CLAVE-CLIENTE-FX
            PERFORM 1100-LEER-CLIENTE-FX
        END-PERFORM
        CLOSE CLIENTES-FX
    END-IF
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS = "00"
        PERFORM 1200-LEER-CLIENTE-FIADO
        PERFORM UNTIL CF-STATUS = "10"
            Move CF-CODIGO to buscado-codigo
            PERFORM 4200-BUSCAR-FIADO
            IF pos-tabla > 0
                Move CF-NOMBRE to buscado-nombre
                PERFORM 4450-AGREGAR-NOMBRE
            END-IF
            PERFORM 1200-LEER-CLIENTE-FIADO
        END-PERFORM
        CLOSE CLIENTES-FIADO
    END-IF
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS = "00"
        PERFORM 1300-LEER-ALUMNO
        PERFORM UNTIL RA-STATUS = "10"
            Move RA-LEGAJO to buscado-codigo
            PERFORM 4300-BUSCAR-LEGAJO
            IF pos-tabla > 0
                Move RA-NOMBRE to buscado-nombre
                PERFORM 4450-AGREGAR-NOMBRE
            END-IF
            PERFORM 1300-LEER-ALUMNO
        END-PERFORM
        CLOSE REGISTRO-ALUMNOS
    END-IF
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS = "00"
        PERFORM 1400-LEER-EPA
        PERFORM UNTIL ER-STATUS = "10"
            IF ER-LEGAJO > 0
                Move ER-LEGAJO to buscado-codigo
                PERFORM 4300-BUSCAR-LEGAJO
                IF pos-tabla > 0
                    Move ER-NOMBRE to buscado-nombre
                    PERFORM 4450-AGREGAR-NOMBRE
                END-IF
            END-IF
            PERFORM 1400-LEER-EPA
        END-PERFORM
        CLOSE EPA-RESULTADOS
    END-IF.

1050-CLAVE-CLIENTE-FX.
    IF tipo-busqueda = "D"
        Move FXC-DOCUMENTO to NOM-ENTRADA
        Move "D" to NOM-MODO
        CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
        Move NOM-NORMALIZADO to documento-cliente
        IF documento-cliente <> SPACES
        AND documento-cliente = documento-buscado
            Move FXC-CODIGO to buscado-codigo
            PERFORM 4150-AGREGAR-CAMBIO
        END-IF
    END-IF
    Move FXC-CODIGO to buscado-codigo
    PERFORM 4100-BUSCAR-CAMBIO
    IF pos-tabla > 0
        Move FXC-NOMBRE to buscado-nombre
        PERFORM 4450-AGREGAR-NOMBRE
    END-IF.

1100-LEER-CLIENTE-FX.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

1200-LEER-CLIENTE-FIADO.
    READ CLIENTES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

1300-LEER-ALUMNO.
    READ REGISTRO-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

1400-LEER-EPA.
    READ EPA-RESULTADOS
    NOT AT END
        CONTINUE
    END-READ.

*>Una sola pasada por los tres maestros con nombre: lo que coincide
*>con algun nombre de un titular directo y no estaba ya se agrega con
*>origen N.
1500-BUSCAR-POR-NOMBRE.
    IF cant-nombres = 0
        Display "Sin titular en los maestros para la clave pedida:"
            " se listan solo los movimientos de la clave"
    ELSE
        Move "N" to origen-nuevo
        OPEN INPUT CLIENTES-FX
        IF FXC-STATUS = "00"
            PERFORM 1100-LEER-CLIENTE-FX
            PERFORM UNTIL FXC-STATUS = "10"
                Move FXC-NOMBRE to buscado-nombre
                PERFORM 4500-COINCIDE-NOMBRE
                IF pos-tabla > 0
                    Move FXC-CODIGO to buscado-codigo
                    PERFORM 4150-AGREGAR-CAMBIO
                END-IF
                PERFORM 1100-LEER-CLIENTE-FX
            END-PERFORM
            CLOSE CLIENTES-FX
        END-IF
        OPEN INPUT CLIENTES-FIADO
        IF CF-STATUS = "00"
            PERFORM 1200-LEER-CLIENTE-FIADO
            PERFORM UNTIL CF-STATUS = "10"
                Move CF-NOMBRE to buscado-nombre
                PERFORM 4500-COINCIDE-NOMBRE
                IF pos-tabla > 0
                    Move CF-CODIGO to buscado-codigo
                    PERFORM 4250-AGREGAR-FIADO
                END-IF
                PERFORM 1200-LEER-CLIENTE-FIADO
            END-PERFORM
            CLOSE CLIENTES-FIADO
        END-IF
        OPEN INPUT REGISTRO-ALUMNOS
        IF RA-STATUS = "00"
            PERFORM 1300-LEER-ALUMNO
            PERFORM UNTIL RA-STATUS = "10"
                Move RA-NOMBRE to buscado-nombre
                PERFORM 4500-COINCIDE-NOMBRE
                IF pos-tabla > 0
                    Move RA-LEGAJO to buscado-codigo
                    PERFORM 4350-AGREGAR-LEGAJO
                END-IF
                PERFORM 1300-LEER-ALUMNO
            END-PERFORM
            CLOSE REGISTRO-ALUMNOS
        END-IF
    END-IF.

2000-ENCABEZADO.
    Move SPACES to linea-impresion
    STRING "EXTRACTO DE DATOS PERSONALES DEL TITULAR - EMITIDO "
        DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        hora-ahora DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    STRING "BUSQUEDA POR " DELIMITED BY SIZE
        tipo-busqueda DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        clave-busqueda DELIMITED BY SIZE
        "  OPERADOR " DELIMITED BY SIZE
        codigo-operador DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-operador DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move "(N) = hallado solo por coincidencia de nombre: confirmar"
        & " que es el mismo titular antes de entregar" to
        linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "=" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

*>Cada seccion lista los registros tal como estan grabados; el
*>maestro de cambio, mas ancho que la hoja, va en dos lineas.
3100-LISTAR-CLIENTES-FX.
    Move "CLIENTES-FX" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3100-LISTAR-CLIENTES-FX-EXIT
    END-IF
    PERFORM 1100-LEER-CLIENTE-FX
    PERFORM UNTIL FXC-STATUS = "10"
        Move FXC-CODIGO to buscado-codigo
        PERFORM 4100-BUSCAR-CAMBIO
        IF pos-tabla > 0
            Move cam-origen (pos-tabla) to origen-nuevo
            PERFORM 6000-CONTAR-REGISTRO
            IF FXC-PERFIL IS NUMERIC
                Move FXC-PERFIL to perfil-ed
            ELSE
                Move 0 to perfil-ed
            END-IF
            Move SPACES to linea-impresion
            STRING marca-origen DELIMITED BY SIZE
                FXC-CODIGO DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FXC-NOMBRE DELIMITED BY SIZE
                " DOC " DELIMITED BY SIZE
                FXC-TIPO-DOC DELIMITED BY SIZE
                " " DELIMITED BY SIZE
                FXC-DOCUMENTO DELIMITED BY SIZE
                " VENCE " DELIMITED BY SIZE
                FXC-VENCE-DOC DELIMITED BY SIZE
                " ACTIVO " DELIMITED BY SIZE
                FXC-ACTIVO DELIMITED BY SIZE
                " RIESGO " DELIMITED BY SIZE
                FXC-RIESGO DELIMITED BY SIZE
                INTO linea-impresion
            END-STRING
            PERFORM 6900-ESCRIBIR-LINEA
            Move SPACES to linea-impresion
            STRING "         DOMICILIO " DELIMITED BY SIZE
                FXC-DOMICILIO DELIMITED BY SIZE
                " OCUPACION " DELIMITED BY SIZE
                FXC-OCUPACION DELIMITED BY SIZE
                " PERFIL " DELIMITED BY SIZE
                perfil-ed DELIMITED BY SIZE
                INTO linea-impresion
            END-STRING
            PERFORM 6900-ESCRIBIR-LINEA
        END-IF
        PERFORM 1100-LEER-CLIENTE-FX
    END-PERFORM
    CLOSE CLIENTES-FX
    PERFORM 6200-TOTAL-SECCION.
3100-LISTAR-CLIENTES-FX-EXIT.
    EXIT.

3200-LISTAR-TRANSACCIONES.
    Move "FX-TRANSACCIONES" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3200-LISTAR-TRANSACCIONES-EXIT
    END-IF
    PERFORM 3210-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10"
        IF TX-CLIENTE IS NUMERIC AND TX-CLIENTE > 0
            Move TX-CLIENTE to buscado-codigo
            PERFORM 4100-BUSCAR-CAMBIO
            IF pos-tabla > 0
                Move cam-origen (pos-tabla) to origen-nuevo
                PERFORM 6000-CONTAR-REGISTRO
                Move SPACES to linea-impresion
                Move marca-origen to linea-impresion (1:4)
                Move TX-REGISTRO to linea-impresion (5:)
                PERFORM 6900-ESCRIBIR-LINEA
            END-IF
        END-IF
        PERFORM 3210-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES
    PERFORM 6200-TOTAL-SECCION.
3200-LISTAR-TRANSACCIONES-EXIT.
    EXIT.

3210-LEER-TRANSACCION.
    READ FX-TRANSACCIONES
    NOT AT END
        CONTINUE
    END-READ.

3300-LISTAR-CLIENTES-FIADO.
    Move "CLIENTES-FIADO" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT CLIENTES-FIADO
    IF CF-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3300-LISTAR-CLIENTES-FIADO-EXIT
    END-IF
    PERFORM 1200-LEER-CLIENTE-FIADO
    PERFORM UNTIL CF-STATUS = "10"
        Move CF-CODIGO to buscado-codigo
        PERFORM 4200-BUSCAR-FIADO
        IF pos-tabla > 0
            Move fia-origen (pos-tabla) to origen-nuevo
            PERFORM 6000-CONTAR-REGISTRO
            Move SPACES to linea-impresion
            Move marca-origen to linea-impresion (1:4)
            Move CF-REGISTRO to linea-impresion (5:)
            PERFORM 6900-ESCRIBIR-LINEA
        END-IF
        PERFORM 1200-LEER-CLIENTE-FIADO
    END-PERFORM
    CLOSE CLIENTES-FIADO
    PERFORM 6200-TOTAL-SECCION.
3300-LISTAR-CLIENTES-FIADO-EXIT.
    EXIT.

3400-LISTAR-FIADO-MOVS.
    Move "FIADO-MOVS" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT FIADO-MOVS
    IF FM-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3400-LISTAR-FIADO-MOVS-EXIT
    END-IF
    PERFORM 3410-LEER-MOVIMIENTO
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-CLIENTE IS NUMERIC
            Move FM-CLIENTE to buscado-codigo
            PERFORM 4200-BUSCAR-FIADO
            IF pos-tabla > 0
                Move fia-origen (pos-tabla) to origen-nuevo
                PERFORM 6000-CONTAR-REGISTRO
                Move SPACES to linea-impresion
                Move marca-origen to linea-impresion (1:4)
                Move FM-REGISTRO to linea-impresion (5:)
                PERFORM 6900-ESCRIBIR-LINEA
            END-IF
        END-IF
        PERFORM 3410-LEER-MOVIMIENTO
    END-PERFORM
    CLOSE FIADO-MOVS
    PERFORM 6200-TOTAL-SECCION.
3400-LISTAR-FIADO-MOVS-EXIT.
    EXIT.

3410-LEER-MOVIMIENTO.
    READ FIADO-MOVS
    NOT AT END
        CONTINUE
    END-READ.

3500-LISTAR-ALUMNOS.
    Move "REGISTRO-ALUMNOS" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT REGISTRO-ALUMNOS
    IF RA-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3500-LISTAR-ALUMNOS-EXIT
    END-IF
    PERFORM 1300-LEER-ALUMNO
    PERFORM UNTIL RA-STATUS = "10"
        Move RA-LEGAJO to buscado-codigo
        PERFORM 4300-BUSCAR-LEGAJO
        IF pos-tabla > 0
            Move leg-origen (pos-tabla) to origen-nuevo
            PERFORM 6000-CONTAR-REGISTRO
            Move SPACES to linea-impresion
            Move marca-origen to linea-impresion (1:4)
            Move RA-REGISTRO to linea-impresion (5:)
            PERFORM 6900-ESCRIBIR-LINEA
        END-IF
        PERFORM 1300-LEER-ALUMNO
    END-PERFORM
    CLOSE REGISTRO-ALUMNOS
    PERFORM 6200-TOTAL-SECCION.
3500-LISTAR-ALUMNOS-EXIT.
    EXIT.

3600-LISTAR-EPA.
    Move "EPA-RESULTADOS" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT EPA-RESULTADOS
    IF ER-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3600-LISTAR-EPA-EXIT
    END-IF
    PERFORM 1400-LEER-EPA
    PERFORM UNTIL ER-STATUS = "10"
        IF ER-LEGAJO > 0
            Move ER-LEGAJO to buscado-codigo
            PERFORM 4300-BUSCAR-LEGAJO
            IF pos-tabla > 0
                Move leg-origen (pos-tabla) to origen-nuevo
                PERFORM 6000-CONTAR-REGISTRO
                Move SPACES to linea-impresion
                Move marca-origen to linea-impresion (1:4)
                PERFORM 3650-CORREGIR-EPA
                Move ER-REGISTRO to linea-impresion (5:84)
                IF COR-CORREGIDO = "S"
                    STRING "RECTIFICADA " DELIMITED BY SIZE
                        COR-RECTIFICACION DELIMITED BY SIZE
                        INTO linea-impresion (90:)
                    END-STRING
                END-IF
                PERFORM 6900-ESCRIBIR-LINEA
            END-IF
        END-IF
        PERFORM 1400-LEER-EPA
    END-PERFORM
    CLOSE EPA-RESULTADOS
    PERFORM 6200-TOTAL-SECCION.
3600-LISTAR-EPA-EXIT.
    EXIT.

*>La nota y el estado que se informan son los vigentes: con una
*>rectificacion aprobada en EPA-CORRECCIONES, los de la rectificacion.
3650-CORREGIR-EPA.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

3700-LISTAR-HISTORIA.
    Move "HISTORIA-ALUMNOS" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move 0 to cant-seccion
    OPEN INPUT HISTORIA-ALUMNOS
    IF HA-STATUS <> "00"
        PERFORM 6100-NO-DISPONIBLE
        GO TO 3700-LISTAR-HISTORIA-EXIT
    END-IF
    PERFORM 3710-LEER-HISTORIA
    PERFORM UNTIL HA-STATUS = "10"
        IF HA-LEGAJO > 0
            Move HA-LEGAJO to buscado-codigo
            PERFORM 4300-BUSCAR-LEGAJO
            IF pos-tabla > 0
                Move leg-origen (pos-tabla) to origen-nuevo
                PERFORM 6000-CONTAR-REGISTRO
                Move SPACES to linea-impresion
                Move marca-origen to linea-impresion (1:4)
                Move HA-REGISTRO to linea-impresion (5:)
                PERFORM 6900-ESCRIBIR-LINEA
            END-IF
        END-IF
        PERFORM 3710-LEER-HISTORIA
    END-PERFORM
    CLOSE HISTORIA-ALUMNOS
    PERFORM 6200-TOTAL-SECCION.
3700-LISTAR-HISTORIA-EXIT.
    EXIT.

3710-LEER-HISTORIA.
    READ HISTORIA-ALUMNOS
    NOT AT END
        CONTINUE
    END-READ.

*>Tablas de titulares: buscar deja en pos-tabla la posicion (0 = no
*>esta); agregar no repite y conserva el primer origen.
4100-BUSCAR-CAMBIO.
    Move 0 to pos-tabla
    PERFORM 4110-COMPARAR-CAMBIO
        VARYING k FROM 1 BY 1 UNTIL k > cant-cambio OR pos-tabla > 0.

4110-COMPARAR-CAMBIO.
    IF cam-codigo (k) = buscado-codigo
        Move k to pos-tabla
    END-IF.

4150-AGREGAR-CAMBIO.
    PERFORM 4100-BUSCAR-CAMBIO
    IF pos-tabla = 0
        IF cant-cambio < MAXIMO-TITULARES
            Compute cant-cambio = cant-cambio + 1
            Move buscado-codigo to cam-codigo (cant-cambio)
            Move origen-nuevo to cam-origen (cant-cambio)
        ELSE
            Move "S" to tabla-llena
        END-IF
    END-IF.

4200-BUSCAR-FIADO.
    Move 0 to pos-tabla
    PERFORM 4210-COMPARAR-FIADO
        VARYING k FROM 1 BY 1 UNTIL k > cant-fiado OR pos-tabla > 0.

4210-COMPARAR-FIADO.
    IF fia-codigo (k) = buscado-codigo
        Move k to pos-tabla
    END-IF.

4250-AGREGAR-FIADO.
    PERFORM 4200-BUSCAR-FIADO
    IF pos-tabla = 0
        IF cant-fiado < MAXIMO-TITULARES
            Compute cant-fiado = cant-fiado + 1
            Move buscado-codigo to fia-codigo (cant-fiado)
            Move origen-nuevo to fia-origen (cant-fiado)
        ELSE
            Move "S" to tabla-llena
        END-IF
    END-IF.

4300-BUSCAR-LEGAJO.
    Move 0 to pos-tabla
    PERFORM 4310-COMPARAR-LEGAJO
        VARYING k FROM 1 BY 1 UNTIL k > cant-legajos OR pos-tabla > 0.

4310-COMPARAR-LEGAJO.
    IF leg-numero (k) = buscado-codigo
        Move k to pos-tabla
    END-IF.

4350-AGREGAR-LEGAJO.
    PERFORM 4300-BUSCAR-LEGAJO
    IF pos-tabla = 0
        IF cant-legajos < MAXIMO-TITULARES
            Compute cant-legajos = cant-legajos + 1
            Move buscado-codigo to leg-numero (cant-legajos)
            Move origen-nuevo to leg-origen (cant-legajos)
        ELSE
            Move "S" to tabla-llena
        END-IF
    END-IF.

*>Los nombres se guardan y se comparan normalizados, como en
*>Cargar-Lista-Restringida: "perez, juan" da con "PEREZ  JUAN".
4400-BUSCAR-NOMBRE.
    Move 0 to pos-tabla
    PERFORM 4410-COMPARAR-NOMBRE
        VARYING k FROM 1 BY 1 UNTIL k > cant-nombres OR pos-tabla > 0.

4410-COMPARAR-NOMBRE.
    IF tn-nombre (k) = NOM-NORMALIZADO
        Move k to pos-tabla
    END-IF.

4450-AGREGAR-NOMBRE.
    Move buscado-nombre to NOM-ENTRADA
    Move "N" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    IF NOM-NORMALIZADO <> SPACES
        PERFORM 4400-BUSCAR-NOMBRE
        IF pos-tabla = 0 AND cant-nombres < MAXIMO-TITULARES
            Compute cant-nombres = cant-nombres + 1
            Move NOM-NORMALIZADO to tn-nombre (cant-nombres)
        END-IF
    END-IF.

4500-COINCIDE-NOMBRE.
    Move 0 to pos-tabla
    Move buscado-nombre to NOM-ENTRADA
    Move "N" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    IF NOM-NORMALIZADO <> SPACES
        PERFORM 4400-BUSCAR-NOMBRE
    END-IF.

5000-PIE.
    Move ALL "=" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move cant-total to cantidad-ed
    Move SPACES to linea-impresion
    STRING "REGISTROS DEL TITULAR: " DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move cant-por-nombre to cantidad-ed
    Move SPACES to linea-impresion
    STRING "DE ELLOS SOLO POR NOMBRE (N), A CONFIRMAR: "
        DELIMITED BY SIZE
        cantidad-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    IF tabla-llena = "S"
        Move "ATENCION: mas coincidencias que las que admite el"
            & " extracto, puede estar incompleto" to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF.

6000-CONTAR-REGISTRO.
    Compute cant-seccion = cant-seccion + 1
    Compute cant-total = cant-total + 1
    IF origen-nuevo = "N"
        Move "(N) " to marca-origen
        Compute cant-por-nombre = cant-por-nombre + 1
    ELSE
        Move SPACES to marca-origen
    END-IF.

6100-NO-DISPONIBLE.
    Move "    (archivo no disponible)" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

6200-TOTAL-SECCION.
    Move cant-seccion to cantidad-ed
    Move SPACES to linea-impresion
    IF cant-seccion = 0
        Move "    sin registros" to linea-impresion
    ELSE
        STRING "    registros: " DELIMITED BY SIZE
            cantidad-ed DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    END-IF
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LD-LINEA
    WRITE LD-LINEA.

9000-GRABAR-AUDITORIA.
    OPEN EXTEND AUDIT-LOG
    IF AL-STATUS = "35"
        OPEN OUTPUT AUDIT-LOG
    END-IF
    INITIALIZE AL-REGISTRO
    Move "EXTRACTO-TITULAR" to AL-PROGRAMA
    Move SPACE           to AL-SEP1
    Move fecha-hoy       to AL-FECHA
    Move SPACE           to AL-SEP2
    Move hora-ahora      to AL-HORA
    Move SPACE           to AL-SEP3
    STRING "busqueda=" DELIMITED BY SIZE
        tipo-busqueda DELIMITED BY SIZE
        " clave=" DELIMITED BY SIZE
        FUNCTION TRIM (clave-busqueda) DELIMITED BY SIZE
        INTO AL-ENTRADA
    END-STRING
    Move SPACE           to AL-SEP4
    STRING "registros=" DELIMITED BY SIZE
        cant-total DELIMITED BY SIZE
        " por nombre=" DELIMITED BY SIZE
        cant-por-nombre DELIMITED BY SIZE
        INTO AL-SALIDA
    END-STRING
    Move SPACE           to AL-SEP5
    Move codigo-operador to AL-OPERADOR
    WRITE AL-REGISTRO
    CLOSE AUDIT-LOG.
