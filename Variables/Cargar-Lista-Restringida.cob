*>Cargador de la lista periodica de personas con las que la mesa de
*>cambio no puede operar. Lee el archivo recibido
*>PERSONAS-RESTRINGIDAS (referencia, documento y nombre tal como
*>vienen), normaliza documento y nombre con Normalizar-Nombre (las
*>reglas de caracteres de Validar-Nombres) y reemplaza entera la
*>LISTA-RESTRINGIDA vigente (layout de copybooks/lista-restringida),
*>apartando antes la anterior con Guardar-Generacion. Una entrada sin
*>documento ni nombre utilizable se informa y no se carga. Con la
*>lista nueva recorre todo el maestro CLIENTES-FX, activos e
*>inactivos, y deja en LISTADO-LISTA-RESTRINGIDA cada cliente que
*>coincide por documento o por nombre, para que cumplimiento lo
*>revise; con coincidencias la corrida termina con RETURN-CODE 4.
*>Variables hace la misma comparacion antes de cada liquidacion. En
*>el listado el documento del cliente sale enmascarado por
*>Enmascarar-Dato salvo que la carga la corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cargar-Lista-Restringida.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PERSONAS-RESTRINGIDAS ASSIGN TO "PERSONAS-RESTRINGIDAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RR-STATUS.
        SELECT LISTA-RESTRINGIDA ASSIGN TO "LISTA-RESTRINGIDA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LRS-STATUS.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT LISTADO-LISTA-RESTRINGIDA
            ASSIGN TO "LISTADO-LISTA-RESTRINGIDA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LL-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PERSONAS-RESTRINGIDAS.
        01 RR-REGISTRO.
            05 RR-REFERENCIA PIC X(12).
            05 RR-SEP1       PIC X(1).
            05 RR-DOCUMENTO  PIC X(15).
            05 RR-SEP2       PIC X(1).
            05 RR-NOMBRE     PIC X(40).
    FD  LISTA-RESTRINGIDA.
        COPY "lista-restringida".
    FD  CLIENTES-FX.
        COPY "clientes-fx".
    FD  LISTADO-LISTA-RESTRINGIDA.
        01 LL-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "generacion-args".
        COPY "nombre-args".
        01 RR-STATUS PIC X(2).
        01 LRS-STATUS PIC X(2).
        01 FXC-STATUS PIC X(2).
        01 LL-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 cant-leidas PIC 9(6) value 0.
        01 cant-cargadas PIC 9(6) value 0.
        01 cant-descartadas PIC 9(6) value 0.
        01 cant-clientes PIC 9(6) value 0.
        01 cant-coincidencias PIC 9(6) value 0.
        01 cant-personas PIC 9(4) value 0.
        01 tabla-personas.
            05 persona-item OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-personas.
                10 per-referencia PIC X(12).
                10 per-documento  PIC X(15).
                10 per-nombre     PIC X(40).
        01 personas-desbordadas PIC X(1) value "N".
        01 i PIC 9(4).
        01 documento-cliente PIC X(15).
        01 nombre-cliente PIC X(40).
        01 tipo-coincidencia PIC X(9).
        01 linea-impresion PIC X(120).
        COPY "mascara-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    OPEN INPUT PERSONAS-RESTRINGIDAS
    IF RR-STATUS <> "00"
        Display "No se pudo abrir el archivo PERSONAS-RESTRINGIDAS:"
            " la lista vigente queda como estaba"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Move "LISTA-RESTRINGIDA" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT LISTA-RESTRINGIDA
    PERFORM 1000-LEER-PERSONA
    PERFORM UNTIL RR-STATUS = "10"
        Compute cant-leidas = cant-leidas + 1
        PERFORM 2000-CARGAR-PERSONA THRU 2000-CARGAR-PERSONA-EXIT
        PERFORM 1000-LEER-PERSONA
    END-PERFORM
    CLOSE LISTA-RESTRINGIDA
    CLOSE PERSONAS-RESTRINGIDAS
    Display "Lista restringida -> leidas: " cant-leidas
        " cargadas: " cant-cargadas
        " descartadas: " cant-descartadas
    Move "I" to MSC-FUNCION
    Move "CARGAR-LISTA-RESTR" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    PERFORM 3000-CONTROLAR-CLIENTES THRU 3000-CONTROLAR-CLIENTES-EXIT
    IF personas-desbordadas = "S"
        Display "ERROR: la lista supera las 5000 personas y el"
            " control de CLIENTES-FX quedo incompleto (Variables"
            " controla igual contra la lista entera)"
        Move 8 to RETURN-CODE
    END-IF
    IF cant-coincidencias > 0 AND RETURN-CODE < 4
        Move 4 to RETURN-CODE
    END-IF
    STOP RUN.

1000-LEER-PERSONA.
    READ PERSONAS-RESTRINGIDAS
    NOT AT END
        CONTINUE
    END-READ.

2000-CARGAR-PERSONA.
    Move RR-DOCUMENTO to NOM-ENTRADA
    Move "D" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to documento-cliente
    Move RR-NOMBRE to NOM-ENTRADA
    Move "N" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to nombre-cliente
    IF documento-cliente = SPACES AND nombre-cliente = SPACES
        Compute cant-descartadas = cant-descartadas + 1
        Display "DESCARTADA " RR-REFERENCIA
            ": sin documento ni nombre utilizable"
        GO TO 2000-CARGAR-PERSONA-EXIT
    END-IF
    INITIALIZE LRS-REGISTRO
    Move RR-REFERENCIA     to LRS-REFERENCIA
    Move SPACE             to LRS-SEP1
    Move documento-cliente to LRS-DOCUMENTO
    Move SPACE             to LRS-SEP2
    Move nombre-cliente    to LRS-NOMBRE
    Move SPACE             to LRS-SEP3
    Move fecha-hoy         to LRS-FECHA-CARGA
    WRITE LRS-REGISTRO
    Compute cant-cargadas = cant-cargadas + 1
    IF cant-personas = 5000
        Move "S" to personas-desbordadas
        GO TO 2000-CARGAR-PERSONA-EXIT
    END-IF
    Compute cant-personas = cant-personas + 1
    Move RR-REFERENCIA     to per-referencia (cant-personas)
    Move documento-cliente to per-documento (cant-personas)
    Move nombre-cliente    to per-nombre (cant-personas).
2000-CARGAR-PERSONA-EXIT.
    EXIT.

*>Control de todo el maestro contra la lista recien cargada: un
*>cliente coincide por documento, por nombre o por los dos, y puede
*>coincidir con mas de una entrada.
3000-CONTROLAR-CLIENTES.
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CLIENTES-FX, no se"
            " controla el maestro"
        GO TO 3000-CONTROLAR-CLIENTES-EXIT
    END-IF
    OPEN OUTPUT LISTADO-LISTA-RESTRINGIDA
    Move SPACES to linea-impresion
    STRING "CONTROL DE CLIENTES-FX CONTRA LA LISTA RESTRINGIDA DEL "
        DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LL-LINEA
    WRITE LL-LINEA
    Move ALL "-" to LL-LINEA
    WRITE LL-LINEA
    PERFORM 3100-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        Compute cant-clientes = cant-clientes + 1
        PERFORM 3200-CONTROLAR-CLIENTE
        PERFORM 3100-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX
    Move ALL "-" to LL-LINEA
    WRITE LL-LINEA
    Move SPACES to linea-impresion
    STRING "CLIENTES CONTROLADOS: " DELIMITED BY SIZE
        cant-clientes DELIMITED BY SIZE
        "  COINCIDENCIAS: " DELIMITED BY SIZE
        cant-coincidencias DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LL-LINEA
    WRITE LL-LINEA
    CLOSE LISTADO-LISTA-RESTRINGIDA
    Display "Clientes controlados: " cant-clientes
        " coincidencias: " cant-coincidencias
        " (ver LISTADO-LISTA-RESTRINGIDA)".
3000-CONTROLAR-CLIENTES-EXIT.
    EXIT.

3100-LEER-CLIENTE.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

3200-CONTROLAR-CLIENTE.
    Move FXC-DOCUMENTO to NOM-ENTRADA
    Move "D" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to documento-cliente
    Move FXC-NOMBRE to NOM-ENTRADA
    Move "N" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to nombre-cliente
    PERFORM 3300-COMPARAR-PERSONA THRU 3300-COMPARAR-PERSONA-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > cant-personas.

3300-COMPARAR-PERSONA.
    Move SPACES to tipo-coincidencia
    IF documento-cliente <> SPACES
    AND documento-cliente = per-documento (i)
        Move "DOCUMENTO" to tipo-coincidencia
    END-IF
    IF nombre-cliente <> SPACES
    AND nombre-cliente = per-nombre (i)
        IF tipo-coincidencia = SPACES
            Move "NOMBRE" to tipo-coincidencia
        ELSE
            Move "AMBOS" to tipo-coincidencia
        END-IF
    END-IF
    IF tipo-coincidencia = SPACES
        GO TO 3300-COMPARAR-PERSONA-EXIT
    END-IF
    Compute cant-coincidencias = cant-coincidencias + 1
    Move "D" to MSC-FUNCION
    Move FXC-DOCUMENTO to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING FXC-CODIGO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FXC-NOMBRE DELIMITED BY SIZE
        " doc " DELIMITED BY SIZE
        MSC-SALIDA (1:11) DELIMITED BY SIZE
        " activo " DELIMITED BY SIZE
        FXC-ACTIVO DELIMITED BY SIZE
        "  coincide por " DELIMITED BY SIZE
        tipo-coincidencia DELIMITED BY SIZE
        " con " DELIMITED BY SIZE
        per-referencia (i) DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LL-LINEA
    WRITE LL-LINEA.
3300-COMPARAR-PERSONA-EXIT.
    EXIT.
