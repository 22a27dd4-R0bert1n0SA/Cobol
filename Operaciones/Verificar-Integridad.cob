*>Control semanal de integridad referencial entre archivos: los
*>maestros y los movimientos se referencian por codigo y nadie
*>revisaba despues las referencias (lineas de VENTAS-DETALLE sin su
*>ticket en DAILY-SALES, FIADO-MOVS de clientes que ya no estan en
*>CLIENTES-FIADO, TX-CLIENTE ausentes de CLIENTES-FX, MP-PROVEEDOR
*>fuera de PROVEEDORES, legajos de EPA-RESULTADOS que no figuran en
*>REGISTRO-ALUMNOS, ER-ACTA sin cabecera en ACTAS). Las relaciones a
*>controlar viven en la tabla INTEGRIDAD-REGLAS (copybooks/
*>regla-integridad); el ticket se repite entre puntos de venta, asi
*>que una regla puede sumar a la clave un segundo tramo con el punto
*>(en blanco, el 01). Por cada regla se ordenan juntas las claves del
*>maestro y las del movimiento (SORT por clave, el maestro primero) y
*>se aparean: el movimiento cuya clave no viene precedida por la misma
*>clave del maestro es huerfano. LISTADO-INTEGRIDAD informa por regla
*>los movimientos controlados, los huerfanos, las claves huerfanas
*>distintas con hasta cinco de muestra, y la comparacion con la
*>corrida anterior de la historia INTEGRIDAD-HISTORIA (copybooks/
*>integridad-hist), donde se anexa el resultado de cada corrida para
*>seguir la tendencia. Huerfanos, o un maestro ausente, terminan la
*>corrida con RETURN-CODE 4; sin tabla de reglas, con RETURN-CODE 8.

IDENTIFICATION DIVISION.
PROGRAM-ID. Verificar-Integridad.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT INTEGRIDAD-REGLAS ASSIGN TO "INTEGRIDAD-REGLAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IR-STATUS.
        SELECT INTEGRIDAD-HISTORIA ASSIGN TO "INTEGRIDAD-HISTORIA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IH-STATUS.
        SELECT ARCHIVO-PADRE ASSIGN TO DYNAMIC nombre-padre
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AP-STATUS.
        SELECT ARCHIVO-HIJO ASSIGN TO DYNAMIC nombre-hijo
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AH-STATUS.
        SELECT ORDEN-CLAVES ASSIGN TO "ORDEN-CLAVES".
        SELECT LISTADO-INTEGRIDAD ASSIGN TO "LISTADO-INTEGRIDAD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LI-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  INTEGRIDAD-REGLAS.
        COPY "regla-integridad".
    FD  INTEGRIDAD-HISTORIA.
        COPY "integridad-hist".
    FD  ARCHIVO-PADRE.
        01 AP-LINEA PIC X(512).
    FD  ARCHIVO-HIJO.
        01 AH-LINEA PIC X(512).
    SD  ORDEN-CLAVES.
        01 OK-REGISTRO.
            05 OK-CLAVE PIC X(20).
            05 OK-TIPO  PIC X(1).
    FD  LISTADO-INTEGRIDAD.
        01 LI-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        01 IR-STATUS PIC X(2).
        01 IH-STATUS PIC X(2).
        01 AP-STATUS PIC X(2).
        01 AH-STATUS PIC X(2).
        01 LI-STATUS PIC X(2).
        01 MUESTRAS-MAXIMAS PIC 9(1) value 5.
        01 fecha-proceso PIC X(8).
        01 nombre-padre PIC X(20).
        01 nombre-hijo  PIC X(20).
*>Resultado por regla: V verificada, M falta el maestro, I regla mal
*>cargada (posicion o largo fuera de rango).
        01 cant-reglas PIC 9(2) value 0.
        01 tabla-reglas.
            05 regla-item OCCURS 1 TO 50 TIMES
                DEPENDING ON cant-reglas.
                10 rg-regla     PIC X(20).
                10 rg-hijo      PIC X(20).
                10 rg-hijo-pos  PIC 9(3).
                10 rg-padre     PIC X(20).
                10 rg-padre-pos PIC 9(3).
                10 rg-largo     PIC 9(2).
                10 rg-hijo-pos2  PIC 9(3).
                10 rg-padre-pos2 PIC 9(3).
                10 rg-largo2     PIC 9(2).
                10 rg-estado    PIC X(1).
                10 rg-hijos     PIC 9(9).
                10 rg-huerfanos PIC 9(9).
                10 rg-distintas PIC 9(9).
                10 rg-ant-fecha PIC X(8).
                10 rg-ant-huerfanos PIC 9(9).
                10 rg-cant-muestras PIC 9(1).
                10 rg-muestra OCCURS 5 TIMES PIC X(20).
        01 r PIC 9(2).
        01 m PIC 9(1).
        01 pos-regla PIC 9(2).
        01 clave-trabajo PIC X(20).
        01 segundo-tramo PIC X(20).
        01 cant-ceros PIC 9(2).
        01 ultima-padre PIC X(20).
        01 ultima-huerfana PIC X(20).
        01 fin-orden PIC X(1).
        01 cant-con-huerfanos PIC 9(2) value 0.
        01 cant-no-verificadas PIC 9(2) value 0.
        01 tendencia PIC X(8).
        01 cant-ed PIC ZZZ,ZZZ,ZZ9.
        01 cant-corto-ed PIC ZZZ,ZZ9.
        01 puntero-linea PIC 9(3).
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move 0 to RETURN-CODE
    Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    Display "Fecha de proceso (AAAAMMDD, espacios = hoy): "
    Accept fecha-proceso
    IF fecha-proceso = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    END-IF
    PERFORM 1000-CARGAR-REGLAS THRU 1000-CARGAR-REGLAS-EXIT
    IF RETURN-CODE = 8
        GOBACK
    END-IF
    PERFORM 1400-CARGAR-ANTERIOR THRU 1400-CARGAR-ANTERIOR-EXIT
    PERFORM 2000-VERIFICAR-REGLA THRU 2000-VERIFICAR-REGLA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reglas
    PERFORM 2800-GRABAR-HISTORIA
    OPEN OUTPUT LISTADO-INTEGRIDAD
    PERFORM 3000-ENCABEZADO
    PERFORM 3500-IMPRIMIR-REGLA THRU 3500-IMPRIMIR-REGLA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reglas
    PERFORM 5000-TOTALES
    CLOSE LISTADO-INTEGRIDAD
    IF cant-con-huerfanos > 0 OR cant-no-verificadas > 0
        Move 4 to RETURN-CODE
    END-IF
    Display "Integridad del " fecha-proceso
        " -> reglas: " cant-reglas
        " con huerfanos: " cant-con-huerfanos
        " no verificadas: " cant-no-verificadas
    Display "Detalle en LISTADO-INTEGRIDAD"
    GOBACK.

1000-CARGAR-REGLAS.
    OPEN INPUT INTEGRIDAD-REGLAS
    IF IR-STATUS <> "00"
        Display "No se pudo abrir la tabla INTEGRIDAD-REGLAS"
        Move 8 to RETURN-CODE
        GO TO 1000-CARGAR-REGLAS-EXIT
    END-IF
    PERFORM 1100-LEER-REGLA
    PERFORM UNTIL IR-STATUS = "10" OR cant-reglas = 50
        IF IR-REGLA <> SPACES
            Compute cant-reglas = cant-reglas + 1
            Move IR-REGLA  to rg-regla (cant-reglas)
            Move IR-HIJO   to rg-hijo (cant-reglas)
            Move IR-PADRE  to rg-padre (cant-reglas)
            Move "V" to rg-estado (cant-reglas)
            IF IR-HIJO-POS IS NUMERIC AND IR-PADRE-POS IS NUMERIC
            AND IR-LARGO IS NUMERIC
                Move IR-HIJO-POS  to rg-hijo-pos (cant-reglas)
                Move IR-PADRE-POS to rg-padre-pos (cant-reglas)
                Move IR-LARGO     to rg-largo (cant-reglas)
            ELSE
                Move 0 to rg-hijo-pos (cant-reglas)
                Move 0 to rg-padre-pos (cant-reglas)
                Move 0 to rg-largo (cant-reglas)
            END-IF
            IF IR-HIJO-POS2 IS NUMERIC AND IR-PADRE-POS2 IS NUMERIC
            AND IR-LARGO2 IS NUMERIC
                Move IR-HIJO-POS2  to rg-hijo-pos2 (cant-reglas)
                Move IR-PADRE-POS2 to rg-padre-pos2 (cant-reglas)
                Move IR-LARGO2     to rg-largo2 (cant-reglas)
            ELSE
                Move 0 to rg-hijo-pos2 (cant-reglas)
                Move 0 to rg-padre-pos2 (cant-reglas)
                Move 0 to rg-largo2 (cant-reglas)
            END-IF
            IF rg-largo (cant-reglas) = 0 OR rg-largo (cant-reglas) > 20
            OR rg-hijo-pos (cant-reglas) = 0
            OR rg-padre-pos (cant-reglas) = 0
            OR rg-hijo-pos (cant-reglas) + rg-largo (cant-reglas) > 513
            OR rg-padre-pos (cant-reglas) + rg-largo (cant-reglas) > 513
                Move "I" to rg-estado (cant-reglas)
            END-IF
            IF rg-largo2 (cant-reglas) > 0
                IF rg-largo (cant-reglas) + rg-largo2 (cant-reglas) > 20
                OR rg-hijo-pos2 (cant-reglas) = 0
                OR rg-padre-pos2 (cant-reglas) = 0
                OR rg-hijo-pos2 (cant-reglas) + rg-largo2 (cant-reglas)
                    > 513
                OR rg-padre-pos2 (cant-reglas) + rg-largo2 (cant-reglas)
                    > 513
                    Move "I" to rg-estado (cant-reglas)
                END-IF
            END-IF
            Move 0 to rg-hijos (cant-reglas) rg-huerfanos (cant-reglas)
            Move 0 to rg-distintas (cant-reglas)
            Move 0 to rg-ant-huerfanos (cant-reglas)
            Move 0 to rg-cant-muestras (cant-reglas)
            Move SPACES to rg-ant-fecha (cant-reglas)
        END-IF
        PERFORM 1100-LEER-REGLA
    END-PERFORM
    IF IR-STATUS <> "10"
        Display "INTEGRIDAD-REGLAS supera las 50 reglas: se ignoran"
            " las siguientes"
    END-IF
    CLOSE INTEGRIDAD-REGLAS.
1000-CARGAR-REGLAS-EXIT.
    EXIT.

1100-LEER-REGLA.
    READ INTEGRIDAD-REGLAS
    NOT AT END
        CONTINUE
    END-READ.

*>La corrida anterior de cada regla es la mas reciente de la historia
*>con fecha menor a la del proceso.
1400-CARGAR-ANTERIOR.
    OPEN INPUT INTEGRIDAD-HISTORIA
    IF IH-STATUS <> "00"
        GO TO 1400-CARGAR-ANTERIOR-EXIT
    END-IF
    PERFORM 1500-LEER-HISTORIA
    PERFORM UNTIL IH-STATUS = "10"
        IF IH-FECHA < fecha-proceso AND IH-HUERFANOS IS NUMERIC
            Move 0 to pos-regla
            PERFORM 1550-BUSCAR-REGLA THRU 1550-BUSCAR-REGLA-EXIT
                VARYING r FROM 1 BY 1
                UNTIL r > cant-reglas OR pos-regla > 0
            IF pos-regla > 0
                IF IH-FECHA >= rg-ant-fecha (pos-regla)
                    Move IH-FECHA     to rg-ant-fecha (pos-regla)
                    Move IH-HUERFANOS to rg-ant-huerfanos (pos-regla)
                END-IF
            END-IF
        END-IF
        PERFORM 1500-LEER-HISTORIA
    END-PERFORM
    CLOSE INTEGRIDAD-HISTORIA.
1400-CARGAR-ANTERIOR-EXIT.
    EXIT.

1500-LEER-HISTORIA.
    READ INTEGRIDAD-HISTORIA
    NOT AT END
        CONTINUE
    END-READ.

1550-BUSCAR-REGLA.
    IF rg-regla (r) = IH-REGLA
        Move r to pos-regla
    END-IF.
1550-BUSCAR-REGLA-EXIT.
    EXIT.

*>Un maestro que no existe deja la regla sin verificar: contar todos
*>sus movimientos como huerfanos solo taparia el problema real.
2000-VERIFICAR-REGLA.
    IF rg-estado (r) = "I"
        GO TO 2000-VERIFICAR-REGLA-EXIT
    END-IF
    Move rg-padre (r) to nombre-padre
    OPEN INPUT ARCHIVO-PADRE
    IF AP-STATUS <> "00"
        Move "M" to rg-estado (r)
        GO TO 2000-VERIFICAR-REGLA-EXIT
    END-IF
    CLOSE ARCHIVO-PADRE
    Move rg-hijo (r) to nombre-hijo
    Move SPACES to ultima-padre ultima-huerfana
    SORT ORDEN-CLAVES ON ASCENDING KEY OK-CLAVE OK-TIPO
        INPUT PROCEDURE IS 2100-SOLTAR-CLAVES
            THRU 2100-SOLTAR-CLAVES-EXIT
        OUTPUT PROCEDURE IS 2500-APAREAR-CLAVES
            THRU 2500-APAREAR-CLAVES-EXIT.
2000-VERIFICAR-REGLA-EXIT.
    EXIT.

*>Claves del maestro con tipo "0" y del movimiento con tipo "1": a
*>igual clave el maestro sale primero del SORT. Si la regla tiene
*>segundo tramo, va pegado al primero en la clave de los dos lados.
2100-SOLTAR-CLAVES.
    OPEN INPUT ARCHIVO-PADRE
    PERFORM 2200-LEER-PADRE
    PERFORM UNTIL AP-STATUS <> "00"
        Move SPACES to clave-trabajo
        Move AP-LINEA (rg-padre-pos (r):rg-largo (r)) to clave-trabajo
        IF rg-largo2 (r) > 0
            Move AP-LINEA (rg-padre-pos2 (r):rg-largo2 (r))
                to segundo-tramo
            PERFORM 2400-PEGAR-SEGUNDO-TRAMO
        END-IF
        Move SPACES to OK-REGISTRO
        Move clave-trabajo to OK-CLAVE
        Move "0" to OK-TIPO
        RELEASE OK-REGISTRO
        PERFORM 2200-LEER-PADRE
    END-PERFORM
    CLOSE ARCHIVO-PADRE
    OPEN INPUT ARCHIVO-HIJO
    IF AH-STATUS <> "00"
        GO TO 2100-SOLTAR-CLAVES-EXIT
    END-IF
    PERFORM 2300-LEER-HIJO
    PERFORM UNTIL AH-STATUS <> "00"
        Move SPACES to clave-trabajo
        Move AH-LINEA (rg-hijo-pos (r):rg-largo (r)) to clave-trabajo
        Move 0 to cant-ceros
        INSPECT clave-trabajo (1:rg-largo (r))
            TALLYING cant-ceros FOR ALL "0"
        IF clave-trabajo <> SPACES AND cant-ceros < rg-largo (r)
            IF rg-largo2 (r) > 0
                Move AH-LINEA (rg-hijo-pos2 (r):rg-largo2 (r))
                    to segundo-tramo
                PERFORM 2400-PEGAR-SEGUNDO-TRAMO
            END-IF
            Compute rg-hijos (r) = rg-hijos (r) + 1
            Move SPACES to OK-REGISTRO
            Move clave-trabajo to OK-CLAVE
            Move "1" to OK-TIPO
            RELEASE OK-REGISTRO
        END-IF
        PERFORM 2300-LEER-HIJO
    END-PERFORM
    CLOSE ARCHIVO-HIJO.
2100-SOLTAR-CLAVES-EXIT.
    EXIT.

2200-LEER-PADRE.
    READ ARCHIVO-PADRE
    NOT AT END
        CONTINUE
    END-READ.

2300-LEER-HIJO.
    READ ARCHIVO-HIJO
    NOT AT END
        CONTINUE
    END-READ.

*>Un segundo tramo en blanco es el punto de venta original.
2400-PEGAR-SEGUNDO-TRAMO.
    IF segundo-tramo (1:rg-largo2 (r)) = SPACES
        Move "01" to segundo-tramo
    END-IF
    Move segundo-tramo (1:rg-largo2 (r))
        to clave-trabajo (rg-largo (r) + 1:rg-largo2 (r)).

2500-APAREAR-CLAVES.
    Move "N" to fin-orden
    PERFORM 2600-DEVOLVER-CLAVE
    PERFORM UNTIL fin-orden = "S"
        IF OK-TIPO = "0"
            Move OK-CLAVE to ultima-padre
        ELSE
            IF OK-CLAVE <> ultima-padre
                PERFORM 2700-ANOTAR-HUERFANO
            END-IF
        END-IF
        PERFORM 2600-DEVOLVER-CLAVE
    END-PERFORM.
2500-APAREAR-CLAVES-EXIT.
    EXIT.

2600-DEVOLVER-CLAVE.
    RETURN ORDEN-CLAVES
        AT END
            Move "S" to fin-orden
    END-RETURN.

2700-ANOTAR-HUERFANO.
    Compute rg-huerfanos (r) = rg-huerfanos (r) + 1
    IF OK-CLAVE <> ultima-huerfana
        Compute rg-distintas (r) = rg-distintas (r) + 1
        IF rg-cant-muestras (r) < MUESTRAS-MAXIMAS
            Compute rg-cant-muestras (r) = rg-cant-muestras (r) + 1
            Move OK-CLAVE to rg-muestra (r, rg-cant-muestras (r))
        END-IF
        Move OK-CLAVE to ultima-huerfana
    END-IF.

*>Solo las reglas verificadas entran en la historia: una regla sin
*>maestro no es una semana con cero huerfanos.
2800-GRABAR-HISTORIA.
    OPEN EXTEND INTEGRIDAD-HISTORIA
    IF IH-STATUS = "35"
        OPEN OUTPUT INTEGRIDAD-HISTORIA
    END-IF
    PERFORM 2900-GRABAR-RESULTADO THRU 2900-GRABAR-RESULTADO-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reglas
    CLOSE INTEGRIDAD-HISTORIA.

2900-GRABAR-RESULTADO.
    IF rg-estado (r) <> "V"
        GO TO 2900-GRABAR-RESULTADO-EXIT
    END-IF
    INITIALIZE IH-REGISTRO
    Move fecha-proceso    to IH-FECHA
    Move SPACE            to IH-SEP1
    Move rg-regla (r)     to IH-REGLA
    Move SPACE            to IH-SEP2
    Move rg-hijos (r)     to IH-HIJOS
    Move SPACE            to IH-SEP3
    Move rg-huerfanos (r) to IH-HUERFANOS
    Move SPACE            to IH-SEP4
    Move rg-distintas (r) to IH-DISTINTAS
    WRITE IH-REGISTRO.
2900-GRABAR-RESULTADO-EXIT.
    EXIT.

3000-ENCABEZADO.
    Move SPACES to linea-impresion
    STRING "INTEGRIDAD REFERENCIAL ENTRE ARCHIVOS AL " DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "REGLA                MOVIMIENTO -> MAESTRO                   "
        & "  CONTROLADOS   HUERFANOS CLAVES ANTERIOR  TENDENCIA"
        to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

*>La tendencia compara los huerfanos con los de la corrida anterior de
*>la misma regla: menos es MEJORA, mas es EMPEORA.
3500-IMPRIMIR-REGLA.
    Move SPACES to linea-impresion
    Move rg-regla (r) to linea-impresion (1:20)
    STRING FUNCTION TRIM (rg-hijo (r)) DELIMITED BY SIZE
        " -> " DELIMITED BY SIZE
        FUNCTION TRIM (rg-padre (r)) DELIMITED BY SIZE
        INTO linea-impresion (22:40)
    END-STRING
    EVALUATE rg-estado (r)
        WHEN "I"
            Compute cant-no-verificadas = cant-no-verificadas + 1
            Move "REGLA MAL CARGADA: posicion o largo fuera de rango"
                to linea-impresion (63:58)
            PERFORM 6900-ESCRIBIR-LINEA
            GO TO 3500-IMPRIMIR-REGLA-EXIT
        WHEN "M"
            Compute cant-no-verificadas = cant-no-verificadas + 1
            Move "NO VERIFICADA: el maestro no existe"
                to linea-impresion (63:58)
            PERFORM 6900-ESCRIBIR-LINEA
            GO TO 3500-IMPRIMIR-REGLA-EXIT
    END-EVALUATE
    Move rg-hijos (r) to cant-ed
    Move cant-ed to linea-impresion (62:11)
    Move rg-huerfanos (r) to cant-ed
    Move cant-ed to linea-impresion (74:11)
    Move rg-distintas (r) to cant-corto-ed
    Move cant-corto-ed to linea-impresion (86:7)
    IF rg-ant-fecha (r) = SPACES
        Move "NUEVA" to tendencia
    ELSE
        Move rg-ant-huerfanos (r) to cant-corto-ed
        Move cant-corto-ed to linea-impresion (94:7)
        EVALUATE TRUE
            WHEN rg-huerfanos (r) < rg-ant-huerfanos (r)
                Move "MEJORA" to tendencia
            WHEN rg-huerfanos (r) > rg-ant-huerfanos (r)
                Move "EMPEORA" to tendencia
            WHEN OTHER
                Move "IGUAL" to tendencia
        END-EVALUATE
    END-IF
    Move tendencia to linea-impresion (103:8)
    PERFORM 6900-ESCRIBIR-LINEA
    IF rg-huerfanos (r) > 0
        Compute cant-con-huerfanos = cant-con-huerfanos + 1
        Move SPACES to linea-impresion
        Move 1 to puntero-linea
        STRING "    claves de muestra:" DELIMITED BY SIZE
            INTO linea-impresion WITH POINTER puntero-linea
        END-STRING
        PERFORM 3600-IMPRIMIR-MUESTRA
            VARYING m FROM 1 BY 1 UNTIL m > rg-cant-muestras (r)
        PERFORM 6900-ESCRIBIR-LINEA
    END-IF.
3500-IMPRIMIR-REGLA-EXIT.
    EXIT.

3600-IMPRIMIR-MUESTRA.
    STRING " " DELIMITED BY SIZE
        rg-muestra (r, m) (1:rg-largo (r)) DELIMITED BY SIZE
        INTO linea-impresion WITH POINTER puntero-linea
    END-STRING
    IF rg-largo2 (r) > 0
        STRING "/" DELIMITED BY SIZE
            rg-muestra (r, m) (rg-largo (r) + 1:rg-largo2 (r))
                DELIMITED BY SIZE
            INTO linea-impresion WITH POINTER puntero-linea
        END-STRING
    END-IF.

5000-TOTALES.
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    STRING "Reglas: " DELIMITED BY SIZE
        cant-reglas DELIMITED BY SIZE
        "   con huerfanos: " DELIMITED BY SIZE
        cant-con-huerfanos DELIMITED BY SIZE
        "   no verificadas: " DELIMITED BY SIZE
        cant-no-verificadas DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LI-LINEA
    WRITE LI-LINEA.
