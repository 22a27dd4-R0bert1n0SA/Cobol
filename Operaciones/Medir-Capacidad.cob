*>Medicion semanal de capacidad de los archivos de datos: el disco se
*>lleno dos veces este año y las dos veces se supo despues que archivo
*>habia crecido. Este paso (semanal en el RUN-PLAN) recorre el
*>catalogo CATALOGO-ARCHIVOS (copybooks/catalogo-archivo: DAILY-SALES,
*>VENTAS-DETALLE, FX-TRANSACCIONES, PRICE-AUDIT, EPA-RESULTADOS,
*>HISTORIA-ALUMNOS, ERROR-LOG, las familias AUDIT-ARCH- y demas), lee
*>cada archivo o cada miembro de la familia y anexa su cantidad de
*>registros y su tamaño en bytes a la historia CAPACIDAD
*>(copybooks/capacidad-rec). LISTADO-CAPACIDAD muestra el crecimiento
*>por semana contra la medicion anterior, proyecta la fecha en que
*>cada archivo llega al limite configurado en el catalogo y marca los
*>que crecen sin una politica en RETENCION (Aplicar-Retencion). Un
*>archivo pasado de su limite, o que lo alcanza dentro de
*>SEMANAS-AVISO semanas, levanta una alerta en la cola ALERTAS
*>(Registrar-Alerta). Cualquier marca termina la corrida con
*>RETURN-CODE 4; sin catalogo, con RETURN-CODE 8.

IDENTIFICATION DIVISION.
PROGRAM-ID. Medir-Capacidad.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CATALOGO-ARCHIVOS ASSIGN TO "CATALOGO-ARCHIVOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS KA-STATUS.
        SELECT CAPACIDAD ASSIGN TO "CAPACIDAD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS KP-STATUS.
        SELECT RETENCION ASSIGN TO "RETENCION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RT-STATUS.
        SELECT OBJETO ASSIGN TO DYNAMIC nombre-objeto
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OB-STATUS.
        SELECT LISTADO-CAPACIDAD ASSIGN TO "LISTADO-CAPACIDAD"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LK-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CATALOGO-ARCHIVOS.
        COPY "catalogo-archivo".
    FD  CAPACIDAD.
        COPY "capacidad-rec".
    FD  RETENCION.
        01 RT-REGISTRO.
            05 RT-FAMILIA PIC X(20).
            05 RT-SEP1    PIC X(1).
            05 RT-TIPO    PIC X(1).
            05 RT-SEP2    PIC X(1).
            05 RT-MESES   PIC 9(3).
            05 RT-SEP3    PIC X(1).
            05 RT-ACCION  PIC X(1).
    FD  OBJETO.
        01 OB-LINEA PIC X(512).
    FD  LISTADO-CAPACIDAD.
        01 LK-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "alerta-args".
        01 KA-STATUS PIC X(2).
        01 KP-STATUS PIC X(2).
        01 RT-STATUS PIC X(2).
        01 OB-STATUS PIC X(2).
        01 LK-STATUS PIC X(2).
        01 SEMANAS-AVISO PIC 9(2) value 4.
        01 fecha-proceso PIC X(8).
        01 fecha-proceso-num REDEFINES fecha-proceso PIC 9(8).
        01 fecha-candidata PIC X(8).
        01 fecha-candidata-num REDEFINES fecha-candidata PIC 9(8).
        01 fecha-limite PIC X(8).
        01 fecha-limite-num REDEFINES fecha-limite PIC 9(8).
        01 nombre-objeto PIC X(30).
        01 anio-c PIC 9(4).
        01 mes-c PIC 9(2).
        01 k PIC 9(3).
        01 cant-catalogo PIC 9(3) value 0.
        01 tabla-catalogo.
            05 cat-item OCCURS 1 TO 100 TIMES
                DEPENDING ON cant-catalogo.
                10 ct-archivo   PIC X(20).
                10 ct-tipo      PIC X(1).
                10 ct-limite-kb PIC 9(9).
                10 ct-miembros  PIC 9(4).
                10 ct-registros PIC 9(9).
                10 ct-bytes     PIC 9(12).
                10 ct-ant-fecha PIC X(8).
                10 ct-ant-bytes PIC 9(12).
                10 ct-retencion PIC X(1).
        01 c PIC 9(3).
        01 pos-catalogo PIC 9(3).
        01 dias-entre PIC 9(5).
        01 crec-semana PIC S9(12).
        01 bytes-limite PIC 9(15).
        01 dias-limite PIC 9(9).
        01 kb-actual PIC 9(9).
        01 kb-crec PIC S9(9).
        01 cant-alertas PIC 9(3) value 0.
        01 cant-sin-retencion PIC 9(3) value 0.
        01 cant-no-existe PIC 9(3) value 0.
        01 observacion PIC X(40).
        01 puntero-obs PIC 9(2).
        01 texto-obs PIC X(25).
        01 dias-ed PIC ZZZ9.
        01 miembros-ed PIC ZZZ9.
        01 registros-ed PIC ZZZ,ZZZ,ZZ9.
        01 kb-ed PIC ZZZ,ZZZ,ZZ9.
        01 kb-crec-ed PIC -ZZ,ZZZ,ZZ9.
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
    PERFORM 1000-CARGAR-CATALOGO THRU 1000-CARGAR-CATALOGO-EXIT
    IF RETURN-CODE = 8
        GOBACK
    END-IF
    PERFORM 1200-CARGAR-RETENCION THRU 1200-CARGAR-RETENCION-EXIT
    PERFORM 1400-CARGAR-ANTERIOR THRU 1400-CARGAR-ANTERIOR-EXIT
    PERFORM 2000-MEDIR-ARCHIVO THRU 2000-MEDIR-ARCHIVO-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-catalogo
    PERFORM 2800-GRABAR-HISTORIA
    OPEN OUTPUT LISTADO-CAPACIDAD
    PERFORM 3000-ENCABEZADO
    PERFORM 3500-IMPRIMIR-ARCHIVO THRU 3500-IMPRIMIR-ARCHIVO-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-catalogo
    PERFORM 5000-TOTALES
    CLOSE LISTADO-CAPACIDAD
    IF cant-alertas > 0 OR cant-sin-retencion > 0
        Move 4 to RETURN-CODE
    END-IF
    Display "Capacidad del " fecha-proceso
        " -> archivos medidos: " cant-catalogo
        " con alerta de limite: " cant-alertas
        " crecen sin retencion: " cant-sin-retencion
    Display "Detalle en LISTADO-CAPACIDAD"
    GOBACK.

1000-CARGAR-CATALOGO.
    OPEN INPUT CATALOGO-ARCHIVOS
    IF KA-STATUS <> "00"
        Display "No se pudo abrir el catalogo CATALOGO-ARCHIVOS"
        Move 8 to RETURN-CODE
        GO TO 1000-CARGAR-CATALOGO-EXIT
    END-IF
    PERFORM 1100-LEER-CATALOGO
    PERFORM UNTIL KA-STATUS = "10" OR cant-catalogo = 100
        IF KA-ARCHIVO <> SPACES
            Compute cant-catalogo = cant-catalogo + 1
            Move KA-ARCHIVO to ct-archivo (cant-catalogo)
            Move KA-TIPO    to ct-tipo (cant-catalogo)
            IF KA-LIMITE-KB IS NUMERIC
                Move KA-LIMITE-KB to ct-limite-kb (cant-catalogo)
            ELSE
                Move 0 to ct-limite-kb (cant-catalogo)
            END-IF
            Move 0 to ct-miembros (cant-catalogo)
            Move 0 to ct-registros (cant-catalogo)
            Move 0 to ct-bytes (cant-catalogo)
            Move SPACES to ct-ant-fecha (cant-catalogo)
            Move 0 to ct-ant-bytes (cant-catalogo)
            Move "N" to ct-retencion (cant-catalogo)
        END-IF
        PERFORM 1100-LEER-CATALOGO
    END-PERFORM
    IF KA-STATUS <> "10"
        Display "CATALOGO-ARCHIVOS supera las 100 lineas: se ignoran"
            " las siguientes"
    END-IF
    CLOSE CATALOGO-ARCHIVOS.
1000-CARGAR-CATALOGO-EXIT.
    EXIT.

1100-LEER-CATALOGO.
    READ CATALOGO-ARCHIVOS
    NOT AT END
        CONTINUE
    END-READ.

*>Un archivo o familia tiene retencion cuando RETENCION trae una
*>politica con ese mismo nombre, de cualquier tipo.
1200-CARGAR-RETENCION.
    OPEN INPUT RETENCION
    IF RT-STATUS <> "00"
        GO TO 1200-CARGAR-RETENCION-EXIT
    END-IF
    PERFORM 1300-LEER-RETENCION
    PERFORM UNTIL RT-STATUS = "10"
        PERFORM 1350-MARCAR-RETENCION THRU 1350-MARCAR-RETENCION-EXIT
            VARYING c FROM 1 BY 1 UNTIL c > cant-catalogo
        PERFORM 1300-LEER-RETENCION
    END-PERFORM
    CLOSE RETENCION.
1200-CARGAR-RETENCION-EXIT.
    EXIT.

1300-LEER-RETENCION.
    READ RETENCION
    NOT AT END
        CONTINUE
    END-READ.

1350-MARCAR-RETENCION.
    IF ct-archivo (c) = RT-FAMILIA
        Move "S" to ct-retencion (c)
    END-IF.
1350-MARCAR-RETENCION-EXIT.
    EXIT.

*>La medicion anterior de cada archivo es la mas reciente de CAPACIDAD
*>con fecha menor a la del proceso: relanzar el paso el mismo dia no
*>lo compara consigo mismo.
1400-CARGAR-ANTERIOR.
    OPEN INPUT CAPACIDAD
    IF KP-STATUS <> "00"
        GO TO 1400-CARGAR-ANTERIOR-EXIT
    END-IF
    PERFORM 1500-LEER-CAPACIDAD
    PERFORM UNTIL KP-STATUS = "10"
        IF KP-FECHA < fecha-proceso AND KP-BYTES IS NUMERIC
            Move 0 to pos-catalogo
            PERFORM 1550-BUSCAR-CATALOGO THRU 1550-BUSCAR-CATALOGO-EXIT
                VARYING c FROM 1 BY 1
                UNTIL c > cant-catalogo OR pos-catalogo > 0
            IF pos-catalogo > 0
                IF KP-FECHA >= ct-ant-fecha (pos-catalogo)
                    Move KP-FECHA to ct-ant-fecha (pos-catalogo)
                    Move KP-BYTES to ct-ant-bytes (pos-catalogo)
                END-IF
            END-IF
        END-IF
        PERFORM 1500-LEER-CAPACIDAD
    END-PERFORM
    CLOSE CAPACIDAD.
1400-CARGAR-ANTERIOR-EXIT.
    EXIT.

1500-LEER-CAPACIDAD.
    READ CAPACIDAD
    NOT AT END
        CONTINUE
    END-READ.

1550-BUSCAR-CATALOGO.
    IF ct-archivo (c) = KP-ARCHIVO
        Move c to pos-catalogo
    END-IF.
1550-BUSCAR-CATALOGO-EXIT.
    EXIT.

*>Las familias se tantean como en Aplicar-Retencion: 48 meses para
*>las mensuales y 400 dias para las diarias, contando desde la fecha
*>de proceso inclusive.
2000-MEDIR-ARCHIVO.
    EVALUATE ct-tipo (c)
        WHEN "A" WHEN "a"
            Move ct-archivo (c) to nombre-objeto
            PERFORM 2500-MEDIR-OBJETO THRU 2500-MEDIR-OBJETO-EXIT
        WHEN "M" WHEN "m"
            Compute anio-c = FUNCTION NUMVAL (fecha-proceso (1:4))
            Compute mes-c = FUNCTION NUMVAL (fecha-proceso (5:2))
            PERFORM 2100-MES-MIEMBRO THRU 2100-MES-MIEMBRO-EXIT
                VARYING k FROM 1 BY 1 UNTIL k > 48
        WHEN "D" WHEN "d"
            PERFORM 2200-DIA-MIEMBRO THRU 2200-DIA-MIEMBRO-EXIT
                VARYING k FROM 0 BY 1 UNTIL k > 399
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
2000-MEDIR-ARCHIVO-EXIT.
    EXIT.

2100-MES-MIEMBRO.
    Move SPACES to nombre-objeto
    STRING FUNCTION TRIM (ct-archivo (c)) DELIMITED BY SIZE
        anio-c DELIMITED BY SIZE
        mes-c DELIMITED BY SIZE
        INTO nombre-objeto
    END-STRING
    PERFORM 2500-MEDIR-OBJETO THRU 2500-MEDIR-OBJETO-EXIT
    IF mes-c = 1
        Compute anio-c = anio-c - 1
        Move 12 to mes-c
    ELSE
        Compute mes-c = mes-c - 1
    END-IF.
2100-MES-MIEMBRO-EXIT.
    EXIT.

2200-DIA-MIEMBRO.
    Compute fecha-candidata-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-proceso-num) - k)
    Move SPACES to nombre-objeto
    STRING FUNCTION TRIM (ct-archivo (c)) DELIMITED BY SIZE
        fecha-candidata DELIMITED BY SIZE
        INTO nombre-objeto
    END-STRING
    PERFORM 2500-MEDIR-OBJETO THRU 2500-MEDIR-OBJETO-EXIT.
2200-DIA-MIEMBRO-EXIT.
    EXIT.

*>El tamaño de un archivo de lineas es la suma de los largos utiles
*>(sin espacios a derecha) mas un byte de fin de linea por registro.
2500-MEDIR-OBJETO.
    OPEN INPUT OBJETO
    IF OB-STATUS <> "00"
        GO TO 2500-MEDIR-OBJETO-EXIT
    END-IF
    Compute ct-miembros (c) = ct-miembros (c) + 1
    PERFORM 2600-LEER-OBJETO
    PERFORM UNTIL OB-STATUS = "10"
        Compute ct-registros (c) = ct-registros (c) + 1
        Compute ct-bytes (c) = ct-bytes (c) + 1
            + FUNCTION LENGTH (FUNCTION TRIM (OB-LINEA TRAILING))
        PERFORM 2600-LEER-OBJETO
    END-PERFORM
    CLOSE OBJETO.
2500-MEDIR-OBJETO-EXIT.
    EXIT.

2600-LEER-OBJETO.
    READ OBJETO
    NOT AT END
        CONTINUE
    END-READ.

2800-GRABAR-HISTORIA.
    OPEN EXTEND CAPACIDAD
    IF KP-STATUS = "35"
        OPEN OUTPUT CAPACIDAD
    END-IF
    PERFORM 2900-GRABAR-MEDICION THRU 2900-GRABAR-MEDICION-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-catalogo
    CLOSE CAPACIDAD.

2900-GRABAR-MEDICION.
    INITIALIZE KP-REGISTRO
    Move fecha-proceso    to KP-FECHA
    Move SPACE            to KP-SEP1
    Move ct-archivo (c)   to KP-ARCHIVO
    Move SPACE            to KP-SEP2
    Move ct-tipo (c)      to KP-TIPO
    Move SPACE            to KP-SEP3
    Move ct-miembros (c)  to KP-MIEMBROS
    Move SPACE            to KP-SEP4
    Move ct-registros (c) to KP-REGISTROS
    Move SPACE            to KP-SEP5
    Move ct-bytes (c)     to KP-BYTES
    WRITE KP-REGISTRO.
2900-GRABAR-MEDICION-EXIT.
    EXIT.

3000-ENCABEZADO.
    Move SPACES to linea-impresion
    STRING "CAPACIDAD DE ARCHIVOS DE DATOS AL " DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "ARCHIVO              T MIEM   REGISTROS   KB ACTUAL  KB/SEMANA"
        & "   LIMITE KB LLEGA EL OBSERVACION" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

*>El crecimiento se lleva a 7 dias sea cual fuere la distancia a la
*>medicion anterior (un paso semanal que no corrio una semana compara
*>contra la de hace catorce dias). La fecha de llegada al limite
*>proyecta ese ritmo; mas alla de diez años no se informa. Un archivo
*>que crece sin politica en RETENCION se marca SIN RETENCION.
3500-IMPRIMIR-ARCHIVO.
    Move SPACES to observacion fecha-limite
    Move 1 to puntero-obs
    Move 0 to crec-semana
    Compute kb-actual = (ct-bytes (c) + 1023) / 1024
    Move SPACES to linea-impresion
    Move ct-archivo (c) to linea-impresion (1:20)
    Move ct-tipo (c)    to linea-impresion (22:1)
    Move ct-miembros (c) to miembros-ed
    Move miembros-ed    to linea-impresion (24:4)
    Move ct-registros (c) to registros-ed
    Move registros-ed   to linea-impresion (29:11)
    Move kb-actual      to kb-ed
    Move kb-ed          to linea-impresion (41:11)
    IF ct-tipo (c) <> "A" AND ct-tipo (c) <> "a"
    AND ct-tipo (c) <> "M" AND ct-tipo (c) <> "m"
    AND ct-tipo (c) <> "D" AND ct-tipo (c) <> "d"
        Move "TIPO INVALIDO EN EL CATALOGO" to observacion
        GO TO 3500-IMPRIMIR-DETALLE
    END-IF
    IF ct-miembros (c) = 0
        Compute cant-no-existe = cant-no-existe + 1
        Move "NO EXISTE" to observacion
        GO TO 3500-IMPRIMIR-DETALLE
    END-IF
    IF ct-ant-fecha (c) = SPACES
        Move "SIN MEDICION ANTERIOR" to texto-obs
        PERFORM 3900-AGREGAR-OBSERVACION
    ELSE
        Compute dias-entre = FUNCTION INTEGER-OF-DATE (fecha-proceso-num)
            - FUNCTION INTEGER-OF-DATE (
                FUNCTION NUMVAL (ct-ant-fecha (c)))
        Compute crec-semana ROUNDED =
            (ct-bytes (c) - ct-ant-bytes (c)) * 7 / dias-entre
        Compute kb-crec ROUNDED = crec-semana / 1024
        Move kb-crec to kb-crec-ed
        Move kb-crec-ed to linea-impresion (53:11)
    END-IF
    IF ct-limite-kb (c) > 0
        Move ct-limite-kb (c) to kb-ed
        Move kb-ed to linea-impresion (65:11)
        Compute bytes-limite = ct-limite-kb (c) * 1024
        IF ct-bytes (c) >= bytes-limite
            Move "LIMITE SUPERADO" to texto-obs
            PERFORM 3900-AGREGAR-OBSERVACION
            PERFORM 3800-ALERTAR-LIMITE
        ELSE
            IF crec-semana > 0
                Compute dias-limite =
                    ((bytes-limite - ct-bytes (c)) * 7 + crec-semana - 1)
                    / crec-semana
                IF dias-limite <= 3650
                    Compute fecha-limite-num = FUNCTION DATE-OF-INTEGER (
                        FUNCTION INTEGER-OF-DATE (fecha-proceso-num)
                        + dias-limite)
                    Move fecha-limite to linea-impresion (77:8)
                END-IF
                IF dias-limite <= SEMANAS-AVISO * 7
                    Move dias-limite to dias-ed
                    Move SPACES to texto-obs
                    STRING "LIMITE EN " DELIMITED BY SIZE
                        FUNCTION TRIM (dias-ed) DELIMITED BY SIZE
                        " DIAS" DELIMITED BY SIZE
                        INTO texto-obs
                    END-STRING
                    PERFORM 3900-AGREGAR-OBSERVACION
                    PERFORM 3800-ALERTAR-LIMITE
                END-IF
            END-IF
        END-IF
    END-IF
    IF crec-semana > 0 AND ct-retencion (c) = "N"
        Compute cant-sin-retencion = cant-sin-retencion + 1
        Move "SIN RETENCION" to texto-obs
        PERFORM 3900-AGREGAR-OBSERVACION
    END-IF.
3500-IMPRIMIR-DETALLE.
    Move observacion to linea-impresion (86:35)
    PERFORM 6900-ESCRIBIR-LINEA.
3500-IMPRIMIR-ARCHIVO-EXIT.
    EXIT.

3800-ALERTAR-LIMITE.
    Compute cant-alertas = cant-alertas + 1
    INITIALIZE ALE-ARGUMENTOS
    Move "MEDIR-CAPACIDAD" to ALE-PROGRAMA
    Move "A" to ALE-SEVERIDAD
    IF ct-bytes (c) >= bytes-limite
        Move "Archivo pasado de su limite de capacidad" to ALE-TEXTO
    ELSE
        STRING "Archivo llega a su limite de capacidad el "
            DELIMITED BY SIZE
            fecha-limite DELIMITED BY SIZE
            INTO ALE-TEXTO
        END-STRING
    END-IF
    Move ct-archivo (c) to ALE-REFERENCIA
    CALL "Registrar-Alerta" USING ALE-ARGUMENTOS.

3900-AGREGAR-OBSERVACION.
    IF puntero-obs > 1
        STRING "; " DELIMITED BY SIZE
            INTO observacion WITH POINTER puntero-obs
        END-STRING
    END-IF
    STRING FUNCTION TRIM (texto-obs) DELIMITED BY SIZE
        INTO observacion WITH POINTER puntero-obs
    END-STRING.

5000-TOTALES.
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    STRING "Archivos del catalogo: " DELIMITED BY SIZE
        cant-catalogo DELIMITED BY SIZE
        "   con alerta de limite: " DELIMITED BY SIZE
        cant-alertas DELIMITED BY SIZE
        "   crecen sin retencion: " DELIMITED BY SIZE
        cant-sin-retencion DELIMITED BY SIZE
        "   no existen: " DELIMITED BY SIZE
        cant-no-existe DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LK-LINEA
    WRITE LK-LINEA.
