*>Informe mensual de puntualidad de las sucursales: Chequeo-Previo
*>avisa en la noche que un NUMEROS-SUCn falta o llego mal, pero no
*>quedaba historia de que sucursales llegan tarde o mandan archivos
*>malos una y otra vez. Sobre la bitacora TRANSMISIONES
*>(copybooks/transmision-rec) que anota Chequeo-Previo en cada
*>revision, este informe recorre los dias del mes pedido en que se
*>esperaba el archivo de cada sucursal activa con archivo esperado
*>(dias habiles segun CALENDARIO, mas cualquier dia en que el chequeo
*>haya corrido) y clasifica cada dia contra la hora pactada
*>SU-HORA-LIMITE de SUCURSALES: a tiempo o tarde segun la primera
*>revision aceptada, rechazado si solo hubo revisiones rechazadas, y
*>faltante si no hubo ninguna aceptada ni rechazada. LISTADO-
*>TRANSMISIONES trae por sucursal los totales, los intentos
*>rechazados, la demora promedio de las entregas tardias y el
*>porcentaje de puntualidad, y debajo el detalle de cada dia con
*>problema, que es lo que se conversa con el encargado de la
*>sucursal. Del mes en curso se cuentan los dias hasta hoy. Sin
*>anotaciones en TRANSMISIONES para el mes termina con RETURN-CODE 4.

IDENTIFICATION DIVISION.
PROGRAM-ID. Puntualidad-Sucursal.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT SUCURSALES ASSIGN TO "SUCURSALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS SU-STATUS.
        SELECT TRANSMISIONES ASSIGN TO "TRANSMISIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS KT-STATUS.
        SELECT CALENDARIO ASSIGN TO "CALENDARIO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CAL-STATUS.
        SELECT LISTADO-TRANSMISIONES ASSIGN TO "LISTADO-TRANSMISIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  SUCURSALES.
        COPY "sucursal-rec".
    FD  TRANSMISIONES.
        COPY "transmision-rec".
    FD  CALENDARIO.
        COPY "calendario".
    FD  LISTADO-TRANSMISIONES.
        01 LT-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        01 SU-STATUS  PIC X(2).
        01 KT-STATUS  PIC X(2).
        01 CAL-STATUS PIC X(2).
        01 LT-STATUS  PIC X(2).
        01 periodo PIC X(6).
        01 fecha-hoy PIC X(8).
        01 fecha-dia PIC X(8).
        01 fecha-dia-num REDEFINES fecha-dia PIC 9(8).
        01 fecha-aux PIC X(8).
        01 fecha-aux-num REDEFINES fecha-aux PIC 9(8).
        01 ultimo-dia PIC 9(2).
        01 d PIC 9(2).
        01 dia-semana PIC 9(1).
        01 cant-sucursales PIC 9(2) value 0.
        01 tabla-sucursales.
            05 suc-item OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-sucursales.
                10 sc-codigo    PIC 9(2).
                10 sc-nombre    PIC X(20).
                10 sc-activo    PIC X(1).
                10 sc-esperado  PIC X(1).
                10 sc-limite    PIC X(4).
        01 s PIC 9(2).
*>Marca por dia del mes: habil segun CALENDARIO (o la regla de la
*>semana) y si el chequeo corrio ese dia.
        01 tabla-dias.
            05 dia-item OCCURS 31 TIMES.
                10 di-habil   PIC X(1).
                10 di-chequeo PIC X(1).
        01 cant-trans PIC 9(4) value 0.
        01 tabla-trans.
            05 trans-item OCCURS 1 TO 3000 TIMES
                DEPENDING ON cant-trans.
                10 tr-fecha-proceso PIC X(8).
                10 tr-sucursal      PIC 9(2).
                10 tr-fecha         PIC X(8).
                10 tr-hora          PIC X(6).
                10 tr-resultado     PIC X(1).
                10 tr-motivo        PIC X(50).
        01 t PIC 9(4).
        01 pos-aceptada PIC 9(4).
        01 pos-rechazo PIC 9(4).
        01 rechazos-dia PIC 9(3).
        01 horas-hhmm PIC 9(2).
        01 minutos-hhmm PIC 9(2).
        01 minutos-limite PIC 9(5).
        01 minutos-llegada PIC 9(5).
        01 demora-minutos PIC S9(7).
*>Totales de la sucursal en curso.
        01 cnt-dias      PIC 9(3).
        01 cnt-a-tiempo  PIC 9(3).
        01 cnt-tarde     PIC 9(3).
        01 cnt-faltan    PIC 9(3).
        01 cnt-rechazadas PIC 9(3).
        01 cnt-intentos  PIC 9(4).
        01 demora-total  PIC 9(9).
        01 demora-promedio PIC 9(7).
        01 porcentaje    PIC 9(3).
        01 cant-incidentes PIC 9(2).
        01 tabla-incidentes.
            05 incidente OCCURS 31 TIMES PIC X(120).
        01 i PIC 9(2).
        01 cant-ed PIC ZZZ9.
        01 demora-ed PIC ZZZZZZ9.
        01 porcentaje-ed PIC ZZ9.
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move 0 to RETURN-CODE
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a informar (AAAAMM, espacios = mes en curso): "
    Accept periodo
    IF periodo = SPACES
        Move fecha-hoy (1:6) to periodo
    END-IF
    IF periodo IS NOT NUMERIC
        Display "Mes invalido: " periodo
        Move 8 to RETURN-CODE
        GOBACK
    END-IF
    PERFORM 0500-CALCULAR-ULTIMO-DIA
    PERFORM 1000-CARGAR-SUCURSALES THRU 1000-CARGAR-SUCURSALES-EXIT
    PERFORM 1300-CARGAR-CALENDARIO
    PERFORM 1500-CARGAR-TRANSMISIONES THRU 1500-CARGAR-TRANSMISIONES-EXIT
    OPEN OUTPUT LISTADO-TRANSMISIONES
    PERFORM 2000-ENCABEZADO
    PERFORM 3000-INFORMAR-SUCURSAL THRU 3000-INFORMAR-SUCURSAL-EXIT
        VARYING s FROM 1 BY 1 UNTIL s > cant-sucursales
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    IF cant-trans = 0
        Move "Sin anotaciones en TRANSMISIONES para el mes: toda"
            & " entrega figura como faltante" to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
        Move 4 to RETURN-CODE
    END-IF
    CLOSE LISTADO-TRANSMISIONES
    Display "Transmisiones de " periodo ": " cant-trans
        " anotaciones, " ultimo-dia " dias del mes revisados"
    Display "Detalle en LISTADO-TRANSMISIONES"
    GOBACK.

*>Del mes en curso se consideran los dias hasta hoy; de un mes
*>pasado, hasta su ultimo dia.
0500-CALCULAR-ULTIMO-DIA.
    Move periodo to fecha-aux (1:6)
    Move "01" to fecha-aux (7:2)
    IF fecha-aux (5:2) = "12"
        Compute fecha-aux-num = fecha-aux-num + 8900
    ELSE
        Compute fecha-aux-num = fecha-aux-num + 100
    END-IF
    Compute fecha-aux-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-aux-num) - 1)
    Move fecha-aux (7:2) to ultimo-dia
    IF periodo = fecha-hoy (1:6)
        Move fecha-hoy (7:2) to ultimo-dia
    END-IF.

*>Sin maestro rigen las tres sucursales historicas, sin hora pactada,
*>como en Chequeo-Previo.
1000-CARGAR-SUCURSALES.
    OPEN INPUT SUCURSALES
    IF SU-STATUS <> "00"
        Move 3 to cant-sucursales
        PERFORM 1050-SUCURSAL-HISTORICA
            VARYING s FROM 1 BY 1 UNTIL s > 3
        GO TO 1000-CARGAR-SUCURSALES-EXIT
    END-IF
    PERFORM 1100-LEER-SUCURSAL
    PERFORM UNTIL SU-STATUS = "10" OR cant-sucursales = 20
        Compute cant-sucursales = cant-sucursales + 1
        Move SU-CODIGO      to sc-codigo (cant-sucursales)
        Move SU-NOMBRE      to sc-nombre (cant-sucursales)
        Move SU-ACTIVO      to sc-activo (cant-sucursales)
        Move SU-ESPERADO    to sc-esperado (cant-sucursales)
        Move SU-HORA-LIMITE to sc-limite (cant-sucursales)
        PERFORM 1100-LEER-SUCURSAL
    END-PERFORM
    CLOSE SUCURSALES.
1000-CARGAR-SUCURSALES-EXIT.
    EXIT.

1050-SUCURSAL-HISTORICA.
    Move s to sc-codigo (s)
    Move SPACES to sc-nombre (s)
    Move "S" to sc-activo (s) sc-esperado (s)
    Move SPACES to sc-limite (s).

1100-LEER-SUCURSAL.
    READ SUCURSALES
    NOT AT END
        CONTINUE
    END-READ.

*>Sin linea en CALENDARIO rige la regla de la semana (sabado y domingo
*>no habiles); la linea cargada manda cuando existe.
1300-CARGAR-CALENDARIO.
    PERFORM 1350-MARCAR-SEMANA VARYING d FROM 1 BY 1 UNTIL d > 31
    OPEN INPUT CALENDARIO
    IF CAL-STATUS = "00"
        PERFORM 1400-LEER-CALENDARIO
        PERFORM UNTIL CAL-STATUS = "10"
            IF CA-FECHA (1:6) = periodo AND CA-FECHA (7:2) IS NUMERIC
                Move CA-FECHA (7:2) to d
                IF d >= 1 AND d <= 31
                    Move CA-HABIL to di-habil (d)
                END-IF
            END-IF
            PERFORM 1400-LEER-CALENDARIO
        END-PERFORM
        CLOSE CALENDARIO
    END-IF.

1350-MARCAR-SEMANA.
    Move "N" to di-chequeo (d)
    Move "N" to di-habil (d)
    IF d <= ultimo-dia
        Move periodo to fecha-dia (1:6)
        Move d to fecha-dia (7:2)
        Compute dia-semana = FUNCTION MOD (
            FUNCTION INTEGER-OF-DATE (fecha-dia-num), 7)
        IF dia-semana <> 6 AND dia-semana <> 0
            Move "S" to di-habil (d)
        END-IF
    END-IF.

1400-LEER-CALENDARIO.
    READ CALENDARIO
    NOT AT END
        CONTINUE
    END-READ.

1500-CARGAR-TRANSMISIONES.
    OPEN INPUT TRANSMISIONES
    IF KT-STATUS <> "00"
        GO TO 1500-CARGAR-TRANSMISIONES-EXIT
    END-IF
    PERFORM 1600-LEER-TRANSMISION
    PERFORM UNTIL KT-STATUS = "10"
        IF KT-FECHA-PROCESO (1:6) = periodo
        AND KT-FECHA-PROCESO (7:2) IS NUMERIC
        AND KT-SUCURSAL IS NUMERIC
            IF cant-trans = 3000
                Display "TRANSMISIONES del mes supera las 3000"
                    " anotaciones: se ignoran las siguientes"
                Move "10" to KT-STATUS
            ELSE
                Compute cant-trans = cant-trans + 1
                Move KT-FECHA-PROCESO to tr-fecha-proceso (cant-trans)
                Move KT-SUCURSAL      to tr-sucursal (cant-trans)
                Move KT-FECHA         to tr-fecha (cant-trans)
                Move KT-HORA          to tr-hora (cant-trans)
                Move KT-RESULTADO     to tr-resultado (cant-trans)
                Move KT-MOTIVO        to tr-motivo (cant-trans)
                Move KT-FECHA-PROCESO (7:2) to d
                IF d >= 1 AND d <= 31
                    Move "S" to di-chequeo (d)
                END-IF
            END-IF
        END-IF
        IF KT-STATUS <> "10"
            PERFORM 1600-LEER-TRANSMISION
        END-IF
    END-PERFORM
    CLOSE TRANSMISIONES.
1500-CARGAR-TRANSMISIONES-EXIT.
    EXIT.

1600-LEER-TRANSMISION.
    READ TRANSMISIONES
    NOT AT END
        CONTINUE
    END-READ.

2000-ENCABEZADO.
    Move SPACES to linea-impresion
    STRING "TRANSMISIONES DE SUCURSALES - MES " DELIMITED BY SIZE
        periodo DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "SUC NOMBRE               LIMITE  DIAS A TIEMPO TARDE FALTAN "
        & "RECHAZ INTENTOS DEMORA PROM PUNTUAL" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

3000-INFORMAR-SUCURSAL.
    IF sc-activo (s) <> "S" OR sc-esperado (s) <> "S"
        GO TO 3000-INFORMAR-SUCURSAL-EXIT
    END-IF
    Move 0 to cnt-dias cnt-a-tiempo cnt-tarde cnt-faltan
    Move 0 to cnt-rechazadas cnt-intentos demora-total
    Move 0 to cant-incidentes
    Move 0 to minutos-limite
    IF sc-limite (s) IS NUMERIC
        Move sc-limite (s) (1:2) to horas-hhmm
        Move sc-limite (s) (3:2) to minutos-hhmm
        Compute minutos-limite = horas-hhmm * 60 + minutos-hhmm
    END-IF
    PERFORM 3100-CLASIFICAR-DIA THRU 3100-CLASIFICAR-DIA-EXIT
        VARYING d FROM 1 BY 1 UNTIL d > ultimo-dia
    Move 0 to demora-promedio porcentaje
    IF cnt-tarde > 0
        Compute demora-promedio ROUNDED = demora-total / cnt-tarde
    END-IF
    IF cnt-dias > 0
        Compute porcentaje ROUNDED = cnt-a-tiempo * 100 / cnt-dias
    END-IF
    Move SPACES to linea-impresion
    Move sc-codigo (s) to linea-impresion (1:2)
    Move sc-nombre (s) to linea-impresion (5:20)
    IF sc-limite (s) IS NUMERIC
        STRING sc-limite (s) (1:2) ":" sc-limite (s) (3:2)
            DELIMITED BY SIZE INTO linea-impresion (26:5)
        END-STRING
    ELSE
        Move "--:--" to linea-impresion (26:5)
    END-IF
    Move cnt-dias to cant-ed
    Move cant-ed to linea-impresion (33:4)
    Move cnt-a-tiempo to cant-ed
    Move cant-ed to linea-impresion (42:4)
    Move cnt-tarde to cant-ed
    Move cant-ed to linea-impresion (48:4)
    Move cnt-faltan to cant-ed
    Move cant-ed to linea-impresion (55:4)
    Move cnt-rechazadas to cant-ed
    Move cant-ed to linea-impresion (62:4)
    Move cnt-intentos to cant-ed
    Move cant-ed to linea-impresion (71:4)
    IF cnt-tarde > 0
        Move demora-promedio to demora-ed
        STRING demora-ed DELIMITED BY SIZE
            " min" DELIMITED BY SIZE
            INTO linea-impresion (76:11)
        END-STRING
    END-IF
    Move porcentaje to porcentaje-ed
    STRING porcentaje-ed DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO linea-impresion (92:4)
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    PERFORM 3900-IMPRIMIR-INCIDENTE
        VARYING i FROM 1 BY 1 UNTIL i > cant-incidentes.
3000-INFORMAR-SUCURSAL-EXIT.
    EXIT.

*>El dia cuenta si era habil o si el chequeo corrio. La llegada es la
*>primera revision aceptada (por fecha y hora de la anotacion); los
*>rechazos del dia son intentos aunque despues llegara uno bueno.
3100-CLASIFICAR-DIA.
    IF di-habil (d) <> "S" AND di-chequeo (d) <> "S"
        GO TO 3100-CLASIFICAR-DIA-EXIT
    END-IF
    Compute cnt-dias = cnt-dias + 1
    Move periodo to fecha-dia (1:6)
    Move d to fecha-dia (7:2)
    Move 0 to pos-aceptada pos-rechazo rechazos-dia
    PERFORM 3200-EXAMINAR-ANOTACION THRU 3200-EXAMINAR-ANOTACION-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-trans
    Compute cnt-intentos = cnt-intentos + rechazos-dia
    Move SPACES to linea-impresion
    Move fecha-dia to linea-impresion (7:8)
    EVALUATE TRUE
        WHEN pos-aceptada > 0
            PERFORM 3300-MEDIR-DEMORA THRU 3300-MEDIR-DEMORA-EXIT
            IF demora-minutos > 0
                Compute cnt-tarde = cnt-tarde + 1
                Compute demora-total = demora-total + demora-minutos
                Move demora-minutos to demora-ed
                STRING "TARDE      llego el " DELIMITED BY SIZE
                    tr-fecha (pos-aceptada) DELIMITED BY SIZE
                    " a las " DELIMITED BY SIZE
                    tr-hora (pos-aceptada) (1:2) DELIMITED BY SIZE
                    ":" DELIMITED BY SIZE
                    tr-hora (pos-aceptada) (3:2) DELIMITED BY SIZE
                    ", " DELIMITED BY SIZE
                    FUNCTION TRIM (demora-ed) DELIMITED BY SIZE
                    " min de demora" DELIMITED BY SIZE
                    INTO linea-impresion (16:105)
                END-STRING
            ELSE
                Compute cnt-a-tiempo = cnt-a-tiempo + 1
                IF rechazos-dia = 0
                    GO TO 3100-CLASIFICAR-DIA-EXIT
                END-IF
                Move "A TIEMPO   despues de rechazos" to
                    linea-impresion (16:31)
            END-IF
        WHEN pos-rechazo > 0
            Compute cnt-rechazadas = cnt-rechazadas + 1
            STRING "RECHAZADA  " DELIMITED BY SIZE
                tr-motivo (pos-rechazo) DELIMITED BY SIZE
                INTO linea-impresion (16:105)
            END-STRING
        WHEN OTHER
            Compute cnt-faltan = cnt-faltan + 1
            Move "FALTA" to linea-impresion (16:5)
    END-EVALUATE
    IF rechazos-dia > 0
        Move rechazos-dia to cant-ed
        Move "intentos rechazados:" to linea-impresion (93:20)
        Move cant-ed to linea-impresion (114:4)
    END-IF
    Compute cant-incidentes = cant-incidentes + 1
    Move linea-impresion to incidente (cant-incidentes).
3100-CLASIFICAR-DIA-EXIT.
    EXIT.

3200-EXAMINAR-ANOTACION.
    IF tr-fecha-proceso (t) <> fecha-dia
    OR tr-sucursal (t) <> sc-codigo (s)
        GO TO 3200-EXAMINAR-ANOTACION-EXIT
    END-IF
    EVALUATE tr-resultado (t)
        WHEN "A"
            IF pos-aceptada = 0
                Move t to pos-aceptada
            ELSE
                IF tr-fecha (t) < tr-fecha (pos-aceptada)
                OR (tr-fecha (t) = tr-fecha (pos-aceptada)
                    AND tr-hora (t) < tr-hora (pos-aceptada))
                    Move t to pos-aceptada
                END-IF
            END-IF
        WHEN "R"
            Compute rechazos-dia = rechazos-dia + 1
            Move t to pos-rechazo
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
3200-EXAMINAR-ANOTACION-EXIT.
    EXIT.

*>Demora en minutos de la llegada contra la hora pactada del dia de
*>proceso; una llegada al dia siguiente suma 1440 minutos por dia.
*>Sin hora pactada la entrega aceptada cuenta como a tiempo.
3300-MEDIR-DEMORA.
    Move 0 to demora-minutos
    IF sc-limite (s) IS NOT NUMERIC
    OR tr-fecha (pos-aceptada) IS NOT NUMERIC
    OR tr-hora (pos-aceptada) (1:4) IS NOT NUMERIC
        GO TO 3300-MEDIR-DEMORA-EXIT
    END-IF
    Move tr-hora (pos-aceptada) (1:2) to horas-hhmm
    Move tr-hora (pos-aceptada) (3:2) to minutos-hhmm
    Compute minutos-llegada = horas-hhmm * 60 + minutos-hhmm
    Move tr-fecha (pos-aceptada) to fecha-aux
    Compute demora-minutos =
        (FUNCTION INTEGER-OF-DATE (fecha-aux-num)
         - FUNCTION INTEGER-OF-DATE (fecha-dia-num)) * 1440
        + minutos-llegada - minutos-limite.
3300-MEDIR-DEMORA-EXIT.
    EXIT.

3900-IMPRIMIR-INCIDENTE.
    Move incidente (i) to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LT-LINEA
    WRITE LT-LINEA.
