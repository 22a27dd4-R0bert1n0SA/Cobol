*>Recalculo semanal de los puntos de reposicion del kiosko. El punto
*>de EXISTENCIAS era un numero tipeado hace meses: los tipos que mas
*>salen se agotaban antes del fin de semana y los lentos se
*>sobrestockeaban. Para cada tipo se toma la venta diaria promedio de
*>los ultimos dias pedidos desde VENTAS-DETALLE (neta de tickets
*>anulados, clase A en DAILY-SALES; los renglones de descuento no son
*>unidades), la demora del proveedor medida entre la fecha de cada
*>orden de ORDENES-COMPRA y la primera entrega del tipo en
*>RECEPCIONES que la sigue, y un margen de seguridad en dias. Punto
*>propuesto = venta diaria x (demora + seguridad); pedido propuesto =
*>venta diaria x dias de cobertura del pedido, ambos redondeados hacia
*>arriba a la unidad. Un tipo sin ordenes medidas toma la demora
*>promedio de los demas (o DEMORA-DEFECTO si no hay ninguna). El
*>supervisor acepta o rechaza cada propuesta, las aceptadas se graban
*>en EXISTENCIAS (apartando antes la generacion vigente) y
*>LISTADO-PUNTOS-REPO deja cada propuesta y cada cambio hecho.
*>Reservado a supervisores (OP-NIVEL 2). Los promedios se calculan via
*>Division-Redondeo, como en toda la casa.
*>2026-10-15 varios mostradores: los puntos se calculan por punto de
*>           venta, con la venta de ese punto y sobre su EXISTENCIAS
*>           (EXISTENCIAS-PVnn fuera del 01). La demora del proveedor
*>           se sigue midiendo con las ordenes y entregas de todos.
*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Puntos-Reposicion.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT EXISTENCIAS ASSIGN TO DYNAMIC nombre-existencias
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT VENTAS-DETALLE ASSIGN TO "VENTAS-DETALLE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VD-STATUS.
        SELECT DAILY-SALES ASSIGN TO "DAILY-SALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DS-STATUS.
        SELECT ORDENES-COMPRA ASSIGN TO "ORDENES-COMPRA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OC-STATUS.
        SELECT RECEPCIONES ASSIGN TO "RECEPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT LISTADO-PUNTOS ASSIGN TO "LISTADO-PUNTOS-REPO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LP-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  EXISTENCIAS.
        COPY "existencias-rec".
    FD  VENTAS-DETALLE.
        COPY "ventas-detalle".
    FD  DAILY-SALES.
        COPY "daily-sales".
    FD  ORDENES-COMPRA.
        COPY "orden-compra".
    FD  RECEPCIONES.
        COPY "recepcion-rec".
    FD  LISTADO-PUNTOS.
        01 LP-LINEA PIC X(100).
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
        COPY "division-args".
        COPY "error-args".
        COPY "generacion-args".
        01 EX-STATUS PIC X(2).
        01 VD-STATUS PIC X(2).
        01 DS-STATUS PIC X(2).
        01 OC-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 LP-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 DEMORA-DEFECTO PIC 9(3) value 7.
        01 fecha-hoy  PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 hora-ahora PIC X(6).
        01 fecha-desde PIC X(8).
        01 fecha-desde-num REDEFINES fecha-desde PIC 9(8).
        01 fecha-orden PIC X(8).
        01 fecha-orden-num REDEFINES fecha-orden PIC 9(8).
        01 fecha-entrega PIC X(8).
        01 fecha-entrega-num REDEFINES fecha-entrega PIC 9(8).
        01 dias-historia PIC 9(3).
        01 dias-seguridad PIC 9(3).
        01 dias-cobertura PIC 9(3).
        01 cant-tipos PIC 9(3) value 0.
        01 tabla-tipos.
            05 tipo-item OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-tipos.
                10 tip-tipo          PIC X(10).
                10 tip-cant          PIC 9(6).
                10 tip-reorden       PIC 9(6).
                10 tip-pedido        PIC 9(6).
                10 tip-vendidas      PIC S9(8).
                10 tip-demora-suma   PIC 9(7).
                10 tip-demora-veces  PIC 9(5).
                10 tip-demora        PIC 9(3).
                10 tip-venta-diaria  PIC 9(5)v99.
                10 tip-reorden-nuevo PIC 9(6).
                10 tip-pedido-nuevo  PIC 9(6).
                10 tip-estado        PIC X(1).
        01 t PIC 9(3).
        01 pos-tipo PIC 9(3).
        01 tipo-buscado PIC X(10).
        01 tipos-desbordados PIC X(1) value "N".
        01 cant-ordenes PIC 9(4) value 0.
        01 tabla-ordenes.
            05 orden-item OCCURS 1 TO 1000 TIMES
                DEPENDING ON cant-ordenes.
                10 ord-fecha  PIC X(8).
                10 ord-tipo   PIC X(10).
                10 ord-medida PIC X(1).
        01 oc PIC 9(4).
        01 pos-orden PIC 9(4).
        01 cant-anulaciones PIC 9(4) value 0.
        01 tabla-anulaciones.
            05 anulacion-item OCCURS 1 TO 2000 TIMES
                DEPENDING ON cant-anulaciones.
                10 punto-anulacion  PIC X(2).
                10 ticket-anulacion PIC 9(6).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 punto-venta PIC X(2).
        01 nombre-existencias PIC X(20).
        01 a PIC 9(4).
        01 es-anulacion PIC X(1).
        01 signo-linea PIC S9(1).
        01 dias-demora PIC 9(5).
        01 demora-suma-total PIC 9(9) value 0.
        01 demora-veces-total PIC 9(7) value 0.
        01 demora-general PIC 9(3).
        01 unidades-base PIC 9(8).
        01 respuesta PIC X(1).
        01 aceptar-todas PIC X(1) value "N".
        01 cant-propuestas PIC 9(3) value 0.
        01 cant-cambios PIC 9(3) value 0.
        01 linea-impresion PIC X(100).
        01 cantidad-ed PIC Z(5)9.
        01 demora-ed PIC ZZ9.
        01 venta-ed PIC Z(4)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    Display "Punto de venta (espacios = 01): "
    Accept punto-venta
    IF punto-venta = SPACES
        Move PUNTO-ORIGINAL to punto-venta
    END-IF
    IF punto-venta (2:1) = SPACE
        Move punto-venta (1:1) to punto-venta (2:1)
        Move "0" to punto-venta (1:1)
    END-IF
    Move SPACES to nombre-existencias
    IF punto-venta = PUNTO-ORIGINAL
        Move "EXISTENCIAS" to nombre-existencias
    ELSE
        STRING "EXISTENCIAS-PV" DELIMITED BY SIZE
            punto-venta DELIMITED BY SIZE
            INTO nombre-existencias
        END-STRING
    END-IF
    Display "Dias de venta a promediar (0 = 28): "
    Accept dias-historia
    IF dias-historia = 0
        Move 28 to dias-historia
    END-IF
    Display "Dias de margen de seguridad (0 = 3): "
    Accept dias-seguridad
    IF dias-seguridad = 0
        Move 3 to dias-seguridad
    END-IF
    Display "Dias de venta que debe cubrir cada pedido (0 = 7): "
    Accept dias-cobertura
    IF dias-cobertura = 0
        Move 7 to dias-cobertura
    END-IF
    Compute fecha-desde-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-hoy-num) - dias-historia)
    PERFORM 1000-LEER-EXISTENCIAS THRU 1000-LEER-EXISTENCIAS-EXIT
    IF cant-tipos = 0
        Display "EXISTENCIAS sin tipos: no hay puntos que calcular"
        STOP RUN
    END-IF
    PERFORM 2000-CARGAR-ANULACIONES THRU 2000-CARGAR-ANULACIONES-EXIT
    PERFORM 3000-ACUMULAR-VENTAS THRU 3000-ACUMULAR-VENTAS-EXIT
    PERFORM 4000-CARGAR-ORDENES THRU 4000-CARGAR-ORDENES-EXIT
    PERFORM 4500-MEDIR-DEMORAS THRU 4500-MEDIR-DEMORAS-EXIT
    IF demora-veces-total > 0
        Move demora-suma-total to DIV-DIVIDENDO
        Move demora-veces-total to DIV-DIVISOR
        Move "R" to DIV-MODO
        CALL "Division-Redondeo" USING DIV-ARGUMENTOS
        Move DIV-RESULTADO to demora-general
    ELSE
        Move DEMORA-DEFECTO to demora-general
    END-IF
    PERFORM 5000-CALCULAR-PROPUESTA THRU 5000-CALCULAR-PROPUESTA-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    PERFORM 6000-ENCABEZAR-LISTADO
    PERFORM 6100-REVISAR-PROPUESTA THRU 6100-REVISAR-PROPUESTA-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    IF cant-cambios > 0
        IF tipos-desbordados = "S"
            Display "ERROR: EXISTENCIAS supero los 200 tipos: no se"
                " regraba, los cambios quedan sin aplicar"
            Move 0 to cant-cambios
            Move 8 to RETURN-CODE
        ELSE
            PERFORM 7000-GRABAR-EXISTENCIAS
        END-IF
    END-IF
    PERFORM 6900-CERRAR-LISTADO
    Display "Propuestas: " cant-propuestas
        "  cambios grabados en EXISTENCIAS: " cant-cambios
    Display "Listado impreso en LISTADO-PUNTOS-REPO"
    STOP RUN.

1000-LEER-EXISTENCIAS.
    OPEN INPUT EXISTENCIAS
    IF EX-STATUS <> "00"
        Move "PUNTOS-REPOSICION" to ERR-PROGRAMA
        Move nombre-existencias to ERR-ARCHIVO
        Move "OPEN" to ERR-OPERACION
        Move EX-STATUS to ERR-STATUS
        Move "S" to ERR-REQUERIDO
        CALL "Registrar-Error" USING ERR-ARGUMENTOS
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1100-LEER-STOCK
    PERFORM UNTIL EX-STATUS = "10" OR cant-tipos = 200
        Compute cant-tipos = cant-tipos + 1
        INITIALIZE tipo-item (cant-tipos)
        Move EX-TIPO    to tip-tipo (cant-tipos)
        Move EX-CANT    to tip-cant (cant-tipos)
        Move EX-REORDEN to tip-reorden (cant-tipos)
        IF EX-PEDIDO IS NUMERIC
            Move EX-PEDIDO to tip-pedido (cant-tipos)
        END-IF
        PERFORM 1100-LEER-STOCK
    END-PERFORM
    IF EX-STATUS <> "10"
        Move "S" to tipos-desbordados
    END-IF
    CLOSE EXISTENCIAS.
1000-LEER-EXISTENCIAS-EXIT.
    EXIT.

1100-LEER-STOCK.
    READ EXISTENCIAS
    NOT AT END
        CONTINUE
    END-READ.

1500-BUSCAR-TIPO.
    Move 0 to pos-tipo
    PERFORM 1600-COMPARAR-TIPO THRU 1600-COMPARAR-TIPO-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos.

1600-COMPARAR-TIPO.
    IF tip-tipo (t) = tipo-buscado
        Move t to pos-tipo
    END-IF.
1600-COMPARAR-TIPO-EXIT.
    EXIT.

2000-CARGAR-ANULACIONES.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
        GO TO 2000-CARGAR-ANULACIONES-EXIT
    END-IF
    PERFORM 2100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10" OR cant-anulaciones = 2000
        IF DS-CLASE = "A"
            Compute cant-anulaciones = cant-anulaciones + 1
            Move DS-TICKET to ticket-anulacion (cant-anulaciones)
            IF DS-PUNTO = SPACES
                Move PUNTO-ORIGINAL to DS-PUNTO
            END-IF
            Move DS-PUNTO to punto-anulacion (cant-anulaciones)
        END-IF
        PERFORM 2100-LEER-VENTA
    END-PERFORM
    CLOSE DAILY-SALES.
2000-CARGAR-ANULACIONES-EXIT.
    EXIT.

2100-LEER-VENTA.
    READ DAILY-SALES
    NOT AT END
        CONTINUE
    END-READ.

*>Unidades vendidas por tipo en la ventana pedida: la fecha de
*>negocio de la linea posterior a fecha-desde y no posterior a hoy.
3000-ACUMULAR-VENTAS.
    OPEN INPUT VENTAS-DETALLE
    IF VD-STATUS <> "00"
        Display "No se pudo abrir el archivo VENTAS-DETALLE"
        GO TO 3000-ACUMULAR-VENTAS-EXIT
    END-IF
    PERFORM 3100-LEER-DETALLE
    PERFORM UNTIL VD-STATUS = "10"
        IF VD-PUNTO = SPACES
            Move PUNTO-ORIGINAL to VD-PUNTO
        END-IF
        IF VD-FECHA > fecha-desde AND VD-FECHA <= fecha-hoy
        AND VD-CLASE <> "D" AND VD-PUNTO = punto-venta
            PERFORM 3200-ACUMULAR-LINEA THRU 3200-ACUMULAR-LINEA-EXIT
        END-IF
        PERFORM 3100-LEER-DETALLE
    END-PERFORM
    CLOSE VENTAS-DETALLE.
3000-ACUMULAR-VENTAS-EXIT.
    EXIT.

3100-LEER-DETALLE.
    READ VENTAS-DETALLE
    NOT AT END
        CONTINUE
    END-READ.

3200-ACUMULAR-LINEA.
    Move VD-TIPO to tipo-buscado
    PERFORM 1500-BUSCAR-TIPO
    IF pos-tipo = 0
        GO TO 3200-ACUMULAR-LINEA-EXIT
    END-IF
    Move "N" to es-anulacion
    PERFORM 3300-ES-ANULACION THRU 3300-ES-ANULACION-EXIT
        VARYING a FROM 1 BY 1 UNTIL a > cant-anulaciones
    IF es-anulacion = "S"
        Move -1 to signo-linea
    ELSE
        Move 1 to signo-linea
    END-IF
    Compute tip-vendidas (pos-tipo) =
        tip-vendidas (pos-tipo) + signo-linea * VD-CANTIDAD.
3200-ACUMULAR-LINEA-EXIT.
    EXIT.

3300-ES-ANULACION.
    IF ticket-anulacion (a) = VD-TICKET
    AND punto-anulacion (a) = VD-PUNTO
        Move "S" to es-anulacion
    END-IF.
3300-ES-ANULACION-EXIT.
    EXIT.

4000-CARGAR-ORDENES.
    OPEN INPUT ORDENES-COMPRA
    IF OC-STATUS <> "00"
        GO TO 4000-CARGAR-ORDENES-EXIT
    END-IF
    PERFORM 4100-LEER-ORDEN
    PERFORM UNTIL OC-STATUS = "10" OR cant-ordenes = 1000
        IF OC-FECHA IS NUMERIC
            Compute cant-ordenes = cant-ordenes + 1
            Move OC-FECHA to ord-fecha (cant-ordenes)
            Move OC-TIPO  to ord-tipo (cant-ordenes)
            Move "N"      to ord-medida (cant-ordenes)
        END-IF
        PERFORM 4100-LEER-ORDEN
    END-PERFORM
    CLOSE ORDENES-COMPRA.
4000-CARGAR-ORDENES-EXIT.
    EXIT.

4100-LEER-ORDEN.
    READ ORDENES-COMPRA
    NOT AT END
        CONTINUE
    END-READ.

*>Cada entrega se aparea con la orden mas vieja del tipo todavia no
*>medida y no posterior a la entrega; la diferencia en dias entre
*>las dos fechas es una medicion de la demora del proveedor.
4500-MEDIR-DEMORAS.
    IF cant-ordenes = 0
        GO TO 4500-MEDIR-DEMORAS-EXIT
    END-IF
    OPEN INPUT RECEPCIONES
    IF RC-STATUS <> "00"
        GO TO 4500-MEDIR-DEMORAS-EXIT
    END-IF
    PERFORM 4600-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-FECHA IS NUMERIC
            PERFORM 4700-MEDIR-ENTREGA THRU 4700-MEDIR-ENTREGA-EXIT
        END-IF
        PERFORM 4600-LEER-RECEPCION
    END-PERFORM
    CLOSE RECEPCIONES.
4500-MEDIR-DEMORAS-EXIT.
    EXIT.

4600-LEER-RECEPCION.
    READ RECEPCIONES
    NOT AT END
        CONTINUE
    END-READ.

4700-MEDIR-ENTREGA.
    Move RC-TIPO to tipo-buscado
    PERFORM 1500-BUSCAR-TIPO
    IF pos-tipo = 0
        GO TO 4700-MEDIR-ENTREGA-EXIT
    END-IF
    Move RC-FECHA to fecha-entrega
    Move 0 to pos-orden
    PERFORM 4800-ELEGIR-ORDEN THRU 4800-ELEGIR-ORDEN-EXIT
        VARYING oc FROM 1 BY 1 UNTIL oc > cant-ordenes
    IF pos-orden = 0
        GO TO 4700-MEDIR-ENTREGA-EXIT
    END-IF
    Move "S" to ord-medida (pos-orden)
    Move ord-fecha (pos-orden) to fecha-orden
    Compute dias-demora =
        FUNCTION INTEGER-OF-DATE (fecha-entrega-num)
        - FUNCTION INTEGER-OF-DATE (fecha-orden-num)
    Compute tip-demora-suma (pos-tipo) =
        tip-demora-suma (pos-tipo) + dias-demora
    Compute tip-demora-veces (pos-tipo) =
        tip-demora-veces (pos-tipo) + 1
    Compute demora-suma-total = demora-suma-total + dias-demora
    Compute demora-veces-total = demora-veces-total + 1.
4700-MEDIR-ENTREGA-EXIT.
    EXIT.

4800-ELEGIR-ORDEN.
    IF ord-tipo (oc) <> RC-TIPO OR ord-medida (oc) = "S"
    OR ord-fecha (oc) > fecha-entrega
        GO TO 4800-ELEGIR-ORDEN-EXIT
    END-IF
    IF pos-orden = 0
        Move oc to pos-orden
    ELSE
        IF ord-fecha (oc) < ord-fecha (pos-orden)
            Move oc to pos-orden
        END-IF
    END-IF.
4800-ELEGIR-ORDEN-EXIT.
    EXIT.

*>Punto = venta diaria x (demora + seguridad) y pedido = venta
*>diaria x cobertura, calculados sobre el total vendido para no
*>arrastrar el redondeo del promedio, y llevados a la unidad de
*>arriba: quedarse corto es lo que se quiere evitar.
5000-CALCULAR-PROPUESTA.
    IF tip-demora-veces (t) > 0
        Move tip-demora-suma (t) to DIV-DIVIDENDO
        Move tip-demora-veces (t) to DIV-DIVISOR
        Move "R" to DIV-MODO
        CALL "Division-Redondeo" USING DIV-ARGUMENTOS
        Move DIV-RESULTADO to tip-demora (t)
    ELSE
        Move demora-general to tip-demora (t)
    END-IF
    IF tip-vendidas (t) > 0
        Move tip-vendidas (t) to unidades-base
    ELSE
        Move 0 to unidades-base
    END-IF
    Move unidades-base to DIV-DIVIDENDO
    Move dias-historia to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to tip-venta-diaria (t)
    Compute DIV-DIVIDENDO =
        unidades-base * (tip-demora (t) + dias-seguridad)
    Move dias-historia to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Compute tip-reorden-nuevo (t) = DIV-RESULTADO + 0.99
    Compute DIV-DIVIDENDO = unidades-base * dias-cobertura
    Move dias-historia to DIV-DIVISOR
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Compute tip-pedido-nuevo (t) = DIV-RESULTADO + 0.99
    IF tip-reorden-nuevo (t) = tip-reorden (t)
    AND tip-pedido-nuevo (t) = tip-pedido (t)
        Move "I" to tip-estado (t)
    ELSE
        Move "P" to tip-estado (t)
        Compute cant-propuestas = cant-propuestas + 1
    END-IF.
5000-CALCULAR-PROPUESTA-EXIT.
    EXIT.

6000-ENCABEZAR-LISTADO.
    OPEN OUTPUT LISTADO-PUNTOS
    Move SPACES to linea-impresion
    STRING "PUNTOS DE REPOSICION PROPUESTOS - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        "  SUPERVISOR " DELIMITED BY SIZE
        codigo-operador DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move dias-historia to demora-ed
    STRING "VENTA PROMEDIADA EN " DELIMITED BY SIZE
        demora-ed DELIMITED BY SIZE
        " DIAS DESDE " DELIMITED BY SIZE
        fecha-desde DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move dias-seguridad to demora-ed
    Move demora-ed to linea-impresion (50:3)
    Move "DIAS DE SEGURIDAD" to linea-impresion (54:17)
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    Move "TIPO         STOCK  VTA/DIA DEMORA  PUNTO ACT PUNTO PROP"
        & " PEDIDO ACT PEDIDO PROP  ESTADO" to LP-LINEA
    WRITE LP-LINEA
    Move ALL "-" to LP-LINEA
    WRITE LP-LINEA.

*>Solo se consultan las propuestas que cambian algo; T acepta la
*>actual y todas las que siguen sin volver a preguntar.
6100-REVISAR-PROPUESTA.
    IF tip-estado (t) = "P"
        IF aceptar-todas = "S"
            Move "A" to tip-estado (t)
        ELSE
            Display tip-tipo (t) ": punto " tip-reorden (t) " -> "
                tip-reorden-nuevo (t) ", pedido " tip-pedido (t)
                " -> " tip-pedido-nuevo (t) " (venta diaria "
                tip-venta-diaria (t) ", demora " tip-demora (t) ")"
            Display "  ¿Aceptar? (S = si, N = no, T = esta y todas"
                " las siguientes): "
            Accept respuesta
            EVALUATE respuesta
                WHEN "S" WHEN "s"
                    Move "A" to tip-estado (t)
                WHEN "T" WHEN "t"
                    Move "A" to tip-estado (t)
                    Move "S" to aceptar-todas
                WHEN OTHER
                    Move "R" to tip-estado (t)
            END-EVALUATE
        END-IF
    END-IF
    Move SPACES to linea-impresion
    Move tip-tipo (t) to linea-impresion (1:10)
    Move tip-cant (t) to cantidad-ed
    Move cantidad-ed to linea-impresion (13:6)
    Move tip-venta-diaria (t) to venta-ed
    Move venta-ed to linea-impresion (19:8)
    Move tip-demora (t) to demora-ed
    Move demora-ed to linea-impresion (31:3)
    Move tip-reorden (t) to cantidad-ed
    Move cantidad-ed to linea-impresion (38:6)
    Move tip-reorden-nuevo (t) to cantidad-ed
    Move cantidad-ed to linea-impresion (49:6)
    Move tip-pedido (t) to cantidad-ed
    Move cantidad-ed to linea-impresion (60:6)
    Move tip-pedido-nuevo (t) to cantidad-ed
    Move cantidad-ed to linea-impresion (72:6)
    EVALUATE tip-estado (t)
        WHEN "A"
            Move "CAMBIADO" to linea-impresion (80:9)
            Move tip-reorden-nuevo (t) to tip-reorden (t)
            Move tip-pedido-nuevo (t) to tip-pedido (t)
            Compute cant-cambios = cant-cambios + 1
        WHEN "R"
            Move "RECHAZADO" to linea-impresion (80:9)
        WHEN OTHER
            Move "SIN CAMBIO" to linea-impresion (80:10)
    END-EVALUATE
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA.
6100-REVISAR-PROPUESTA-EXIT.
    EXIT.

6900-CERRAR-LISTADO.
    Move SPACES to LP-LINEA
    WRITE LP-LINEA
    Move SPACES to linea-impresion
    Move cant-propuestas to demora-ed
    STRING "PROPUESTAS: " DELIMITED BY SIZE
        demora-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move cant-cambios to demora-ed
    STRING "  CAMBIOS GRABADOS EN EXISTENCIAS: " DELIMITED BY SIZE
        demora-ed DELIMITED BY SIZE
        INTO linea-impresion (16:50)
    END-STRING
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA
    CLOSE LISTADO-PUNTOS.

*>Se regraba EXISTENCIAS con los puntos aceptados, apartando antes la
*>version vigente como generacion via Guardar-Generacion.
7000-GRABAR-EXISTENCIAS.
    Move nombre-existencias to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT EXISTENCIAS
    PERFORM 7100-GRABAR-STOCK THRU 7100-GRABAR-STOCK-EXIT
        VARYING t FROM 1 BY 1 UNTIL t > cant-tipos
    CLOSE EXISTENCIAS.

7100-GRABAR-STOCK.
    INITIALIZE EX-REGISTRO
    Move tip-tipo (t)    to EX-TIPO
    Move SPACE           to EX-SEP
    Move tip-cant (t)    to EX-CANT
    Move SPACE           to EX-SEP2
    Move tip-reorden (t) to EX-REORDEN
    Move SPACE           to EX-SEP3
    Move tip-pedido (t)  to EX-PEDIDO
    Move SPACE           to EX-SEP4
    Move punto-venta     to EX-PUNTO
    WRITE EX-REGISTRO.
7100-GRABAR-STOCK-EXIT.
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
        Move "PUNTOS-REPOSICION" to AUT-PROGRAMA
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
    Move "PUNTOS-REPOSICION" to AD-PROGRAMA
    Move SPACE           to AD-SEP3
    Move codigo-operador to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.
