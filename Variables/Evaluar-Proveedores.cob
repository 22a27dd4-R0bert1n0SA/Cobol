*>Evaluacion mensual de proveedores del kiosko desde ORDENES-COMPRA y
*>RECEPCIONES. Las entregas se reaparean contra las ordenes del mismo
*>proveedor y tipo (la orden pendiente mas vieja no posterior a la
*>entrega; lo que excede lo pendiente es sobre-entrega, como avisa el
*>modo recepcion) y, para cada proveedor, las ordenes emitidas en el
*>mes dan el cumplimiento a tiempo (orden completa dentro del plazo
*>prometido en dias), el cumplimiento en unidades (recibido contra
*>pedido) y la demora promedio hasta la primera entrega; las entregas
*>del mes dan las entregas sin orden, las sobre-entregas y la parte de
*>las unidades que llego con menos vida util que los dias pedidos
*>(vencimiento del lote menos fecha de entrega). Una orden todavia
*>dentro del plazo y sin completar no cuenta ni a favor ni en contra.
*>El puntaje es el promedio de cuatro porcentajes: a tiempo,
*>cumplimiento, entregas con orden y unidades con vida util
*>suficiente (lo que no tiene base cuenta 100). Los proveedores se
*>rankean con las reglas de Ranking: orden descendente, el mismo
*>puntaje comparte puesto, corte top-N opcional, y el movimiento
*>contra el ultimo mes rankeado que guarda RANKING-PROVEEDORES (correr
*>otra vez un mes reemplaza su ranking). LISTADO-PROVEEDORES deja la
*>planilla. Un codigo que no esta en el maestro PROVEEDORES se evalua
*>igual y termina con codigo 4. Los porcentajes se calculan via
*>Division-Redondeo, como en toda la casa.

IDENTIFICATION DIVISION.
PROGRAM-ID. Evaluar-Proveedores.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT PROVEEDORES ASSIGN TO "PROVEEDORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PV-STATUS.
        SELECT ORDENES-COMPRA ASSIGN TO "ORDENES-COMPRA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OC-STATUS.
        SELECT RECEPCIONES ASSIGN TO "RECEPCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RC-STATUS.
        SELECT RANKING-PROVEEDORES ASSIGN TO "RANKING-PROVEEDORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RP-STATUS.
        SELECT LISTADO-PROVEEDORES ASSIGN TO "LISTADO-PROVEEDORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PROVEEDORES.
        COPY "proveedor-rec".
    FD  ORDENES-COMPRA.
        COPY "orden-compra".
    FD  RECEPCIONES.
        COPY "recepcion-rec".
    FD  RANKING-PROVEEDORES.
        01 RP-REGISTRO.
            05 RP-MES      PIC X(6).
            05 RP-SEP1     PIC X(1).
            05 RP-POSICION PIC 9(4).
            05 RP-SEP2     PIC X(1).
            05 RP-CODIGO   PIC X(4).
            05 RP-SEP3     PIC X(1).
            05 RP-PUNTAJE  PIC 9(3)V9(2).
    FD  LISTADO-PROVEEDORES.
        01 LV-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "division-args".
        COPY "generacion-args".
        01 PV-STATUS PIC X(2).
        01 OC-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 RP-STATUS PIC X(2).
        01 LV-STATUS PIC X(2).
        01 PLAZO-DEFECTO PIC 9(3) value 7.
        01 VIDA-DEFECTO PIC 9(3) value 30.
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 mes-pedido PIC X(6).
        01 mes-pedido-partes REDEFINES mes-pedido.
            05 anio-pedido PIC 9(4).
            05 nro-mes-pedido PIC 9(2).
        01 dias-plazo PIC 9(3).
        01 dias-vida PIC 9(3).
        01 tope-n PIC 9(4).
        01 fecha-orden PIC X(8).
        01 fecha-orden-num REDEFINES fecha-orden PIC 9(8).
        01 fecha-entrega PIC X(8).
        01 fecha-entrega-num REDEFINES fecha-entrega PIC 9(8).
        01 fecha-venc PIC X(8).
        01 fecha-venc-num REDEFINES fecha-venc PIC 9(8).
        01 dias-demora PIC S9(5).
        01 dias-vida-entrega PIC S9(5).
        01 dia-limite PIC 9(7).
        01 maestro-leido PIC X(1) value "N".
        01 fuera-maestro PIC 9(3) value 0.
        01 cant-proveedores PIC 9(3) value 0.
        01 tabla-proveedores.
            05 proveedor-item OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-proveedores.
                10 prv-codigo          PIC X(4).
                10 prv-nombre          PIC X(30).
                10 prv-en-maestro      PIC X(1).
                10 prv-ordenes         PIC 9(4).
                10 prv-medibles        PIC 9(4).
                10 prv-a-tiempo        PIC 9(4).
                10 prv-pedido          PIC 9(8).
                10 prv-recibido        PIC 9(8).
                10 prv-demora-suma     PIC 9(6).
                10 prv-demora-veces    PIC 9(4).
                10 prv-entregas        PIC 9(4).
                10 prv-sin-orden       PIC 9(4).
                10 prv-sobre-entregas  PIC 9(4).
                10 prv-unidades-sobre  PIC 9(8).
                10 prv-unidades        PIC 9(8).
                10 prv-vida-corta      PIC 9(8).
                10 prv-pct-a-tiempo    PIC 9(3)v99.
                10 prv-pct-cumplido    PIC 9(3)v99.
                10 prv-pct-con-orden   PIC 9(3)v99.
                10 prv-pct-vida-corta  PIC 9(3)v99.
                10 prv-demora-prom     PIC 9(3)v99.
                10 prv-puntaje         PIC 9(3)v99.
        01 v PIC 9(3).
        01 pos-proveedor PIC 9(3).
        01 codigo-buscado PIC X(4).
        01 cant-ordenes PIC 9(4) value 0.
        01 tabla-ordenes.
            05 orden-item OCCURS 1 TO 5000 TIMES
                DEPENDING ON cant-ordenes.
                10 ord-numero    PIC 9(6).
                10 ord-fecha     PIC X(8).
                10 ord-proveedor PIC X(4).
                10 ord-tipo      PIC X(10).
                10 ord-pedida    PIC 9(6).
                10 ord-recibida  PIC 9(6).
                10 ord-primera   PIC X(8).
                10 ord-cumplida  PIC X(8).
        01 oc PIC 9(4).
        01 pos-orden PIC 9(4).
        01 pendiente-orden PIC 9(6).
        01 exceso-orden PIC 9(6).
        01 desbordado PIC X(1) value "N".
        01 cant-rankeados PIC 9(3) value 0.
        01 tabla-ranking.
            05 rankeado OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-rankeados.
                10 rnk-proveedor PIC 9(3).
                10 rnk-puntaje   PIC 9(3)v99.
        01 rnk-proveedor-aux PIC 9(3).
        01 rnk-puntaje-aux PIC 9(3)v99.
        01 i PIC 9(3).
        01 j PIC 9(3).
        01 puesto PIC 9(4).
        01 mes-previo PIC X(6) value SPACES.
        01 cant-previos PIC 9(3) value 0.
        01 tabla-previos.
            05 previo OCCURS 1 TO 300 TIMES
                DEPENDING ON cant-previos.
                10 ant-posicion PIC 9(4).
                10 ant-codigo   PIC X(4).
                10 ant-vigente  PIC X(1).
        01 p PIC 9(3).
        01 pos-previo PIC 9(3).
        01 lugares-movidos PIC S9(4).
        01 cant-nuevos PIC 9(3) value 0.
        01 cant-salidos PIC 9(3) value 0.
        01 cant-historia PIC 9(4) value 0.
        01 tabla-historia.
            05 linea-historia OCCURS 1 TO 9999 TIMES
                DEPENDING ON cant-historia PIC X(30).
        01 h PIC 9(4).
        01 lineas-reemplazadas PIC 9(4) value 0.
        01 suma-porcentajes PIC 9(4)v99.
        01 cociente PIC S9(9)v99.
        01 linea-impresion PIC X(120).
        01 puesto-ed PIC ZZZ9.
        01 cantidad-ed PIC ZZZ9.
        01 unidades-ed PIC ZZZZZ9.
        01 porcentaje-ed PIC ZZ9.99.
        01 movidos-ed PIC ZZZ9.
        01 dias-ed PIC ZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a evaluar (AAAAMM, espacios = mes anterior): "
    Accept mes-pedido
    IF mes-pedido = SPACES
        Move fecha-hoy (1:6) to mes-pedido
        IF nro-mes-pedido = 1
            Compute anio-pedido = anio-pedido - 1
            Move 12 to nro-mes-pedido
        ELSE
            Compute nro-mes-pedido = nro-mes-pedido - 1
        END-IF
    END-IF
    IF mes-pedido IS NOT NUMERIC
    OR nro-mes-pedido < 1 OR nro-mes-pedido > 12
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Display "Plazo de entrega prometido en dias (0 = " PLAZO-DEFECTO
        "): "
    Accept dias-plazo
    IF dias-plazo = 0
        Move PLAZO-DEFECTO to dias-plazo
    END-IF
    Display "Vida util minima al recibir, en dias (0 = " VIDA-DEFECTO
        "): "
    Accept dias-vida
    IF dias-vida = 0
        Move VIDA-DEFECTO to dias-vida
    END-IF
    Display "Corte top-N del ranking (0 = todos los proveedores): "
    Accept tope-n
    PERFORM 1000-CARGAR-PROVEEDORES THRU 1000-CARGAR-PROVEEDORES-EXIT
    PERFORM 2000-CARGAR-ORDENES THRU 2000-CARGAR-ORDENES-EXIT
    PERFORM 3000-APAREAR-ENTREGAS THRU 3000-APAREAR-ENTREGAS-EXIT
    IF desbordado = "S"
        Display "ERROR: mas de 5000 ordenes o 300 proveedores: la"
            " evaluacion quedaria incompleta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 4000-EVALUAR-ORDEN THRU 4000-EVALUAR-ORDEN-EXIT
        VARYING oc FROM 1 BY 1 UNTIL oc > cant-ordenes
    PERFORM 4500-CALCULAR-PUNTAJE THRU 4500-CALCULAR-PUNTAJE-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-proveedores
    IF cant-rankeados = 0
        Display "Sin ordenes ni entregas de proveedores en el mes "
            mes-pedido ": no hay evaluacion que armar"
        STOP RUN
    END-IF
    PERFORM 5000-ORDENAR-DESC
    IF tope-n = 0 OR tope-n > cant-rankeados
        Move cant-rankeados to tope-n
    END-IF
    PERFORM 5500-CARGAR-RANKING-PREVIO
        THRU 5500-CARGAR-RANKING-PREVIO-EXIT
    PERFORM 6000-IMPRIMIR-PLANILLA
    PERFORM 7000-GRABAR-RANKING
    Display "Proveedores evaluados en " mes-pedido ": " cant-rankeados
        " (nuevos en el ranking " cant-nuevos ", salieron "
        cant-salidos ")"
    IF lineas-reemplazadas > 0
        Display "El mes " mes-pedido " ya estaba rankeado: se"
            " reemplazaron " lineas-reemplazadas " puestos"
    END-IF
    IF fuera-maestro > 0
        Display "ADVERTENCIA: " fuera-maestro " codigos de proveedor"
            " no figuran en el maestro PROVEEDORES"
        Move 4 to RETURN-CODE
    END-IF
    Display "Planilla impresa en LISTADO-PROVEEDORES"
    STOP RUN.

*>Se cargan todos los proveedores del maestro, activos o no: uno dado
*>de baja en el mes igual responde por lo que entrego.
1000-CARGAR-PROVEEDORES.
    OPEN INPUT PROVEEDORES
    IF PV-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir PROVEEDORES, los"
            " proveedores se listan sin nombre"
        GO TO 1000-CARGAR-PROVEEDORES-EXIT
    END-IF
    Move "S" to maestro-leido
    PERFORM 1100-LEER-PROVEEDOR
    PERFORM UNTIL PV-STATUS = "10"
        Move PV-CODIGO to codigo-buscado
        PERFORM 1200-UBICAR-PROVEEDOR THRU 1200-UBICAR-PROVEEDOR-EXIT
        IF pos-proveedor > 0
            Move PV-NOMBRE to prv-nombre (pos-proveedor)
            Move "S" to prv-en-maestro (pos-proveedor)
        END-IF
        PERFORM 1100-LEER-PROVEEDOR
    END-PERFORM
    CLOSE PROVEEDORES.
1000-CARGAR-PROVEEDORES-EXIT.
    EXIT.

1100-LEER-PROVEEDOR.
    READ PROVEEDORES
    NOT AT END
        CONTINUE
    END-READ.

*>Busca el codigo en la tabla y, si no esta, lo agrega en cero.
1200-UBICAR-PROVEEDOR.
    Move 0 to pos-proveedor
    PERFORM 1300-COMPARAR-PROVEEDOR THRU 1300-COMPARAR-PROVEEDOR-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-proveedores
    IF pos-proveedor > 0
        GO TO 1200-UBICAR-PROVEEDOR-EXIT
    END-IF
    IF cant-proveedores = 300
        Move "S" to desbordado
        GO TO 1200-UBICAR-PROVEEDOR-EXIT
    END-IF
    Compute cant-proveedores = cant-proveedores + 1
    Move cant-proveedores to pos-proveedor
    INITIALIZE proveedor-item (pos-proveedor)
    Move codigo-buscado to prv-codigo (pos-proveedor)
    Move "N" to prv-en-maestro (pos-proveedor).
1200-UBICAR-PROVEEDOR-EXIT.
    EXIT.

1300-COMPARAR-PROVEEDOR.
    IF prv-codigo (v) = codigo-buscado
        Move v to pos-proveedor
    END-IF.
1300-COMPARAR-PROVEEDOR-EXIT.
    EXIT.

*>Las cantidades recibidas se rearman desde RECEPCIONES: OC-RECIBIDA
*>puede traer entregas de otro proveedor apareadas por el mostrador.
2000-CARGAR-ORDENES.
    OPEN INPUT ORDENES-COMPRA
    IF OC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir ORDENES-COMPRA, toda"
            " entrega queda sin orden"
        GO TO 2000-CARGAR-ORDENES-EXIT
    END-IF
    PERFORM 2100-LEER-ORDEN
    PERFORM UNTIL OC-STATUS = "10"
        IF OC-FECHA IS NUMERIC
            IF cant-ordenes = 5000
                Move "S" to desbordado
            ELSE
                Compute cant-ordenes = cant-ordenes + 1
                Move OC-NUMERO to ord-numero (cant-ordenes)
                Move OC-FECHA to ord-fecha (cant-ordenes)
                Move OC-PROVEEDOR (1:4) to ord-proveedor (cant-ordenes)
                Move OC-TIPO to ord-tipo (cant-ordenes)
                Move OC-PEDIDA to ord-pedida (cant-ordenes)
                Move 0 to ord-recibida (cant-ordenes)
                Move SPACES to ord-primera (cant-ordenes)
                Move SPACES to ord-cumplida (cant-ordenes)
            END-IF
        END-IF
        PERFORM 2100-LEER-ORDEN
    END-PERFORM
    CLOSE ORDENES-COMPRA.
2000-CARGAR-ORDENES-EXIT.
    EXIT.

2100-LEER-ORDEN.
    READ ORDENES-COMPRA
    NOT AT END
        CONTINUE
    END-READ.

*>Se recorren todas las entregas, no solo las del mes: las anteriores
*>consumen lo pendiente de las ordenes viejas y las posteriores
*>completan las ordenes emitidas en el mes.
3000-APAREAR-ENTREGAS.
    OPEN INPUT RECEPCIONES
    IF RC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir RECEPCIONES, no hay"
            " entregas que evaluar"
        GO TO 3000-APAREAR-ENTREGAS-EXIT
    END-IF
    PERFORM 3100-LEER-RECEPCION
    PERFORM UNTIL RC-STATUS = "10"
        IF RC-FECHA IS NUMERIC
            PERFORM 3200-APAREAR-ENTREGA THRU 3200-APAREAR-ENTREGA-EXIT
        END-IF
        PERFORM 3100-LEER-RECEPCION
    END-PERFORM
    CLOSE RECEPCIONES.
3000-APAREAR-ENTREGAS-EXIT.
    EXIT.

3100-LEER-RECEPCION.
    READ RECEPCIONES
    NOT AT END
        CONTINUE
    END-READ.

3200-APAREAR-ENTREGA.
    Move RC-FECHA to fecha-entrega
    Move 0 to pos-orden
    PERFORM 3300-ELEGIR-ORDEN THRU 3300-ELEGIR-ORDEN-EXIT
        VARYING oc FROM 1 BY 1 UNTIL oc > cant-ordenes
    Move 0 to exceso-orden
    IF pos-orden > 0
        IF ord-primera (pos-orden) = SPACES
            Move fecha-entrega to ord-primera (pos-orden)
        END-IF
        Compute pendiente-orden =
            ord-pedida (pos-orden) - ord-recibida (pos-orden)
        IF RC-CANTIDAD > pendiente-orden
            Compute exceso-orden = RC-CANTIDAD - pendiente-orden
            Move ord-pedida (pos-orden) to ord-recibida (pos-orden)
        ELSE
            Compute ord-recibida (pos-orden) =
                ord-recibida (pos-orden) + RC-CANTIDAD
        END-IF
        IF ord-recibida (pos-orden) = ord-pedida (pos-orden)
            Move fecha-entrega to ord-cumplida (pos-orden)
        END-IF
    END-IF
    IF fecha-entrega (1:6) <> mes-pedido
        GO TO 3200-APAREAR-ENTREGA-EXIT
    END-IF
    Move RC-PROVEEDOR (1:4) to codigo-buscado
    PERFORM 1200-UBICAR-PROVEEDOR THRU 1200-UBICAR-PROVEEDOR-EXIT
    IF pos-proveedor = 0
        GO TO 3200-APAREAR-ENTREGA-EXIT
    END-IF
    Compute prv-entregas (pos-proveedor) =
        prv-entregas (pos-proveedor) + 1
    Compute prv-unidades (pos-proveedor) =
        prv-unidades (pos-proveedor) + RC-CANTIDAD
    IF pos-orden = 0
        Compute prv-sin-orden (pos-proveedor) =
            prv-sin-orden (pos-proveedor) + 1
    END-IF
    IF exceso-orden > 0
        Compute prv-sobre-entregas (pos-proveedor) =
            prv-sobre-entregas (pos-proveedor) + 1
        Compute prv-unidades-sobre (pos-proveedor) =
            prv-unidades-sobre (pos-proveedor) + exceso-orden
    END-IF
    IF RC-VENCIMIENTO IS NUMERIC
        Move RC-VENCIMIENTO to fecha-venc
        Compute dias-vida-entrega =
            FUNCTION INTEGER-OF-DATE (fecha-venc-num)
            - FUNCTION INTEGER-OF-DATE (fecha-entrega-num)
        IF dias-vida-entrega < dias-vida
            Compute prv-vida-corta (pos-proveedor) =
                prv-vida-corta (pos-proveedor) + RC-CANTIDAD
        END-IF
    END-IF.
3200-APAREAR-ENTREGA-EXIT.
    EXIT.

*>La orden pendiente mas vieja del proveedor y del tipo, emitida no
*>despues de la entrega.
3300-ELEGIR-ORDEN.
    IF ord-proveedor (oc) <> RC-PROVEEDOR (1:4)
    OR ord-tipo (oc) <> RC-TIPO
    OR ord-fecha (oc) > fecha-entrega
    OR ord-recibida (oc) >= ord-pedida (oc)
        GO TO 3300-ELEGIR-ORDEN-EXIT
    END-IF
    IF pos-orden = 0
        Move oc to pos-orden
    ELSE
        IF ord-fecha (oc) < ord-fecha (pos-orden)
            Move oc to pos-orden
        END-IF
    END-IF.
3300-ELEGIR-ORDEN-EXIT.
    EXIT.

*>A tiempo = completa a mas tardar el dia de la orden mas el plazo;
*>una orden incompleta cuyo plazo ya vencio cuenta como tarde.
4000-EVALUAR-ORDEN.
    IF ord-fecha (oc) (1:6) <> mes-pedido
        GO TO 4000-EVALUAR-ORDEN-EXIT
    END-IF
    Move ord-proveedor (oc) to codigo-buscado
    PERFORM 1200-UBICAR-PROVEEDOR THRU 1200-UBICAR-PROVEEDOR-EXIT
    IF pos-proveedor = 0
        GO TO 4000-EVALUAR-ORDEN-EXIT
    END-IF
    Compute prv-ordenes (pos-proveedor) =
        prv-ordenes (pos-proveedor) + 1
    Compute prv-pedido (pos-proveedor) =
        prv-pedido (pos-proveedor) + ord-pedida (oc)
    Compute prv-recibido (pos-proveedor) =
        prv-recibido (pos-proveedor) + ord-recibida (oc)
    Move ord-fecha (oc) to fecha-orden
    Compute dia-limite =
        FUNCTION INTEGER-OF-DATE (fecha-orden-num) + dias-plazo
    IF ord-primera (oc) <> SPACES
        Move ord-primera (oc) to fecha-entrega
        Compute dias-demora =
            FUNCTION INTEGER-OF-DATE (fecha-entrega-num)
            - FUNCTION INTEGER-OF-DATE (fecha-orden-num)
        Compute prv-demora-suma (pos-proveedor) =
            prv-demora-suma (pos-proveedor) + dias-demora
        Compute prv-demora-veces (pos-proveedor) =
            prv-demora-veces (pos-proveedor) + 1
    END-IF
    IF ord-cumplida (oc) <> SPACES
        Compute prv-medibles (pos-proveedor) =
            prv-medibles (pos-proveedor) + 1
        Move ord-cumplida (oc) to fecha-entrega
        IF FUNCTION INTEGER-OF-DATE (fecha-entrega-num) <= dia-limite
            Compute prv-a-tiempo (pos-proveedor) =
                prv-a-tiempo (pos-proveedor) + 1
        END-IF
        GO TO 4000-EVALUAR-ORDEN-EXIT
    END-IF
    IF FUNCTION INTEGER-OF-DATE (fecha-hoy-num) > dia-limite
        Compute prv-medibles (pos-proveedor) =
            prv-medibles (pos-proveedor) + 1
    END-IF.
4000-EVALUAR-ORDEN-EXIT.
    EXIT.

4500-CALCULAR-PUNTAJE.
    IF prv-ordenes (v) = 0 AND prv-entregas (v) = 0
        GO TO 4500-CALCULAR-PUNTAJE-EXIT
    END-IF
    IF prv-en-maestro (v) = "N" AND maestro-leido = "S"
        Compute fuera-maestro = fuera-maestro + 1
    END-IF
    Move 100 to prv-pct-a-tiempo (v)
    IF prv-medibles (v) > 0
        Compute DIV-DIVIDENDO = prv-a-tiempo (v) * 100
        Move prv-medibles (v) to DIV-DIVISOR
        PERFORM 4900-DIVIDIR
        Move cociente to prv-pct-a-tiempo (v)
    END-IF
    Move 100 to prv-pct-cumplido (v)
    IF prv-pedido (v) > 0
        Compute DIV-DIVIDENDO = prv-recibido (v) * 100
        Move prv-pedido (v) to DIV-DIVISOR
        PERFORM 4900-DIVIDIR
        Move cociente to prv-pct-cumplido (v)
    END-IF
    Move 100 to prv-pct-con-orden (v)
    Move 0 to prv-pct-vida-corta (v)
    IF prv-entregas (v) > 0
        Compute DIV-DIVIDENDO =
            (prv-entregas (v) - prv-sin-orden (v)) * 100
        Move prv-entregas (v) to DIV-DIVISOR
        PERFORM 4900-DIVIDIR
        Move cociente to prv-pct-con-orden (v)
    END-IF
    IF prv-unidades (v) > 0
        Compute DIV-DIVIDENDO = prv-vida-corta (v) * 100
        Move prv-unidades (v) to DIV-DIVISOR
        PERFORM 4900-DIVIDIR
        Move cociente to prv-pct-vida-corta (v)
    END-IF
    Move 0 to prv-demora-prom (v)
    IF prv-demora-veces (v) > 0
        Move prv-demora-suma (v) to DIV-DIVIDENDO
        Move prv-demora-veces (v) to DIV-DIVISOR
        PERFORM 4900-DIVIDIR
        Move cociente to prv-demora-prom (v)
    END-IF
    Compute suma-porcentajes = prv-pct-a-tiempo (v)
        + prv-pct-cumplido (v) + prv-pct-con-orden (v)
        + 100 - prv-pct-vida-corta (v)
    Move suma-porcentajes to DIV-DIVIDENDO
    Move 4 to DIV-DIVISOR
    PERFORM 4900-DIVIDIR
    Move cociente to prv-puntaje (v)
    Compute cant-rankeados = cant-rankeados + 1
    Move v to rnk-proveedor (cant-rankeados)
    Move prv-puntaje (v) to rnk-puntaje (cant-rankeados).
4500-CALCULAR-PUNTAJE-EXIT.
    EXIT.

4900-DIVIDIR.
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    IF DIV-ESTADO = "00"
        Move DIV-RESULTADO to cociente
    ELSE
        Move 0 to cociente
    END-IF.

5000-ORDENAR-DESC.
    PERFORM 5100-PASADA
        VARYING i FROM 1 BY 1 UNTIL i > cant-rankeados - 1.

5100-PASADA.
    PERFORM 5200-COMPARAR-ADYACENTES
        VARYING j FROM 1 BY 1 UNTIL j > cant-rankeados - i.

5200-COMPARAR-ADYACENTES.
    IF rnk-puntaje (j) < rnk-puntaje (j + 1)
        Move rnk-proveedor (j)     to rnk-proveedor-aux
        Move rnk-puntaje (j)       to rnk-puntaje-aux
        Move rnk-proveedor (j + 1) to rnk-proveedor (j)
        Move rnk-puntaje (j + 1)   to rnk-puntaje (j)
        Move rnk-proveedor-aux     to rnk-proveedor (j + 1)
        Move rnk-puntaje-aux       to rnk-puntaje (j + 1)
    End-If.

*>El ultimo mes rankeado antes del evaluado es la foto contra la que
*>se calculan los movimientos; el resto de la historia se guarda para
*>regrabarla, salvo el mes evaluado si ya estaba, que se reemplaza.
5500-CARGAR-RANKING-PREVIO.
    OPEN INPUT RANKING-PROVEEDORES
    IF RP-STATUS <> "00"
        GO TO 5500-CARGAR-RANKING-PREVIO-EXIT
    END-IF
    PERFORM 5600-LEER-RANKING
    PERFORM UNTIL RP-STATUS = "10"
        IF RP-MES < mes-pedido AND RP-MES > mes-previo
            Move RP-MES to mes-previo
        END-IF
        IF RP-MES = mes-pedido
            Compute lineas-reemplazadas = lineas-reemplazadas + 1
        ELSE
            IF cant-historia = 9999
                CLOSE RANKING-PROVEEDORES
                Display "ERROR: RANKING-PROVEEDORES supero las 9999"
                    " lineas: no se puede regrabar sin perder historia"
                Move 8 to RETURN-CODE
                STOP RUN
            END-IF
            Compute cant-historia = cant-historia + 1
            Move RP-REGISTRO to linea-historia (cant-historia)
        END-IF
        PERFORM 5600-LEER-RANKING
    END-PERFORM
    CLOSE RANKING-PROVEEDORES
    IF mes-previo = SPACES
        GO TO 5500-CARGAR-RANKING-PREVIO-EXIT
    END-IF
    OPEN INPUT RANKING-PROVEEDORES
    PERFORM 5600-LEER-RANKING
    PERFORM UNTIL RP-STATUS = "10" OR cant-previos = 300
        IF RP-MES = mes-previo
            Compute cant-previos = cant-previos + 1
            Move RP-POSICION to ant-posicion (cant-previos)
            Move RP-CODIGO   to ant-codigo (cant-previos)
            Move "N"         to ant-vigente (cant-previos)
        END-IF
        PERFORM 5600-LEER-RANKING
    END-PERFORM
    CLOSE RANKING-PROVEEDORES.
5500-CARGAR-RANKING-PREVIO-EXIT.
    EXIT.

5600-LEER-RANKING.
    READ RANKING-PROVEEDORES
    NOT AT END
        CONTINUE
    END-READ.

6000-IMPRIMIR-PLANILLA.
    OPEN OUTPUT LISTADO-PROVEEDORES
    Move SPACES to linea-impresion
    STRING "EVALUACION DE PROVEEDORES - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        " - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA
    Move SPACES to linea-impresion
    Move dias-plazo to dias-ed
    STRING "PLAZO PROMETIDO " DELIMITED BY SIZE
        dias-ed DELIMITED BY SIZE
        " DIAS - VIDA UTIL MINIMA " DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move dias-vida to dias-ed
    Move dias-ed to linea-impresion (45:3)
    Move " DIAS" to linea-impresion (48:5)
    IF mes-previo <> SPACES
        Move "- MOVIMIENTO CONTRA" to linea-impresion (54:19)
        Move mes-previo to linea-impresion (74:6)
    END-IF
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA
    Move "PTO. PROV NOMBRE               ORD. %A TIEM %CUMPL DEMORA"
        & " ENTR S/OR SOBR U.SOBR %V.CRT PUNTAJE MOVIMIENTO"
        to LV-LINEA
    WRITE LV-LINEA
    Move ALL "-" to LV-LINEA
    WRITE LV-LINEA
    Move 0 to puesto
    PERFORM 6100-IMPRIMIR-PUESTO THRU 6100-IMPRIMIR-PUESTO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > tope-n
    Move ALL "-" to LV-LINEA
    WRITE LV-LINEA
    PERFORM 6500-IMPRIMIR-SALIDO THRU 6500-IMPRIMIR-SALIDO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-previos
    CLOSE LISTADO-PROVEEDORES.

*>El mismo puntaje comparte el mismo puesto: el puesto solo avanza a
*>la posicion corriente cuando el puntaje cambia respecto del anterior.
6100-IMPRIMIR-PUESTO.
    IF i = 1
        Move 1 to puesto
    ELSE
        IF rnk-puntaje (i) <> rnk-puntaje (i - 1)
            Move i to puesto
        END-IF
    END-IF
    Move rnk-proveedor (i) to v
    Move SPACES to linea-impresion
    Move puesto to puesto-ed
    Move puesto-ed to linea-impresion (1:4)
    Move prv-codigo (v) to linea-impresion (6:4)
    IF prv-en-maestro (v) = "S"
        Move prv-nombre (v) to linea-impresion (11:20)
    ELSE
        Move "(fuera del maestro)" to linea-impresion (11:20)
    END-IF
    Move prv-ordenes (v) to cantidad-ed
    Move cantidad-ed to linea-impresion (32:4)
    Move prv-pct-a-tiempo (v) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (38:6)
    Move prv-pct-cumplido (v) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (45:6)
    Move prv-demora-prom (v) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (52:6)
    Move prv-entregas (v) to cantidad-ed
    Move cantidad-ed to linea-impresion (59:4)
    Move prv-sin-orden (v) to cantidad-ed
    Move cantidad-ed to linea-impresion (64:4)
    Move prv-sobre-entregas (v) to cantidad-ed
    Move cantidad-ed to linea-impresion (69:4)
    Move prv-unidades-sobre (v) to unidades-ed
    Move unidades-ed to linea-impresion (74:6)
    Move prv-pct-vida-corta (v) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (81:6)
    Move prv-puntaje (v) to porcentaje-ed
    Move porcentaje-ed to linea-impresion (89:6)
    Move 0 to pos-previo
    PERFORM 6200-BUSCAR-PREVIO THRU 6200-BUSCAR-PREVIO-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > cant-previos
    IF pos-previo = 0
        IF cant-previos > 0
            Compute cant-nuevos = cant-nuevos + 1
            Move "NUEVO" to linea-impresion (96:5)
        END-IF
    ELSE
        Move "S" to ant-vigente (pos-previo)
        Compute lugares-movidos =
            ant-posicion (pos-previo) - puesto
        EVALUATE TRUE
            WHEN lugares-movidos > 0
                Move lugares-movidos to movidos-ed
                Move "SUBE" to linea-impresion (96:4)
                Move movidos-ed to linea-impresion (100:4)
            WHEN lugares-movidos < 0
                Compute lugares-movidos = 0 - lugares-movidos
                Move lugares-movidos to movidos-ed
                Move "BAJA" to linea-impresion (96:4)
                Move movidos-ed to linea-impresion (100:4)
            WHEN OTHER
                Move "=" to linea-impresion (96:1)
        END-EVALUATE
    END-IF
    Move linea-impresion to LV-LINEA
    WRITE LV-LINEA.
6100-IMPRIMIR-PUESTO-EXIT.
    EXIT.

6200-BUSCAR-PREVIO.
    IF ant-codigo (p) = prv-codigo (v)
        Move p to pos-previo
    END-IF.
6200-BUSCAR-PREVIO-EXIT.
    EXIT.

6500-IMPRIMIR-SALIDO.
    IF ant-vigente (p) = "N"
        Compute cant-salidos = cant-salidos + 1
        Move SPACES to linea-impresion
        Move ant-posicion (p) to puesto-ed
        STRING "SALIO DEL RANKING: " DELIMITED BY SIZE
            ant-codigo (p) DELIMITED BY SIZE
            " (ERA PUESTO " DELIMITED BY SIZE
            puesto-ed DELIMITED BY SIZE
            ")" DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
        Move linea-impresion to LV-LINEA
        WRITE LV-LINEA
    END-IF.
6500-IMPRIMIR-SALIDO-EXIT.
    EXIT.

7000-GRABAR-RANKING.
    Move "RANKING-PROVEEDORES" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT RANKING-PROVEEDORES
    PERFORM 7100-GRABAR-ANTERIOR THRU 7100-GRABAR-ANTERIOR-EXIT
        VARYING h FROM 1 BY 1 UNTIL h > cant-historia
    Move 0 to puesto
    PERFORM 7200-GRABAR-PUESTO THRU 7200-GRABAR-PUESTO-EXIT
        VARYING i FROM 1 BY 1 UNTIL i > tope-n
    CLOSE RANKING-PROVEEDORES.

7100-GRABAR-ANTERIOR.
    Move linea-historia (h) to RP-REGISTRO
    WRITE RP-REGISTRO.
7100-GRABAR-ANTERIOR-EXIT.
    EXIT.

7200-GRABAR-PUESTO.
    IF i = 1
        Move 1 to puesto
    ELSE
        IF rnk-puntaje (i) <> rnk-puntaje (i - 1)
            Move i to puesto
        END-IF
    END-IF
    Move rnk-proveedor (i) to v
    INITIALIZE RP-REGISTRO
    Move mes-pedido      to RP-MES
    Move SPACE           to RP-SEP1
    Move puesto          to RP-POSICION
    Move SPACE           to RP-SEP2
    Move prv-codigo (v)  to RP-CODIGO
    Move SPACE           to RP-SEP3
    Move rnk-puntaje (i) to RP-PUNTAJE
    WRITE RP-REGISTRO.
7200-GRABAR-PUESTO-EXIT.
    EXIT.
