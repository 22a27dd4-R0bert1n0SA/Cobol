*>           cliente se avisan y la corrida termina con RETURN-CODE 8,
*>           porque una lista de cobranza incompleta que parece
*>           completa es peor que ninguna.
*>2026-10-15 planes de pago: lo que el cliente todavia debe de su plan
*>           vigente en PLANES-FIADO deja de envejecer por la fecha de
*>           los cargos refinanciados (que se dan por cubiertos, del
*>           mas viejo al mas nuevo) y pasa a envejecer por el
*>           vencimiento de cada cuota adeudada; una cuota que todavia
*>           no vencio cae en el primer tramo. El listado marca EN PLAN
*>           a esos clientes.
*>2026-10-15 el recargo por mora que graba Cierre-Fiado (tipo R) es
*>           un cargo mas, fechado al ultimo dia del mes cerrado, y
*>           envejece como cualquier otro.
*>2026-10-15 el nombre del cliente sale enmascarado por
*>           Enmascarar-Dato (solo las iniciales) salvo que la lista
*>           la corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Antiguedad-Fiado.
        SELECT FIADO-SALDOS ASSIGN TO "FIADO-SALDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FS-STATUS.
        SELECT PLANES-FIADO ASSIGN TO "PLANES-FIADO"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FIADO.
        01 LA-LINEA PIC X(100).
    FD  FIADO-SALDOS.
        COPY "fiado-saldo".
    FD  PLANES-FIADO.
        COPY "plan-fiado".
    WORKING-STORAGE SECTION.
        01 CF-STATUS PIC X(2).
        01 FM-STATUS PIC X(2).
        01 LA-STATUS PIC X(2).
        01 FS-STATUS PIC X(2).
        01 PF-STATUS PIC X(2).
        01 cant-cuotas PIC 9(2).
        01 tabla-cuotas.
            05 cuota-item OCCURS 1 TO 99 TIMES
                DEPENDING ON cant-cuotas.
                10 cuo-venc  PIC X(8).
                10 cuo-resto PIC 9(8)v99.
        01 q PIC 9(2).
        01 cliente-en-plan PIC X(1).
        01 deuda-viva PIC 9(9)v99.
        01 resto-plan PIC 9(9)v99.
        01 cubierto-plan PIC 9(9)v99.
        01 periodo-apertura PIC X(6).
        01 saldo-apertura PIC S9(8)v99.
        01 fecha-hoy PIC X(8).
                    15 deu-tramo PIC 9(8)v99 OCCURS 4 TIMES.
                10 deu-total PIC 9(8)v99.
                10 deu-mas-viejo PIC 9(1).
                10 deu-en-plan PIC X(1).
        01 deudor-aux.
            05 deu-codigo-aux PIC 9(4).
            05 deu-nombre-aux PIC X(30).
                10 deu-tramo-aux PIC 9(8)v99 OCCURS 4 TIMES.
            05 deu-total-aux PIC 9(8)v99.
            05 deu-mas-viejo-aux PIC 9(1).
            05 deu-en-plan-aux PIC X(1).
        01 i PIC 9(3).
        01 j PIC 9(3).
        01 linea-impresion PIC X(100).
        COPY "mascara-args".
        01 importe-ed PIC Z(7)9.99.
        01 tramo-ed OCCURS 4 TIMES PIC Z(7)9.99.
        01 total-general PIC 9(9)v99 value 0.
        STOP RUN
    END-IF
    PERFORM 4000-ORDENAR-DEUDORES
    Move "I" to MSC-FUNCION
    Move "ANTIGUEDAD-FIADO" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    PERFORM 5000-IMPRIMIR-LISTADO
    Display "Clientes con saldo impago: " cant-deudores
    Display "Listado impreso en LISTADO-ANTIGUEDAD"
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-CLIENTE = cliente-actual
        AND FM-FECHA (1:6) >= periodo-apertura
            IF FM-TIPO = "C" OR FM-TIPO = "R"
                IF cant-cargos < 200
                    Compute cant-cargos = cant-cargos + 1
                    Move FM-FECHA   to crg-fecha (cant-cargos)
    PERFORM 2500-ORDENAR-CARGOS
    PERFORM 2700-APLICAR-PAGOS THRU 2700-APLICAR-PAGOS-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    PERFORM 2800-INCORPORAR-PLAN THRU 2800-INCORPORAR-PLAN-EXIT
    PERFORM 3000-CLASIFICAR-DEUDA THRU 3000-CLASIFICAR-DEUDA-EXIT.
2000-ANALIZAR-CLIENTE-EXIT.
    EXIT.
2700-APLICAR-PAGOS-EXIT.
    EXIT.

*>Lo adeudado del plan (nunca mas que la deuda viva) sale de los
*>cargos mas viejos, que son los que se refinanciaron, y vuelve a
*>entrar como un cargo por cuota fechado a su vencimiento.
2800-INCORPORAR-PLAN.
    Move "N" to cliente-en-plan
    Move 0 to deuda-viva
    PERFORM 2850-SUMAR-DEUDA THRU 2850-SUMAR-DEUDA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    IF deuda-viva = 0
        GO TO 2800-INCORPORAR-PLAN-EXIT
    END-IF
    Move 0 to cant-cuotas
    Move 0 to resto-plan
    OPEN INPUT PLANES-FIADO
    IF PF-STATUS <> "00"
        GO TO 2800-INCORPORAR-PLAN-EXIT
    END-IF
    PERFORM 2810-LEER-CUOTA
    PERFORM UNTIL PF-STATUS = "10" OR cant-cuotas = 99
        IF PF-CLIENTE = cliente-actual AND PF-ESTADO = "A"
        AND PF-IMPORTE > PF-PAGADO
            Compute cant-cuotas = cant-cuotas + 1
            Move PF-VENCIMIENTO to cuo-venc (cant-cuotas)
            Compute cuo-resto (cant-cuotas) = PF-IMPORTE - PF-PAGADO
            Compute resto-plan = resto-plan + cuo-resto (cant-cuotas)
        END-IF
        PERFORM 2810-LEER-CUOTA
    END-PERFORM
    CLOSE PLANES-FIADO
    IF cant-cuotas = 0
        GO TO 2800-INCORPORAR-PLAN-EXIT
    END-IF
    Move "S" to cliente-en-plan
    IF resto-plan > deuda-viva
        Move deuda-viva to resto-plan
    END-IF
    Move resto-plan to pagos-cliente
    PERFORM 2700-APLICAR-PAGOS THRU 2700-APLICAR-PAGOS-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cargos
    PERFORM 2820-AGREGAR-CUOTA THRU 2820-AGREGAR-CUOTA-EXIT
        VARYING q FROM 1 BY 1 UNTIL q > cant-cuotas.
2800-INCORPORAR-PLAN-EXIT.
    EXIT.

2810-LEER-CUOTA.
    READ PLANES-FIADO
    NOT AT END
        CONTINUE
    END-READ.

2820-AGREGAR-CUOTA.
    IF resto-plan = 0
        GO TO 2820-AGREGAR-CUOTA-EXIT
    END-IF
    IF cant-cargos = 200
        IF cargos-desbordados = "N"
            Display "ADVERTENCIA: tabla de cargos llena (200) para el"
                " cliente " cliente-actual ": sus tramos quedan"
                " sub-informados"
        END-IF
        Move "S" to cargos-desbordados
        Move "S" to tabla-llena
        GO TO 2820-AGREGAR-CUOTA-EXIT
    END-IF
    IF cuo-resto (q) > resto-plan
        Move resto-plan to cubierto-plan
    ELSE
        Move cuo-resto (q) to cubierto-plan
    END-IF
    Compute resto-plan = resto-plan - cubierto-plan
    Compute cant-cargos = cant-cargos + 1
    Move cuo-venc (q)  to crg-fecha (cant-cargos)
    Move cubierto-plan to crg-resto (cant-cargos).
2820-AGREGAR-CUOTA-EXIT.
    EXIT.

2850-SUMAR-DEUDA.
    Compute deuda-viva = deuda-viva + crg-resto (c).
2850-SUMAR-DEUDA-EXIT.
    EXIT.

3000-CLASIFICAR-DEUDA.
    Compute cant-deudores = cant-deudores + 1
    Move cliente-actual to deu-codigo (cant-deudores)
    Move CF-NOMBRE      to deu-nombre (cant-deudores)
    Move 0 to deu-total (cant-deudores)
    Move 0 to deu-mas-viejo (cant-deudores)
    Move cliente-en-plan to deu-en-plan (cant-deudores)
    Move 0 to deu-tramo (cant-deudores, 1)
    Move 0 to deu-tramo (cant-deudores, 2)
    Move 0 to deu-tramo (cant-deudores, 3)
    Move deu-tramo (i, 3) to tramo-ed (3)
    Move deu-tramo (i, 4) to tramo-ed (4)
    Move deu-total (i) to importe-ed
    Move "N" to MSC-FUNCION
    Move deu-nombre (i) to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING deu-codigo (i) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        MSC-SALIDA (1:20) DELIMITED BY SIZE
        tramo-ed (1) DELIMITED BY SIZE
        tramo-ed (2) DELIMITED BY SIZE
        tramo-ed (3) DELIMITED BY SIZE
        importe-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    IF deu-en-plan (i) = "S"
        Move "EN PLAN" to linea-impresion (85:7)
    END-IF
    Move linea-impresion to LA-LINEA
    WRITE LA-LINEA
    Compute total-general = total-general + deu-total (i).
