*>           nivel queda registrado en ACCESOS-DENEGADOS antes de
*>           rechazarlo.

*>2026-10-15 vales de regalo: los vales vendidos en efectivo en el
*>           dia (libro VALES, clase E con VL-PAGO "E") entran al
*>           cajon; de un ticket pagado con vale (DS-PAGO "V") entra
*>           solo lo que el vale no cubrio y se cobro en efectivo.
*>           Antes el vale en papel se recibia como efectivo.
*>2026-10-15 los gastos pagados del cajon (GASTOS-CAJA, modo X de
*>           Kiosko) se restan del efectivo esperado del operador que
*>           los pago y se listan aparte en el arqueo; su total queda
*>           en CX-GASTOS. Dejan de aparecer como faltante.
*>2026-10-15 varios mostradores: el arqueo es del cajon de un punto de
*>           venta (maestro PUNTOS-VENTA): solo suma los tickets,
*>           vales y gastos de ese punto y graba el punto en
*>           CIERRES-CAJA (CX-PUNTO) y en CIERRES-OPERADOR. Con "TO"
*>           como punto se consulta el total de todos los puntos del
*>           dia con el estado de cierre de cada uno, sin arqueo.
*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cierre-Caja.
ENVIRONMENT DIVISION.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
        SELECT VALES ASSIGN TO "VALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS VL-STATUS.
        SELECT GASTOS-CAJA ASSIGN TO "GASTOS-CAJA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS GC-STATUS.
        SELECT PUNTOS-VENTA ASSIGN TO "PUNTOS-VENTA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PT-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  DAILY-SALES.
            05 CO-CONTADO    PIC 9(8)V9(2).
            05 CO-SEP4       PIC X(1).
            05 CO-DIFERENCIA PIC S9(8)V9(2) SIGN IS TRAILING SEPARATE.
            05 CO-SEP5       PIC X(1).
            05 CO-PUNTO      PIC X(2).
    FD  VALES.
        COPY "vale-mov".
    FD  GASTOS-CAJA.
        COPY "gasto-caja".
    FD  PUNTOS-VENTA.
        COPY "punto-venta".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-negocio PIC X(8).
        01 dia-cerrado   PIC X(1).
        01 esperado     PIC S9(8)V99 value 0.
                10 ven-diferencia PIC S9(8)v99.
        01 v PIC 9(2).
        01 pos-vendedor PIC 9(2).
        01 VL-STATUS PIC X(2).
        01 efectivo-ticket PIC S9(8)v99.
        01 operador-cajon PIC X(4).
        01 cant-vales PIC 9(4) value 0.
        01 efectivo-vales PIC 9(8)v99 value 0.
        01 GC-STATUS PIC X(2).
        01 cant-gastos PIC 9(4) value 0.
        01 total-gastos PIC 9(8)v99 value 0.
        01 PT-STATUS PIC X(2).
        01 PUNTO-ORIGINAL PIC X(2) value "01".
        01 punto-cierre PIC X(2).
        01 nombre-punto PIC X(20).
        01 punto-valido PIC X(1).
        01 consulta-total PIC X(1) value "N".
        01 punto-registro PIC X(2).
        01 punto-incluido PIC X(1).
        01 cant-cierres-punto PIC 9(2) value 0.
        01 contado-cierres PIC 9(8)v99 value 0.
        01 diferencia-cierres PIC S9(8)v99 value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-negocio
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 0500-IDENTIFICAR-PUNTO
    Display "Fecha de negocio a cerrar (AAAAMMDD, espacios = hoy): "
    Accept fecha-negocio
    IF fecha-negocio = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-negocio
    END-IF
    PERFORM 1000-VERIFICAR-YA-CERRADO THRU 1000-VERIFICAR-YA-CERRADO-EXIT
    IF dia-cerrado = "S" AND consulta-total = "N"
        Display "El dia " fecha-negocio " ya esta cerrado en el punto "
            punto-cierre
        STOP RUN
    END-IF
    PERFORM 2000-SUMAR-VENTAS-DEL-DIA THRU 2000-SUMAR-VENTAS-DEL-DIA-EXIT
    PERFORM 2200-SUMAR-VALES-DEL-DIA THRU 2200-SUMAR-VALES-DEL-DIA-EXIT
    PERFORM 2400-RESTAR-GASTOS-DEL-DIA
        THRU 2400-RESTAR-GASTOS-DEL-DIA-EXIT
    Display "Efectivo esperado del " fecha-negocio ": " esperado
        " (" cant-tickets " tickets en efectivo)"
    PERFORM 2700-MOSTRAR-OPERADOR THRU 2700-MOSTRAR-OPERADOR-EXIT
        VARYING v FROM 1 BY 1 UNTIL v > cant-vendedores
    IF consulta-total = "S"
        PERFORM 4000-MOSTRAR-TOTAL-PUNTOS
        STOP RUN
    END-IF
    IF cant-vendedores > 1
        Move 0 to contado
        PERFORM 2800-CONTAR-OPERADOR THRU 2800-CONTAR-OPERADOR-EXIT
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
    End-Perform
    Display "Operador del arqueo: " nombre-operador.

*>El arqueo es del cajon de un punto de venta; "TO" consulta el total
*>del dia de todos los puntos sin contar ni grabar nada.
0500-IDENTIFICAR-PUNTO.
    Move "N" to punto-valido
    Perform Until punto-valido = "S"
        Display "Punto de venta a cerrar (espacios = 01,"
            " TO = consulta del total de todos los puntos): "
        Accept punto-cierre
        IF punto-cierre = SPACES
            Move PUNTO-ORIGINAL to punto-cierre
        END-IF
        IF punto-cierre = "TO" OR punto-cierre = "to"
            Move "S" to consulta-total
            Move "S" to punto-valido
            Move "TODOS LOS PUNTOS" to nombre-punto
        ELSE
            IF punto-cierre (2:1) = SPACE
                Move punto-cierre (1:1) to punto-cierre (2:1)
                Move "0" to punto-cierre (1:1)
            END-IF
            PERFORM 0550-VALIDAR-PUNTO THRU 0550-VALIDAR-PUNTO-EXIT
            IF punto-valido = "N"
                Display "Error: punto de venta inexistente o inactivo"
            END-IF
        END-IF
    End-Perform
    Display "Punto de venta: " punto-cierre " " nombre-punto.

0550-VALIDAR-PUNTO.
    Move "N" to punto-valido
    Move SPACES to nombre-punto
    OPEN INPUT PUNTOS-VENTA
    IF PT-STATUS <> "00"
        IF punto-cierre <> PUNTO-ORIGINAL
            Display "ADVERTENCIA: no se pudo abrir PUNTOS-VENTA, no se"
                " valida el punto de venta"
        END-IF
        Move "S" to punto-valido
        GO TO 0550-VALIDAR-PUNTO-EXIT
    END-IF
    PERFORM 0560-LEER-PUNTO
    PERFORM UNTIL PT-STATUS = "10"
        IF PT-CODIGO = punto-cierre AND PT-ACTIVO = "S"
            Move "S" to punto-valido
            Move PT-NOMBRE to nombre-punto
        END-IF
        PERFORM 0560-LEER-PUNTO
    END-PERFORM
    CLOSE PUNTOS-VENTA.
0550-VALIDAR-PUNTO-EXIT.
    EXIT.

0560-LEER-PUNTO.
    READ PUNTOS-VENTA
    NOT AT END
        CONTINUE
    END-READ.

*>Un registro entra al arqueo si es del punto que se cierra (los
*>grabados antes del punto de venta son del 01) o si se consulta el
*>total.
0600-FILTRAR-PUNTO.
    IF punto-registro = SPACES
        Move PUNTO-ORIGINAL to punto-registro
    END-IF
    IF consulta-total = "S" OR punto-registro = punto-cierre
        Move "S" to punto-incluido
    ELSE
        Move "N" to punto-incluido
    END-IF.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "CIERRE-CAJA" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

1000-VERIFICAR-YA-CERRADO.
    Move "N" to dia-cerrado
    OPEN INPUT CIERRES-CAJA
    END-IF
    PERFORM 1100-LEER-CIERRE
    PERFORM UNTIL CX-STATUS = "10"
        Move CX-PUNTO to punto-registro
        PERFORM 0600-FILTRAR-PUNTO
        IF CX-FECHA = fecha-negocio AND punto-incluido = "S"
            Move "S" to dia-cerrado
            Compute cant-cierres-punto = cant-cierres-punto + 1
            Compute contado-cierres = contado-cierres + CX-CONTADO
            Compute diferencia-cierres =
                diferencia-cierres + CX-DIFERENCIA
            IF consulta-total = "S"
                Display "  Punto " punto-registro " cerrado: contado "
                    CX-CONTADO " diferencia " CX-DIFERENCIA
            END-IF
        END-IF
        PERFORM 1100-LEER-CIERRE
    END-PERFORM
    END-READ.

*>Solo las ventas en efectivo (DS-PAGO = E) entran al cajon: las
*>ventas a cuenta se cobran por la cobranza de fiado. De un ticket
*>pagado con vale (DS-PAGO = V) entra el resto cobrado en efectivo.
2000-SUMAR-VENTAS-DEL-DIA.
    OPEN INPUT DAILY-SALES
    IF DS-STATUS <> "00"
    END-IF
    PERFORM 2100-LEER-VENTA
    PERFORM UNTIL DS-STATUS = "10"
        Move DS-PUNTO to punto-registro
        PERFORM 0600-FILTRAR-PUNTO
        IF DS-FECHA = fecha-negocio AND punto-incluido = "S"
        AND (DS-PAGO = "E" OR DS-PAGO = "V")
            IF DS-PAGO = "V"
                Compute efectivo-ticket = DS-PRECIO - DS-VALE-IMPORTE
            ELSE
                Move DS-PRECIO to efectivo-ticket
            END-IF
            IF DS-CLASE = "A"
                Compute efectivo-ticket = 0 - efectivo-ticket
                Compute cant-anulados = cant-anulados + 1
            ELSE
                Compute cant-tickets = cant-tickets + 1
            END-IF
            Compute esperado = esperado + efectivo-ticket
            Move DS-OPERADOR to operador-cajon
            PERFORM 2500-ACUMULAR-OPERADOR THRU 2500-ACUMULAR-OPERADOR-EXIT
        END-IF
        PERFORM 2100-LEER-VENTA
        CONTINUE
    END-READ.

2200-SUMAR-VALES-DEL-DIA.
    OPEN INPUT VALES
    IF VL-STATUS <> "00"
        GO TO 2200-SUMAR-VALES-DEL-DIA-EXIT
    END-IF
    PERFORM 2300-LEER-VALE
    PERFORM UNTIL VL-STATUS = "10"
        Move VL-PUNTO to punto-registro
        PERFORM 0600-FILTRAR-PUNTO
        IF VL-FECHA = fecha-negocio AND VL-CLASE = "E"
        AND VL-PAGO = "E" AND punto-incluido = "S"
            Move VL-IMPORTE to efectivo-ticket
            Compute esperado = esperado + efectivo-ticket
            Compute efectivo-vales = efectivo-vales + VL-IMPORTE
            Compute cant-vales = cant-vales + 1
            Move VL-OPERADOR to operador-cajon
            PERFORM 2500-ACUMULAR-OPERADOR THRU 2500-ACUMULAR-OPERADOR-EXIT
        END-IF
        PERFORM 2300-LEER-VALE
    END-PERFORM
    CLOSE VALES
    IF cant-vales > 0
        Display "Vales de regalo vendidos en efectivo: " cant-vales
            " por " efectivo-vales
    END-IF.
2200-SUMAR-VALES-DEL-DIA-EXIT.
    EXIT.

2300-LEER-VALE.
    READ VALES
    NOT AT END
        CONTINUE
    END-READ.

*>Los gastos pagados del cajon salen del esperado del operador que
*>los registro y se listan uno por uno antes del conteo.
2400-RESTAR-GASTOS-DEL-DIA.
    OPEN INPUT GASTOS-CAJA
    IF GC-STATUS <> "00"
        GO TO 2400-RESTAR-GASTOS-DEL-DIA-EXIT
    END-IF
    PERFORM 2450-LEER-GASTO
    PERFORM UNTIL GC-STATUS = "10"
        Move GC-PUNTO to punto-registro
        PERFORM 0600-FILTRAR-PUNTO
        IF GC-FECHA = fecha-negocio AND punto-incluido = "S"
            IF cant-gastos = 0
                Display "--- Gastos pagados del cajon ---"
            END-IF
            Compute cant-gastos = cant-gastos + 1
            Compute total-gastos = total-gastos + GC-IMPORTE
            Compute efectivo-ticket = 0 - GC-IMPORTE
            Compute esperado = esperado + efectivo-ticket
            Move GC-OPERADOR to operador-cajon
            PERFORM 2500-ACUMULAR-OPERADOR THRU 2500-ACUMULAR-OPERADOR-EXIT
            Display "  " GC-HORA " " GC-CATEGORIA " " GC-DESCRIP
                " " GC-IMPORTE " (operador " GC-OPERADOR ")"
        END-IF
        PERFORM 2450-LEER-GASTO
    END-PERFORM
    CLOSE GASTOS-CAJA
    IF cant-gastos > 0
        Display "Gastos de caja del dia: " cant-gastos
            " por " total-gastos " (restados del esperado)"
    END-IF.
2400-RESTAR-GASTOS-DEL-DIA-EXIT.
    EXIT.

2450-LEER-GASTO.
    READ GASTOS-CAJA
    NOT AT END
        CONTINUE
    END-READ.

*>Los tickets viejos sin DS-OPERADOR (espacios) se juntan bajo un
*>operador en blanco, para que el total por operador siga cerrando
*>contra el total del dia.
        END-IF
        Compute cant-vendedores = cant-vendedores + 1
        Move cant-vendedores to pos-vendedor
        Move operador-cajon to ven-operador (pos-vendedor)
        Move 0 to ven-esperado (pos-vendedor)
        Move 0 to ven-contado (pos-vendedor)
        Move 0 to ven-diferencia (pos-vendedor)
    END-IF
    Compute ven-esperado (pos-vendedor) =
        ven-esperado (pos-vendedor) + efectivo-ticket.
2500-ACUMULAR-OPERADOR-EXIT.
    EXIT.

2550-COMPARAR-OPERADOR.
    IF ven-operador (v) = operador-cajon
        Move v to pos-vendedor
    END-IF.
2550-COMPARAR-OPERADOR-EXIT.
    Move ven-contado (v)    to CO-CONTADO
    Move SPACE              to CO-SEP4
    Move ven-diferencia (v) to CO-DIFERENCIA
    Move SPACE              to CO-SEP5
    Move punto-cierre       to CO-PUNTO
    WRITE CO-REGISTRO.
3600-GRABAR-CIERRE-OPERADOR-EXIT.
    EXIT.
    Move diferencia      to CX-DIFERENCIA
    Move SPACE           to CX-SEP4
    Move codigo-operador to CX-OPERADOR
    Move SPACE           to CX-SEP5
    Move total-gastos    to CX-GASTOS
    Move SPACE           to CX-SEP6
    Move punto-cierre    to CX-PUNTO
    WRITE CX-REGISTRO
    CLOSE CIERRES-CAJA.

*>Consulta del total: el esperado de todos los puntos y lo que ya
*>arquearon los que cerraron; la diferencia del total es la suma de
*>las de cada cajon.
4000-MOSTRAR-TOTAL-PUNTOS.
    Display "Puntos de venta con la caja cerrada el " fecha-negocio
        ": " cant-cierres-punto
    IF cant-cierres-punto > 0
        Display "Efectivo contado en los cierres: " contado-cierres
        Display "Diferencia acumulada de los cierres: "
            diferencia-cierres
    END-IF
    Display "Consulta del total: no se graba arqueo".

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
