*>           corregida en el acto. El archivo solo se agrega y los
*>           reportes saltean las reversas y sus originales.

*>2026-10-15 compra y venta: antes de liquidar se pide el lado de la
*>           operacion (C = la mesa le compra la divisa al cliente, V
*>           = se la vende) y se aplica la punta correspondiente de
*>           TASA-CAMBIO (TC-COMPRA o TC-VENTA). En la compra la
*>           comision se descuenta de los pesos que se le pagan al
*>           cliente; en la venta se suma, como siempre. El lado y la
*>           tasa de referencia del dia (TC-VALOR) quedan en TX-LADO y
*>           TX-VALOR-REF para que los reportes separen lo comprado de
*>           lo vendido y el spread de la comision.

*>2026-10-15 control de limite antes de liquidar: se suman los pesos
*>           ya liquidados hoy en la moneda (sin las operaciones
*>           revertidas) y una operacion que haria pasar el limite
*>           diario de LIMITES-MONEDA se rechaza, salvo que un
*>           supervisor (nivel 2, otro que el operador de la sesion)
*>           la autorice en el acto; el exceso autorizado queda en
*>           LIMITES-EXCEDIDOS. En modo batch el monto rechazado va a
*>           MONTOS-RECHAZADOS y la corrida sigue con el resto del
*>           lote. Posicion-Diaria avisaba el exceso al dia siguiente,
*>           con la plata ya entregada.

*>2026-10-15 debida diligencia: 0250-VALIDAR-CLIENTE rechaza al
*>           cliente con el documento vencido (FXC-VENCE-DOC anterior
*>           a hoy o sin cargar) o sin calificacion de riesgo, con el
*>           motivo en pantalla; la liquidacion de mostrador sin
*>           cliente (codigo 0) sigue como siempre.

*>2026-10-15 lista restringida: antes de la debida diligencia el
*>           cliente se compara por documento y por nombre
*>           normalizados (Normalizar-Nombre) contra
*>           LISTA-RESTRINGIDA; si coincide no se liquida, en pantalla
*>           solo sale "operacion no habilitada" y el intento queda en
*>           INTENTOS-RESTRINGIDOS para cumplimiento.

*>2026-10-15 recibo numerado: cada liquidacion y cada reversa, de
*>           mostrador o del lote MONTOS, sale impresa en RECIBOS-FX
*>           para el cliente (cliente, moneda, monto, tasa y su fecha,
*>           tramo y porcentaje de comision, total en pesos) con el
*>           numero siguiente del numerador RECIBOS-CONTROL, que queda
*>           en TX-RECIBO; Reimprimir-Recibo-FX saca la copia.

*>2026-10-15 el inicio de sesion pide ademas el PIN del operador
*>           (Autenticar-Operador, OPERADORES-PIN): tres intentos
*>           fallidos seguidos lo bloquean hasta que un supervisor
*>           lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Variables.
ENVIRONMENT DIVISION.
        SELECT REVERSAS-FX ASSIGN TO "REVERSAS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RV-STATUS.
        SELECT LIMITES-MONEDA ASSIGN TO "LIMITES-MONEDA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LM-STATUS.
        SELECT LIMITES-EXCEDIDOS ASSIGN TO "LIMITES-EXCEDIDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LE-STATUS.
        SELECT MONTOS-RECHAZADOS ASSIGN TO "MONTOS-RECHAZADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MR-STATUS.
        SELECT LISTA-RESTRINGIDA ASSIGN TO "LISTA-RESTRINGIDA"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LRS-STATUS.
        SELECT INTENTOS-RESTRINGIDOS ASSIGN TO "INTENTOS-RESTRINGIDOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS IR-STATUS.
        SELECT RECIBOS-CONTROL ASSIGN TO "RECIBOS-CONTROL"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RN-STATUS.
        SELECT RECIBOS-FX ASSIGN TO "RECIBOS-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RF-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  TASA-CAMBIO.
            05 RV-OPERADOR PIC X(4).
            05 RV-SEP4     PIC X(1).
            05 RV-MOTIVO   PIC X(30).
    FD  LIMITES-MONEDA.
        01 LM-REGISTRO.
            05 LM-MONEDA PIC X(3).
            05 LM-SEP    PIC X(1).
            05 LM-LIMITE PIC 9(14)V9(2).
    FD  LIMITES-EXCEDIDOS.
        01 LE-REGISTRO.
            05 LE-FECHA     PIC X(8).
            05 LE-SEP1      PIC X(1).
            05 LE-HORA      PIC X(6).
            05 LE-SEP2      PIC X(1).
            05 LE-MONEDA    PIC X(3).
            05 LE-SEP3      PIC X(1).
            05 LE-LADO      PIC X(1).
            05 LE-SEP4      PIC X(1).
            05 LE-CLIENTE   PIC 9(4).
            05 LE-SEP5      PIC X(1).
            05 LE-TOTAL     PIC 9(20)V9(2).
            05 LE-SEP6      PIC X(1).
            05 LE-ACUMULADO PIC 9(20)V9(2).
            05 LE-SEP7      PIC X(1).
            05 LE-LIMITE    PIC 9(14)V9(2).
            05 LE-SEP8      PIC X(1).
            05 LE-OPERADOR  PIC X(4).
            05 LE-SEP9      PIC X(1).
            05 LE-AUTORIZO  PIC X(4).
    FD  MONTOS-RECHAZADOS.
        01 MR-REGISTRO.
            05 MR-FECHA  PIC X(8).
            05 MR-SEP1   PIC X(1).
            05 MR-HORA   PIC X(6).
            05 MR-SEP2   PIC X(1).
            05 MR-MONEDA PIC X(3).
            05 MR-SEP3   PIC X(1).
            05 MR-LADO   PIC X(1).
            05 MR-SEP4   PIC X(1).
            05 MR-MONTO  PIC 9(6)V9(2).
            05 MR-SEP5   PIC X(1).
            05 MR-TOTAL  PIC 9(20)V9(2).
            05 MR-SEP6   PIC X(1).
            05 MR-MOTIVO PIC X(30).
    FD  LISTA-RESTRINGIDA.
        COPY "lista-restringida".
    FD  INTENTOS-RESTRINGIDOS.
        01 IR-REGISTRO.
            05 IR-FECHA       PIC X(8).
            05 IR-SEP1        PIC X(1).
            05 IR-HORA        PIC X(6).
            05 IR-SEP2        PIC X(1).
            05 IR-OPERADOR    PIC X(4).
            05 IR-SEP3        PIC X(1).
            05 IR-CLIENTE     PIC 9(4).
            05 IR-SEP4        PIC X(1).
            05 IR-DOCUMENTO   PIC X(11).
            05 IR-SEP5        PIC X(1).
            05 IR-NOMBRE      PIC X(30).
            05 IR-SEP6        PIC X(1).
            05 IR-COINCIDENCIA PIC X(1).
            05 IR-SEP7        PIC X(1).
            05 IR-REFERENCIA  PIC X(12).
    FD  RECIBOS-CONTROL.
        01 RN-REGISTRO.
            05 RN-ULTIMO-RECIBO PIC 9(8).
    FD  RECIBOS-FX.
        01 RF-LINEA PIC X(60).
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        COPY "division-args".
        COPY "error-args".
        COPY "nombre-args".
        01 AL-STATUS   PIC X(2).
        01 cant-transacciones PIC 9(5) value 0.
        01 Total       PIC 9(20)V9(2).
        01 Monto       PIC 9(6)V9(2).
        01 Valor_cambio PIC 9(5)V9(2).
        01 moneda      PIC X(3) value "USD".
        01 lado        PIC X(1) value "V".
        01 valor-referencia PIC 9(5)V9(2).
        01 Porcentaje  PIC 9(2)V9(2).
        01 TOPE-COMISION PIC 9(2) value 15.
        01 adicional   PIC 9(20)V9(4).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 FXC-STATUS PIC X(2).
        01 codigo-cliente PIC 9(4).
        01 nombre-cliente PIC X(30).
        01 cliente-valido PIC X(1).
        01 motivo-cliente PIC X(30).
        01 RV-STATUS PIC X(2).
        01 clase-tx PIC X(1) value SPACE.
        01 ref-tx PIC X(14) value SPACES.
        01 ya-revertida PIC X(1).
        01 motivo-reversa PIC X(30).
        01 cargar-correccion PIC X(1).
        01 LM-STATUS PIC X(2).
        01 LE-STATUS PIC X(2).
        01 MR-STATUS PIC X(2).
        01 moneda-acumulada PIC X(3) value SPACES.
        01 con-limite PIC X(1) value "N".
        01 limite-moneda PIC 9(14)V9(2) value 0.
        01 acumulado-dia PIC S9(20)V9(2) value 0.
        01 acumulado-proyectado PIC S9(20)V9(2).
        01 operacion-permitida PIC X(1).
        01 codigo-supervisor PIC X(4).
        01 supervisor-valido PIC X(1).
        01 nivel-supervisor PIC 9(1).
        01 cant-rechazadas PIC 9(6) value 0.
        01 motivo-rechazo PIC X(30).
        01 LRS-STATUS PIC X(2).
        01 IR-STATUS PIC X(2).
        01 documento-normalizado PIC X(15).
        01 nombre-normalizado PIC X(40).
        01 cliente-restringido PIC X(1).
        01 tipo-coincidencia PIC X(1).
        01 referencia-lista PIC X(12).
        01 RN-STATUS PIC X(2).
        01 RF-STATUS PIC X(2).
        01 numero-recibo PIC 9(8).
        01 linea-recibo PIC X(60).
        01 monto-recibo-ed PIC Z(5)9.99.
        01 valor-recibo-ed PIC Z(4)9.99.
        01 pct-recibo-ed PIC Z9.99.
        01 total-recibo-ed PIC Z(19)9.99.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8)  to fecha-hoy
        GOBACK
    END-IF
    PERFORM 0200-IDENTIFICAR-CLIENTE
    PERFORM 0300-PEDIR-LADO
    Display "Ingrese codigo de moneda (USD/EUR/BRL/...): "
    Accept moneda
    PERFORM 1000-BUSCAR-TASA-HOY THRU 1000-BUSCAR-TASA-HOY-EXIT
    IF encontro-tasa = "N"
        Display Mensaje3
        accept  Valor_cambio
        Move Valor_cambio to valor-referencia
        Move fecha-hoy to fecha-tasa-usada
    END-IF
    IF modo = "B" or modo = "b"
        PERFORM 1700-PEDIR-COMISION
    END-IF
    PERFORM 2000-CONVERTIR
    PERFORM 5000-CONTROLAR-LIMITE THRU 5000-CONTROLAR-LIMITE-EXIT
    IF operacion-permitida = "N"
        Display "Operacion rechazada: supera el limite diario de "
            moneda
        Move 4 to RETURN-CODE
    ELSE
        PERFORM 2600-INFORMAR-TOTAL
    END-IF.

2600-INFORMAR-TOTAL.
    IF lado = "C"
        Display "Pesos a pagar al cliente: "Total
    ELSE
        Display "Su total en pesos es : "Total
    END-IF
    PERFORM 4000-GRABAR-TRANSACCION.

*>Consulta del calendario comercial: para la fecha pedida devuelve si
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.
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
        Move "VARIABLES" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

*>El cliente se valida contra el maestro CLIENTES-FX como el operador
*>contra OPERADORES. Codigo 0 = liquidacion de mostrador sin cliente
*>asignado; en modo batch todo el lote se liquida para este cliente.
        ELSE
            PERFORM 0250-VALIDAR-CLIENTE THRU 0250-VALIDAR-CLIENTE-EXIT
            IF cliente-valido = "N"
                IF motivo-cliente = SPACES
                    Display "Error: cliente inexistente o inactivo"
                ELSE
                    Display "Error: no se opera con el cliente "
                        codigo-cliente ": " motivo-cliente
                END-IF
            END-IF
        END-IF
    End-Perform

0250-VALIDAR-CLIENTE.
    Move "N" to cliente-valido
    Move SPACES to motivo-cliente
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CLIENTES-FX,"
    PERFORM 0260-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-CODIGO = codigo-cliente AND FXC-ACTIVO = "S"
            Move FXC-NOMBRE to nombre-cliente
            PERFORM 0280-CONTROLAR-LISTA THRU 0280-CONTROLAR-LISTA-EXIT
            IF cliente-restringido = "S"
                Move "operacion no habilitada" to motivo-cliente
            ELSE
                PERFORM 0270-CONTROLAR-DILIGENCIA
            END-IF
        END-IF
        PERFORM 0260-LEER-CLIENTE
    END-PERFORM
        CONTINUE
    END-READ.

*>Cumplimiento no deja operar con documento vencido ni con un cliente
*>que nadie califico; un vencimiento sin cargar cuenta como vencido.
0270-CONTROLAR-DILIGENCIA.
    EVALUATE TRUE
        WHEN FXC-RIESGO <> "B" AND FXC-RIESGO <> "M"
        AND FXC-RIESGO <> "A"
            Move "sin calificacion de riesgo" to motivo-cliente
        WHEN FXC-VENCE-DOC IS NOT NUMERIC
            Move "sin vencimiento de documento" to motivo-cliente
        WHEN FXC-VENCE-DOC < fecha-hoy
            Move "documento vencido" to motivo-cliente
        WHEN OTHER
            Move "S" to cliente-valido
            Move SPACES to motivo-cliente
    END-EVALUATE.

*>Documento y nombre del cliente se normalizan igual que en la carga
*>de la lista (D = documento, N = nombre) y se comparan por igualdad.
*>Al operador no se le dice que el cliente esta en la lista; el
*>intento queda grabado para cumplimiento. Sin lista no se bloquea.
0280-CONTROLAR-LISTA.
    Move "N" to cliente-restringido
    Move FXC-DOCUMENTO to NOM-ENTRADA
    Move "D" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to documento-normalizado
    Move FXC-NOMBRE to NOM-ENTRADA
    Move "N" to NOM-MODO
    CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
    Move NOM-NORMALIZADO to nombre-normalizado
    OPEN INPUT LISTA-RESTRINGIDA
    IF LRS-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir LISTA-RESTRINGIDA,"
            " no se controla la lista"
        GO TO 0280-CONTROLAR-LISTA-EXIT
    END-IF
    PERFORM 0285-LEER-LISTA
    PERFORM UNTIL LRS-STATUS = "10" OR cliente-restringido = "S"
        IF documento-normalizado <> SPACES
        AND documento-normalizado = LRS-DOCUMENTO
            Move "S" to cliente-restringido
            Move "D" to tipo-coincidencia
            Move LRS-REFERENCIA to referencia-lista
        END-IF
        IF cliente-restringido = "N" AND nombre-normalizado <> SPACES
        AND nombre-normalizado = LRS-NOMBRE
            Move "S" to cliente-restringido
            Move "N" to tipo-coincidencia
            Move LRS-REFERENCIA to referencia-lista
        END-IF
        PERFORM 0285-LEER-LISTA
    END-PERFORM
    CLOSE LISTA-RESTRINGIDA
    IF cliente-restringido = "S"
        PERFORM 0290-GRABAR-INTENTO
    END-IF.
0280-CONTROLAR-LISTA-EXIT.
    EXIT.

0285-LEER-LISTA.
    READ LISTA-RESTRINGIDA
    NOT AT END
        CONTINUE
    END-READ.

0290-GRABAR-INTENTO.
    OPEN EXTEND INTENTOS-RESTRINGIDOS
    IF IR-STATUS = "35"
        OPEN OUTPUT INTENTOS-RESTRINGIDOS
    END-IF
    INITIALIZE IR-REGISTRO
    Move fecha-hoy        to IR-FECHA
    Move SPACE            to IR-SEP1
    Move hora-ahora       to IR-HORA
    Move SPACE            to IR-SEP2
    Move codigo-operador  to IR-OPERADOR
    Move SPACE            to IR-SEP3
    Move codigo-cliente   to IR-CLIENTE
    Move SPACE            to IR-SEP4
    Move FXC-DOCUMENTO    to IR-DOCUMENTO
    Move SPACE            to IR-SEP5
    Move FXC-NOMBRE       to IR-NOMBRE
    Move SPACE            to IR-SEP6
    Move tipo-coincidencia to IR-COINCIDENCIA
    Move SPACE            to IR-SEP7
    Move referencia-lista to IR-REFERENCIA
    WRITE IR-REGISTRO
    CLOSE INTENTOS-RESTRINGIDOS.

*>El lado se mira desde la mesa: C = la mesa compra la divisa que trae
*>el cliente, V = la mesa le vende divisa. En modo batch todo el lote
*>va del mismo lado.
0300-PEDIR-LADO.
    Move SPACE to lado
    Perform Until lado = "C" or lado = "V"
        Display "Operacion (C = compra de divisa al cliente,"
            " V = venta de divisa al cliente): "
        Accept lado
        EVALUATE lado
            WHEN "c" Move "C" to lado
            WHEN "v" Move "V" to lado
            WHEN OTHER CONTINUE
        END-EVALUATE
    End-Perform.

*>Gana la tasa de la moneda con la fecha mas reciente que no supere
*>el dia de hoy; si esa fecha no es hoy se informa el fallback, y si
*>es mas vieja que MAX-DIAS-TASA dias la liquidacion se niega. Se
*>aplica la punta del lado pedido; una linea sin puntas aplica la
*>referencia.
1000-BUSCAR-TASA-HOY.
    Move SPACES to fecha-tasa-usada
    OPEN INPUT TASA-CAMBIO
        IF TC-MONEDA = moneda
        AND TC-FECHA <= fecha-hoy
        AND TC-FECHA >= fecha-tasa-usada
            Move TC-VALOR to valor-referencia
            Move TC-VALOR to Valor_cambio
            IF lado = "C"
                IF TC-COMPRA IS NUMERIC AND TC-COMPRA > 0
                    Move TC-COMPRA to Valor_cambio
                END-IF
            ELSE
                IF TC-VENTA IS NUMERIC AND TC-VENTA > 0
                    Move TC-VENTA to Valor_cambio
                END-IF
            END-IF
            Move TC-FECHA to fecha-tasa-usada
            Move "S" to encontro-tasa
        END-IF
    Move "R" to DIV-MODO
    CALL "Division-Redondeo" USING DIV-ARGUMENTOS
    Move DIV-RESULTADO to adicional
    IF lado = "C"
        subtract adicional from Total
    ELSE
        add Total to adicional giving Total
    END-IF.

3000-MODO-BATCH.
    OPEN INPUT MONTOS
                        " sin tramo, comision por defecto"
                END-IF
                PERFORM 2000-CONVERTIR
                PERFORM 5000-CONTROLAR-LIMITE
                    THRU 5000-CONTROLAR-LIMITE-EXIT
                IF operacion-permitida = "N"
                    Move "supera limite diario" to motivo-rechazo
                    PERFORM 3600-GRABAR-RECHAZO
                ELSE
                    Display "Monto "monto " (tramo " tramo-aplicado
                        " al " Porcentaje "%) -> Total "Total
                    PERFORM 4000-GRABAR-TRANSACCION
                    Compute total-general = total-general + Total
                END-IF
        END-EVALUATE
        PERFORM 3100-LEER-MONTO
    END-PERFORM
    CLOSE MONTOS
    PERFORM 3500-VERIFICAR-CIERRE
    IF cant-rechazadas > 0
        Display "Montos rechazados (ver MONTOS-RECHAZADOS): "
            cant-rechazadas
        IF RETURN-CODE < 4
            Move 4 to RETURN-CODE
        END-IF
    END-IF
    Display "Total general de la liquidacion: "total-general.
3000-MODO-BATCH-EXIT.
    EXIT.
        END-IF
    END-IF.

*>El monto rechazado no corta el lote: queda en MONTOS-RECHAZADOS con
*>el motivo para liquidarlo aparte. Cuenta igual en el cierre del
*>lote, porque fue leido.
3600-GRABAR-RECHAZO.
    Compute cant-rechazadas = cant-rechazadas + 1
    Display "Monto "monto " -> Total "Total " RECHAZADO: "
        motivo-rechazo
    OPEN EXTEND MONTOS-RECHAZADOS
    IF MR-STATUS = "35"
        OPEN OUTPUT MONTOS-RECHAZADOS
    END-IF
    INITIALIZE MR-REGISTRO
    Move fecha-hoy      to MR-FECHA
    Move SPACE          to MR-SEP1
    Move hora-ahora     to MR-HORA
    Move SPACE          to MR-SEP2
    Move moneda         to MR-MONEDA
    Move SPACE          to MR-SEP3
    Move lado           to MR-LADO
    Move SPACE          to MR-SEP4
    Move monto          to MR-MONTO
    Move SPACE          to MR-SEP5
    Move Total          to MR-TOTAL
    Move SPACE          to MR-SEP6
    Move motivo-rechazo to MR-MOTIVO
    WRITE MR-REGISTRO
    CLOSE MONTOS-RECHAZADOS.

4000-GRABAR-TRANSACCION.
    Compute cant-transacciones = cant-transacciones + 1
    OPEN EXTEND FX-TRANSACCIONES
    IF TX-STATUS = "35"
        OPEN OUTPUT FX-TRANSACCIONES
    END-IF
    PERFORM 4100-TOMAR-RECIBO THRU 4100-TOMAR-RECIBO-EXIT
    INITIALIZE TX-REGISTRO
    Move fecha-hoy   to TX-FECHA
    Move SPACE       to TX-SEP1
    Move clase-tx    to TX-CLASE
    Move SPACE       to TX-SEP11
    Move ref-tx      to TX-REF
    Move SPACE       to TX-SEP12
    Move lado        to TX-LADO
    Move SPACE       to TX-SEP13
    Move valor-referencia to TX-VALOR-REF
    Move SPACE       to TX-SEP14
    Move numero-recibo to TX-RECIBO
    WRITE TX-REGISTRO
    CLOSE FX-TRANSACCIONES
    PERFORM 4150-GRABAR-NUMERADOR
    PERFORM 4200-IMPRIMIR-RECIBO
    IF moneda = moneda-acumulada
        IF clase-tx = "R"
            IF ref-tx (1:8) = fecha-hoy
                Compute acumulado-dia = acumulado-dia - Total
            END-IF
        ELSE
            Compute acumulado-dia = acumulado-dia + Total
        END-IF
    END-IF.

4100-TOMAR-RECIBO.
    OPEN INPUT RECIBOS-CONTROL
    IF RN-STATUS <> "00"
        Move 0 to numero-recibo
    ELSE
        READ RECIBOS-CONTROL
        Move RN-ULTIMO-RECIBO to numero-recibo
        CLOSE RECIBOS-CONTROL
    END-IF
    Compute numero-recibo = numero-recibo + 1.
4100-TOMAR-RECIBO-EXIT.
    EXIT.

4150-GRABAR-NUMERADOR.
    OPEN OUTPUT RECIBOS-CONTROL
    Move numero-recibo to RN-ULTIMO-RECIBO
    WRITE RN-REGISTRO
    CLOSE RECIBOS-CONTROL.

*>El recibo lleva los mismos datos que quedaron grabados en la
*>transaccion, para que Reimprimir-Recibo-FX lo reproduzca igual desde
*>FX-TRANSACCIONES.
4200-IMPRIMIR-RECIBO.
    OPEN EXTEND RECIBOS-FX
    IF RF-STATUS = "35"
        OPEN OUTPUT RECIBOS-FX
    END-IF
    Move ALL "=" to RF-LINEA
    WRITE RF-LINEA
    IF clase-tx = "R"
        Move "CASA DE CAMBIO - RECIBO DE REVERSA" to RF-LINEA
    ELSE
        Move "CASA DE CAMBIO - RECIBO DE LIQUIDACION" to RF-LINEA
    END-IF
    WRITE RF-LINEA
    Move SPACES to linea-recibo
    STRING "RECIBO NRO. " DELIMITED BY SIZE
        numero-recibo DELIMITED BY SIZE
        "  FECHA " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        " HORA " DELIMITED BY SIZE
        hora-ahora DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move ALL "-" to RF-LINEA
    WRITE RF-LINEA
    Move SPACES to linea-recibo
    STRING "CLIENTE " DELIMITED BY SIZE
        codigo-cliente DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        nombre-cliente DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    IF lado = "C"
        Move "OPERACION: COMPRA DE DIVISA AL CLIENTE" to RF-LINEA
    ELSE
        Move "OPERACION: VENTA DE DIVISA AL CLIENTE" to RF-LINEA
    END-IF
    WRITE RF-LINEA
    Move monto to monto-recibo-ed
    Move SPACES to linea-recibo
    STRING "MONEDA " DELIMITED BY SIZE
        moneda DELIMITED BY SIZE
        "   MONTO " DELIMITED BY SIZE
        monto-recibo-ed DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move Valor_cambio to valor-recibo-ed
    Move SPACES to linea-recibo
    STRING "TIPO DE CAMBIO " DELIMITED BY SIZE
        valor-recibo-ed DELIMITED BY SIZE
        "   TASA DEL " DELIMITED BY SIZE
        fecha-tasa-usada DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move Porcentaje to pct-recibo-ed
    Move SPACES to linea-recibo
    STRING "COMISION: TRAMO " DELIMITED BY SIZE
        tramo-aplicado DELIMITED BY SIZE
        " AL " DELIMITED BY SIZE
        pct-recibo-ed DELIMITED BY SIZE
        "%" DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    Move Total to total-recibo-ed
    Move SPACES to linea-recibo
    STRING "TOTAL EN PESOS " DELIMITED BY SIZE
        total-recibo-ed DELIMITED BY SIZE
        INTO linea-recibo
    END-STRING
    Move linea-recibo to RF-LINEA
    WRITE RF-LINEA
    IF clase-tx = "R"
        Move SPACES to linea-recibo
        STRING "REVIERTE LA OPERACION DEL " DELIMITED BY SIZE
            ref-tx (1:8) DELIMITED BY SIZE
            " HORA " DELIMITED BY SIZE
            ref-tx (9:6) DELIMITED BY SIZE
            INTO linea-recibo
        END-STRING
        Move linea-recibo to RF-LINEA
        WRITE RF-LINEA
    END-IF
    Move ALL "=" to RF-LINEA
    WRITE RF-LINEA
    CLOSE RECIBOS-FX
    Display "Recibo nro. " numero-recibo " impreso en RECIBOS-FX".

*>Control de limite antes de grabar: los pesos ya liquidados hoy en
*>la moneda mas los de esta operacion no pueden pasar el limite
*>diario de LIMITES-MONEDA (la misma cuenta que hace Posicion-Diaria,
*>pero antes de que la plata salga). Una moneda sin limite cargado no
*>se controla. El exceso solo pasa con autorizacion de supervisor.
5000-CONTROLAR-LIMITE.
    Move "S" to operacion-permitida
    IF moneda <> moneda-acumulada
        PERFORM 5100-CARGAR-LIMITE THRU 5100-CARGAR-LIMITE-EXIT
        PERFORM 5200-ACUMULAR-DIA THRU 5200-ACUMULAR-DIA-EXIT
        Move moneda to moneda-acumulada
    END-IF
    IF con-limite = "N"
        GO TO 5000-CONTROLAR-LIMITE-EXIT
    END-IF
    Compute acumulado-proyectado = acumulado-dia + Total
    IF acumulado-proyectado <= limite-moneda
        GO TO 5000-CONTROLAR-LIMITE-EXIT
    END-IF
    Display "LIMITE DIARIO EXCEDIDO: liquidado hoy " acumulado-dia
        " + operacion " Total " supera el limite de " moneda
        " " limite-moneda
    PERFORM 5500-AUTORIZAR-SUPERVISOR
        THRU 5500-AUTORIZAR-SUPERVISOR-EXIT
    IF codigo-supervisor = SPACES
        Move "N" to operacion-permitida
        GO TO 5000-CONTROLAR-LIMITE-EXIT
    END-IF
    PERFORM 5700-GRABAR-EXCESO.
5000-CONTROLAR-LIMITE-EXIT.
    EXIT.

5100-CARGAR-LIMITE.
    Move "N" to con-limite
    Move 0 to limite-moneda
    OPEN INPUT LIMITES-MONEDA
    IF LM-STATUS <> "00"
        GO TO 5100-CARGAR-LIMITE-EXIT
    END-IF
    PERFORM 5150-LEER-LIMITE
    PERFORM UNTIL LM-STATUS = "10"
        IF LM-MONEDA = moneda
            Move LM-LIMITE to limite-moneda
            Move "S" to con-limite
        END-IF
        PERFORM 5150-LEER-LIMITE
    END-PERFORM
    CLOSE LIMITES-MONEDA.
5100-CARGAR-LIMITE-EXIT.
    EXIT.

5150-LEER-LIMITE.
    READ LIMITES-MONEDA
    NOT AT END
        CONTINUE
    END-READ.

*>Pesos liquidados hoy en la moneda. La reversa de clase R repite los
*>importes de la original, asi que descontarla cuando la original es
*>de hoy deja afuera a las operaciones revertidas.
5200-ACUMULAR-DIA.
    Move 0 to acumulado-dia
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        GO TO 5200-ACUMULAR-DIA-EXIT
    END-IF
    PERFORM 8200-LEER-OPERACION
    PERFORM UNTIL TX-STATUS = "10"
        IF TX-MONEDA = moneda
            IF TX-CLASE = "R"
                IF TX-REF (1:8) = fecha-hoy
                    Compute acumulado-dia = acumulado-dia - TX-TOTAL
                END-IF
            ELSE
                IF TX-FECHA = fecha-hoy
                    Compute acumulado-dia = acumulado-dia + TX-TOTAL
                END-IF
            END-IF
        END-IF
        PERFORM 8200-LEER-OPERACION
    END-PERFORM
    CLOSE FX-TRANSACCIONES.
5200-ACUMULAR-DIA-EXIT.
    EXIT.

*>El que autoriza pasarse del limite tiene que ser otro operador, de
*>nivel supervisor, como en la carga a cuenta del Kiosko.
5500-AUTORIZAR-SUPERVISOR.
    Display "Codigo de supervisor que autoriza (espacios = no): "
    Accept codigo-supervisor
    IF codigo-supervisor = SPACES
        GO TO 5500-AUTORIZAR-SUPERVISOR-EXIT
    END-IF
    IF codigo-supervisor = codigo-operador
        Display "Error: el operador de la sesion no puede"
            " autorizarse a si mismo"
        Move SPACES to codigo-supervisor
        GO TO 5500-AUTORIZAR-SUPERVISOR-EXIT
    END-IF
    PERFORM 5600-VALIDAR-SUPERVISOR THRU 5600-VALIDAR-SUPERVISOR-EXIT
    EVALUATE TRUE
        WHEN supervisor-valido = "N"
            Display "Error: autorizante inexistente o inactivo"
            Move SPACES to codigo-supervisor
        WHEN nivel-supervisor < 2
            Display "Error: el autorizante no tiene nivel de"
                " supervisor"
            Move SPACES to codigo-supervisor
        WHEN OTHER
            Display "Exceso de limite autorizado por "
                codigo-supervisor
    END-EVALUATE.
5500-AUTORIZAR-SUPERVISOR-EXIT.
    EXIT.

5600-VALIDAR-SUPERVISOR.
    Move "N" to supervisor-valido
    Move 0 to nivel-supervisor
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        GO TO 5600-VALIDAR-SUPERVISOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-supervisor AND OP-ACTIVO = "S"
            Move "S" to supervisor-valido
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-supervisor
            ELSE
                Move 1 to nivel-supervisor
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES.
5600-VALIDAR-SUPERVISOR-EXIT.
    EXIT.

5700-GRABAR-EXCESO.
    OPEN EXTEND LIMITES-EXCEDIDOS
    IF LE-STATUS = "35"
        OPEN OUTPUT LIMITES-EXCEDIDOS
    END-IF
    INITIALIZE LE-REGISTRO
    Move fecha-hoy         to LE-FECHA
    Move SPACE             to LE-SEP1
    Move hora-ahora        to LE-HORA
    Move SPACE             to LE-SEP2
    Move moneda            to LE-MONEDA
    Move SPACE             to LE-SEP3
    Move lado              to LE-LADO
    Move SPACE             to LE-SEP4
    Move codigo-cliente    to LE-CLIENTE
    Move SPACE             to LE-SEP5
    Move Total             to LE-TOTAL
    Move SPACE             to LE-SEP6
    Move acumulado-dia     to LE-ACUMULADO
    Move SPACE             to LE-SEP7
    Move limite-moneda     to LE-LIMITE
    Move SPACE             to LE-SEP8
    Move codigo-operador   to LE-OPERADOR
    Move SPACE             to LE-SEP9
    Move codigo-supervisor to LE-AUTORIZO
    WRITE LE-REGISTRO
    CLOSE LIMITES-EXCEDIDOS.

*>Reversa de una operacion ya grabada: se ubica por fecha y hora, se
*>graba el contra-registro de clase R con los mismos importes y la
        Move 8 to RETURN-CODE
        GO TO 8000-MODO-REVERSA-EXIT
    END-IF
    PERFORM 8300-NOMBRE-CLIENTE THRU 8300-NOMBRE-CLIENTE-EXIT
    Display "Operacion: " lado " " moneda " monto " monto
        " tasa " Valor_cambio
        " comision " Porcentaje "% total " Total
    Display "Motivo de la reversa: "
    Accept motivo-reversa
    Display "¿Cargar la operacion corregida ahora? (S/N): "
    Accept cargar-correccion
    IF cargar-correccion = "S" or cargar-correccion = "s"
        PERFORM 0300-PEDIR-LADO
        Display "Ingrese codigo de moneda (USD/EUR/BRL/...): "
        Accept moneda
        Move "N" to encontro-tasa
        IF encontro-tasa = "N"
            Display Mensaje3
            accept  Valor_cambio
            Move Valor_cambio to valor-referencia
            Move fecha-hoy to fecha-tasa-usada
        END-IF
        PERFORM 2500-LIQUIDAR-INTERACTIVO
            Move TX-FECHA-TASA to fecha-tasa-usada
            Move TX-TRAMO      to tramo-aplicado
            Move TX-CLIENTE    to codigo-cliente
            IF TX-LADO = "C"
                Move "C" to lado
            ELSE
                Move "V" to lado
            END-IF
            IF TX-VALOR-REF IS NUMERIC AND TX-VALOR-REF > 0
                Move TX-VALOR-REF to valor-referencia
            ELSE
                Move TX-VALOR to valor-referencia
            END-IF
        END-IF
        IF TX-CLASE = "R" AND TX-REF = ref-operacion
            Move "S" to ya-revertida
        CONTINUE
    END-READ.

*>Nombre del cliente de la operacion original para el recibo de la
*>reversa; la reversa no vuelve a validar al cliente.
8300-NOMBRE-CLIENTE.
    IF codigo-cliente = 0
        Move "(sin cliente)" to nombre-cliente
        GO TO 8300-NOMBRE-CLIENTE-EXIT
    END-IF
    Move SPACES to nombre-cliente
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        GO TO 8300-NOMBRE-CLIENTE-EXIT
    END-IF
    PERFORM 0260-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-CODIGO = codigo-cliente
            Move FXC-NOMBRE to nombre-cliente
        END-IF
        PERFORM 0260-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX.
8300-NOMBRE-CLIENTE-EXIT.
    EXIT.

8500-GRABAR-REVERSA.
    OPEN EXTEND REVERSAS-FX
    IF RV-STATUS = "35"
