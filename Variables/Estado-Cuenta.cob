*>           FIADO-SALDOS y suma solo los movimientos vivos desde ese
*>           ciclo: la historia sellada vive en FIADO-ARCH-AAAAMM y ya
*>           no se relee entera en cada consulta.
*>2026-10-15 el recargo por mora (tipo R, lo graba Cierre-Fiado) suma
*>           al saldo como un cargo y se informa aparte en los totales
*>           del periodo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Estado-Cuenta.
        01 cliente-pedido PIC 9(4).
        01 cargos-periodo PIC 9(8)v99.
        01 pagos-periodo  PIC 9(8)v99.
        01 recargos-periodo PIC 9(8)v99.
        01 saldo-cuenta   PIC S9(8)v99.
        01 cant-clientes  PIC 9(3) value 0.
PROCEDURE DIVISION.
2000-RESUMIR-CLIENTE.
    Compute cant-clientes = cant-clientes + 1
    Move 0 to cargos-periodo pagos-periodo saldo-cuenta
    Move 0 to recargos-periodo
    Display "----------------------------------------"
    Display "Cliente " CF-CODIGO ": " CF-NOMBRE
    PERFORM 3000-BUSCAR-APERTURA THRU 3000-BUSCAR-APERTURA-EXIT
    PERFORM UNTIL FM-STATUS = "10"
        IF FM-CLIENTE = CF-CODIGO
        AND FM-FECHA (1:6) >= periodo-apertura
            IF FM-TIPO = "C" OR FM-TIPO = "R"
                Compute saldo-cuenta = saldo-cuenta + FM-IMPORTE
            ELSE
                Compute saldo-cuenta = saldo-cuenta - FM-IMPORTE
            IF mes-pedido = SPACES OR FM-FECHA (1:6) = mes-pedido
                Display "  " FM-FECHA " " FM-TIPO " " FM-IMPORTE
                    " " FM-DETALLE
                EVALUATE FM-TIPO
                    WHEN "C"
                        Compute cargos-periodo =
                            cargos-periodo + FM-IMPORTE
                    WHEN "R"
                        Compute recargos-periodo =
                            recargos-periodo + FM-IMPORTE
                    WHEN OTHER
                        Compute pagos-periodo = pagos-periodo + FM-IMPORTE
                END-EVALUATE
            END-IF
        END-IF
        PERFORM 2100-LEER-MOVIMIENTO
    CLOSE FIADO-MOVS
    Display "  Periodo -> cargos: " cargos-periodo
        " pagos: " pagos-periodo
    IF recargos-periodo > 0
        Display "  Recargo por mora del periodo: " recargos-periodo
    END-IF
    Display "  SALDO DE LA CUENTA: " saldo-cuenta.
2000-RESUMIR-CLIENTE-EXIT.
    EXIT.
