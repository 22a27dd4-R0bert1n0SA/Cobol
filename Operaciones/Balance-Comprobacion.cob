*>haber den iguales: una partida doble que no neteara en cero
*>significa un diario tocado o un motor de asientos roto, y la
*>corrida termina con RETURN-CODE 8 para que nadie lleve ese balance
*>a contaduria. El estado de resultados y el balance general salen
*>del mismo diario en Estados-Contables. Cada corrida deja su
*>resultado en BALANCES-VERIFICADOS (layout de
*>copybooks/balance-verificado): es lo que Exportar-Asientos exige
*>para mandar el mes al sistema del contador externo.

IDENTIFICATION DIVISION.
PROGRAM-ID. Balance-Comprobacion.
        SELECT LISTADO-BALANCE ASSIGN TO "LISTADO-BALANCE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LB-STATUS.
        SELECT BALANCES-VERIFICADOS ASSIGN TO "BALANCES-VERIFICADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  LISTADO-BALANCE.
        01 LB-LINEA PIC X(100).
    FD  BALANCES-VERIFICADOS.
        COPY "balance-verificado".
    WORKING-STORAGE SECTION.
        01 AS-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 LB-STATUS PIC X(2).
        01 BV-STATUS PIC X(2).
        01 cant-lineas PIC 9(6) value 0.
        01 resultado-balance PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 cant-cuentas PIC 9(3) value 0.
        WRITE LB-LINEA
        Display "Balance del mes " mes-pedido ": netea en cero"
            " (debe = haber = " total-debe ")"
        Move "OK" to resultado-balance
    ELSE
        Move SPACES to linea-impresion
        STRING "ERROR: EL BALANCE NO NETEA (diferencia "
        WRITE LB-LINEA
        Display "ERROR: el balance del mes " mes-pedido
            " no netea en cero (diferencia " neto ")"
        Move "ER" to resultado-balance
        Move 8 to RETURN-CODE
    END-IF
    CLOSE LISTADO-BALANCE
    PERFORM 4000-GRABAR-VERIFICACION
    Display "Balance impreso en LISTADO-BALANCE"
    STOP RUN.

        Move 0 to bal-debe (pos-cuenta)
        Move 0 to bal-haber (pos-cuenta)
    END-IF
    Compute cant-lineas = cant-lineas + 1
    IF AS-DH = "D"
        Compute bal-debe (pos-cuenta) =
            bal-debe (pos-cuenta) + AS-IMPORTE
    WRITE LB-LINEA.
3000-IMPRIMIR-CUENTA-EXIT.
    EXIT.

4000-GRABAR-VERIFICACION.
    OPEN EXTEND BALANCES-VERIFICADOS
    IF BV-STATUS = "35"
        OPEN OUTPUT BALANCES-VERIFICADOS
    END-IF
    INITIALIZE BV-REGISTRO
    Move mes-pedido        to BV-MES
    Move SPACE             to BV-SEP1
    Move fecha-hoy         to BV-FECHA
    Move SPACE             to BV-SEP2
    Move FUNCTION CURRENT-DATE (9:6) to BV-HORA
    Move SPACE             to BV-SEP3
    Move resultado-balance to BV-RESULTADO
    Move SPACE             to BV-SEP4
    Move cant-lineas       to BV-CANT
    Move SPACE             to BV-SEP5
    Move total-debe        to BV-DEBE
    Move SPACE             to BV-SEP6
    Move total-haber       to BV-HABER
    WRITE BV-REGISTRO
    CLOSE BALANCES-VERIFICADOS.
