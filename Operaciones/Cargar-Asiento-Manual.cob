*>Carga de asientos manuales: los devengamientos, correcciones y
*>gastos bancarios que contaduria tipeaba en su planilla y que por eso
*>nunca llegaban al diario, de modo que nuestro balance de
*>comprobacion no coincidia con el de ellos. El operador tipea la
*>fecha, el concepto y las lineas del asiento (cuenta del
*>PLAN-CUENTAS, D o H e importe); el asiento tiene que balancear
*>(total del debe igual al del haber) y su mes tiene que estar abierto
*>(Controlar-Periodo). Lo cargado se agrega a ASIENTOS-MANUALES
*>(layout de copybooks/asiento-manual) como pendiente, con el
*>operador que lo tipeo: no toca el diario hasta que un supervisor lo
*>aprueba en Aprobar-Asientos.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cargar-Asiento-Manual.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ASIENTOS-MANUALES ASSIGN TO "ASIENTOS-MANUALES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AM-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ASIENTOS-MANUALES.
        COPY "asiento-manual".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  OPERADORES.
        COPY "operador-rec".
    WORKING-STORAGE SECTION.
        COPY "periodo-args".
        01 AM-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 fecha-hoy PIC X(8).
        01 hay-mas-asientos PIC X(1) value "S".
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo PIC X(6).
                10 cta-nombre PIC X(30).
        01 c PIC 9(3).
        01 pos-cuenta PIC 9(3).
        01 proximo-numero PIC 9(6) value 0.
        01 fecha-asiento PIC X(8).
        01 concepto-asiento PIC X(30).
        01 MAXIMO-LINEAS PIC 9(2) value 20.
        01 cant-lineas PIC 9(2).
        01 tabla-lineas.
            05 linea-asiento OCCURS 20 TIMES.
                10 lin-cuenta  PIC X(6).
                10 lin-dh      PIC X(1).
                10 lin-importe PIC 9(12)V99.
        01 l PIC 9(2).
        01 cuenta-tipeada PIC X(6).
        01 dh-tipeado PIC X(1).
        01 importe-tipeado PIC 9(12)V99.
        01 fin-lineas PIC X(1).
        01 total-debe PIC 9(13)V99.
        01 total-haber PIC 9(13)V99.
        01 importe-ed PIC Z(12)9.99.
        01 confirma PIC X(1).
        01 cant-cargados PIC 9(4) value 0.
        01 cant-rechazados PIC 9(4) value 0.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 0500-CARGAR-PLAN THRU 0500-CARGAR-PLAN-EXIT
    IF cant-cuentas = 0
        Display "PLAN-CUENTAS vacio o inexistente: no se pueden"
            " validar las cuentas"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0700-BUSCAR-ULTIMO-NUMERO
        THRU 0700-BUSCAR-ULTIMO-NUMERO-EXIT
    Perform Until hay-mas-asientos = "N" or hay-mas-asientos = "n"
        PERFORM 1000-TOMAR-ASIENTO THRU 1000-TOMAR-ASIENTO-EXIT
        Display "¿Desea cargar otro asiento? (S/N): "
        Accept hay-mas-asientos
    End-Perform
    Display "Asientos cargados como pendientes: " cant-cargados
        " rechazados: " cant-rechazados
    STOP RUN.

0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
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
        Move "CARGAR-ASIENTO-MAN" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0500-CARGAR-PLAN.
    OPEN INPUT PLAN-CUENTAS
    IF PL-STATUS <> "00"
        GO TO 0500-CARGAR-PLAN-EXIT
    END-IF
    PERFORM 0550-LEER-CUENTA
    PERFORM UNTIL PL-STATUS = "10" OR cant-cuentas = 200
        Compute cant-cuentas = cant-cuentas + 1
        Move PL-CUENTA to cta-codigo (cant-cuentas)
        Move PL-NOMBRE to cta-nombre (cant-cuentas)
        PERFORM 0550-LEER-CUENTA
    END-PERFORM
    CLOSE PLAN-CUENTAS.
0500-CARGAR-PLAN-EXIT.
    EXIT.

0550-LEER-CUENTA.
    READ PLAN-CUENTAS
    NOT AT END
        CONTINUE
    END-READ.

*>El registro conserva todo lo cargado (pendiente, aprobado o
*>rechazado), asi que el proximo numero sale de su ultimo numero.
0700-BUSCAR-ULTIMO-NUMERO.
    OPEN INPUT ASIENTOS-MANUALES
    IF AM-STATUS <> "00"
        GO TO 0700-BUSCAR-ULTIMO-NUMERO-EXIT
    END-IF
    PERFORM 0750-LEER-MANUAL
    PERFORM UNTIL AM-STATUS = "10"
        IF AM-NUMERO IS NUMERIC AND AM-NUMERO > proximo-numero
            Move AM-NUMERO to proximo-numero
        END-IF
        PERFORM 0750-LEER-MANUAL
    END-PERFORM
    CLOSE ASIENTOS-MANUALES.
0700-BUSCAR-ULTIMO-NUMERO-EXIT.
    EXIT.

0750-LEER-MANUAL.
    READ ASIENTOS-MANUALES
    NOT AT END
        CONTINUE
    END-READ.

1000-TOMAR-ASIENTO.
    Display "Fecha del asiento (AAAAMMDD, espacios = hoy): "
    Accept fecha-asiento
    IF fecha-asiento = SPACES
        Move fecha-hoy to fecha-asiento
    END-IF
    IF fecha-asiento IS NOT NUMERIC
    OR fecha-asiento (5:2) < "01" OR fecha-asiento (5:2) > "12"
    OR fecha-asiento (7:2) < "01" OR fecha-asiento (7:2) > "31"
        Display "Error: fecha invalida " fecha-asiento
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    IF fecha-asiento > fecha-hoy
        Display "Error: la fecha del asiento es posterior a hoy"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    Move fecha-asiento to PER-FECHA
    CALL "Controlar-Periodo" USING PER-ARGUMENTOS
    IF PER-ESTADO = "10"
        Display "Error: el mes " fecha-asiento (1:6) " esta cerrado;"
            " un supervisor tiene que reabrirlo en Cerrar-Periodo"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    Display "Concepto: "
    Accept concepto-asiento
    IF concepto-asiento = SPACES
        Display "Error: el asiento manual exige un concepto"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    Move 0 to cant-lineas total-debe total-haber
    Move "N" to fin-lineas
    Perform Until fin-lineas = "S" or cant-lineas = MAXIMO-LINEAS
        PERFORM 1200-TOMAR-LINEA THRU 1200-TOMAR-LINEA-EXIT
    End-Perform
    IF cant-lineas < 2
        Display "Error: un asiento lleva al menos dos lineas:"
            " no se graba"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    IF total-debe <> total-haber
        Move total-debe to importe-ed
        Display "Error: asiento desbalanceado, debe " importe-ed
        Move total-haber to importe-ed
        Display "                              haber " importe-ed
        Display "No se graba"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    Move total-debe to importe-ed
    Display "Asiento balanceado por " importe-ed
        ". Confirma la carga (S/N): "
    Accept confirma
    IF confirma <> "S" AND confirma <> "s"
        Display "Asiento descartado"
        Compute cant-rechazados = cant-rechazados + 1
        GO TO 1000-TOMAR-ASIENTO-EXIT
    END-IF
    Compute proximo-numero = proximo-numero + 1
    OPEN EXTEND ASIENTOS-MANUALES
    IF AM-STATUS = "35"
        OPEN OUTPUT ASIENTOS-MANUALES
    END-IF
    PERFORM 1500-GRABAR-LINEA THRU 1500-GRABAR-LINEA-EXIT
        VARYING l FROM 1 BY 1 UNTIL l > cant-lineas
    CLOSE ASIENTOS-MANUALES
    Compute cant-cargados = cant-cargados + 1
    Display "Asiento " proximo-numero " cargado: queda pendiente de"
        " aprobacion".
1000-TOMAR-ASIENTO-EXIT.
    EXIT.

*>Una linea con error se informa y se vuelve a pedir; una cuenta en
*>blanco termina el asiento.
1200-TOMAR-LINEA.
    Display "Cuenta (espacios = terminar el asiento): "
    Accept cuenta-tipeada
    IF cuenta-tipeada = SPACES
        Move "S" to fin-lineas
        GO TO 1200-TOMAR-LINEA-EXIT
    END-IF
    Move 0 to pos-cuenta
    PERFORM 1300-BUSCAR-CUENTA THRU 1300-BUSCAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    IF pos-cuenta = 0
        Display "Error: la cuenta " cuenta-tipeada
            " no figura en PLAN-CUENTAS"
        GO TO 1200-TOMAR-LINEA-EXIT
    END-IF
    Display "  " cuenta-tipeada " " cta-nombre (pos-cuenta)
    Display "Debe o haber (D/H): "
    Accept dh-tipeado
    IF dh-tipeado = "d"
        Move "D" to dh-tipeado
    END-IF
    IF dh-tipeado = "h"
        Move "H" to dh-tipeado
    END-IF
    IF dh-tipeado <> "D" AND dh-tipeado <> "H"
        Display "Error: indique D o H"
        GO TO 1200-TOMAR-LINEA-EXIT
    END-IF
    Display "Importe: "
    Accept importe-tipeado
    IF importe-tipeado = 0
        Display "Error: el importe tiene que ser mayor que cero"
        GO TO 1200-TOMAR-LINEA-EXIT
    END-IF
    Compute cant-lineas = cant-lineas + 1
    Move cuenta-tipeada  to lin-cuenta (cant-lineas)
    Move dh-tipeado      to lin-dh (cant-lineas)
    Move importe-tipeado to lin-importe (cant-lineas)
    IF dh-tipeado = "D"
        Compute total-debe = total-debe + importe-tipeado
    ELSE
        Compute total-haber = total-haber + importe-tipeado
    END-IF
    Move total-debe to importe-ed
    Display "  total debe  " importe-ed
    Move total-haber to importe-ed
    Display "  total haber " importe-ed
    IF cant-lineas = MAXIMO-LINEAS
        Display "Se alcanzo el maximo de " MAXIMO-LINEAS
            " lineas por asiento"
    END-IF.
1200-TOMAR-LINEA-EXIT.
    EXIT.

1300-BUSCAR-CUENTA.
    IF cta-codigo (c) = cuenta-tipeada
        Move c to pos-cuenta
    END-IF.
1300-BUSCAR-CUENTA-EXIT.
    EXIT.

1500-GRABAR-LINEA.
    INITIALIZE AM-REGISTRO
    Move proximo-numero   to AM-NUMERO
    Move SPACE            to AM-SEP1
    Move l                to AM-LINEA
    Move SPACE            to AM-SEP2
    Move fecha-asiento    to AM-FECHA
    Move SPACE            to AM-SEP3
    Move lin-cuenta (l)   to AM-CUENTA
    Move SPACE            to AM-SEP4
    Move lin-dh (l)       to AM-DH
    Move SPACE            to AM-SEP5
    Move lin-importe (l)  to AM-IMPORTE
    Move SPACE            to AM-SEP6
    Move concepto-asiento to AM-CONCEPTO
    Move SPACE            to AM-SEP7
    Move "P"              to AM-ESTADO
    Move SPACE            to AM-SEP8
    Move codigo-operador  to AM-OPERADOR
    Move SPACE            to AM-SEP9
    Move fecha-hoy        to AM-FECHA-CARGA
    Move SPACE            to AM-SEP10
    Move SPACES           to AM-APROBADOR
    Move SPACE            to AM-SEP11
    Move SPACES           to AM-FECHA-DECISION
    Move SPACE            to AM-SEP12
    Move SPACES           to AM-MOTIVO
    WRITE AM-REGISTRO.
1500-GRABAR-LINEA-EXIT.
    EXIT.
