*>Exportacion mensual del diario ASIENTOS al sistema contable del
*>contador externo, que hasta ahora cargaba nuestros asientos a mano
*>desde el LISTADO-BALANCE impreso. Genera EXPORTACION-CONTABLE en el
*>formato de importacion de ese sistema (copybooks/
*>exportacion-contable): cabecera y cierre de control como los
*>archivos de transferencia (copybooks/control-ht) y, en el medio,
*>los asientos del mes agrupados (un registro por asiento seguido de
*>sus lineas). Cada cuenta nuestra se traduce a la del plan del
*>contador con MAPEO-CUENTAS (se mantiene a mano, como
*>PLAN-CUENTAS); una cuenta del mes sin mapeo frena la exportacion
*>entera. Solo se exporta un mes que Balance-Comprobacion verifico
*>(ultima corrida del mes en BALANCES-VERIFICADOS con resultado OK) y
*>cuyo diario no cambio desde entonces (misma cantidad de lineas y
*>mismos totales). El listado de control LISTADO-EXPORTACION muestra
*>lo exportado por cuenta; cualquier motivo de rechazo termina la
*>corrida con RC 8 y sin archivo de exportacion.

IDENTIFICATION DIVISION.
PROGRAM-ID. Exportar-Asientos.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ASIENTOS ASSIGN TO "ASIENTOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AS-STATUS.
        SELECT PLAN-CUENTAS ASSIGN TO "PLAN-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT MAPEO-CUENTAS ASSIGN TO "MAPEO-CUENTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS MC-STATUS.
        SELECT BALANCES-VERIFICADOS ASSIGN TO "BALANCES-VERIFICADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS BV-STATUS.
        SELECT EXPORTACION-CONTABLE ASSIGN TO "EXPORTACION-CONTABLE"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS EX-STATUS.
        SELECT LISTADO-EXPORTACION ASSIGN TO "LISTADO-EXPORTACION"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LE-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ASIENTOS.
        COPY "asiento-rec".
    FD  PLAN-CUENTAS.
        COPY "plan-cuentas".
    FD  MAPEO-CUENTAS.
        01 MC-REGISTRO.
            05 MC-CUENTA  PIC X(6).
            05 MC-SEP1    PIC X(1).
            05 MC-EXTERNA PIC X(15).
    FD  BALANCES-VERIFICADOS.
        COPY "balance-verificado".
    FD  EXPORTACION-CONTABLE.
        COPY "exportacion-contable".
    FD  LISTADO-EXPORTACION.
        01 LE-LINEA PIC X(100).
    WORKING-STORAGE SECTION.
        COPY "control-ht".
        01 AS-STATUS PIC X(2).
        01 PL-STATUS PIC X(2).
        01 MC-STATUS PIC X(2).
        01 BV-STATUS PIC X(2).
        01 EX-STATUS PIC X(2).
        01 LE-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 mes-pedido PIC X(6).
        01 verificado PIC X(1) value "N".
        01 verif-resultado PIC X(2).
        01 verif-fecha PIC X(8).
        01 verif-cant PIC 9(6).
        01 verif-debe PIC 9(14)V99.
        01 verif-haber PIC 9(14)V99.
        01 cant-mapeos PIC 9(3) value 0.
        01 tabla-mapeos.
            05 mapeo OCCURS 1 TO 500 TIMES
                DEPENDING ON cant-mapeos.
                10 map-cuenta  PIC X(6).
                10 map-externa PIC X(15).
        01 k PIC 9(3).
        01 pos-mapeo PIC 9(3).
        01 cant-cuentas PIC 9(3) value 0.
        01 tabla-cuentas.
            05 cuenta-mes OCCURS 1 TO 200 TIMES
                DEPENDING ON cant-cuentas.
                10 cta-codigo  PIC X(6).
                10 cta-nombre  PIC X(30).
                10 cta-externa PIC X(15).
                10 cta-lineas  PIC 9(6).
                10 cta-debe    PIC 9(14)V99.
                10 cta-haber   PIC 9(14)V99.
        01 c PIC 9(3).
        01 pos-cuenta PIC 9(3).
        01 cuentas-desbordadas PIC X(1) value "N".
        01 cant-sin-mapeo PIC 9(3) value 0.
        01 cant-lineas PIC 9(6) value 0.
        01 total-debe PIC 9(14)V99 value 0.
        01 total-haber PIC 9(14)V99 value 0.
        01 clave-asiento.
            05 cl-fecha  PIC X(8).
            05 cl-origen PIC X(12).
            05 cl-numero PIC X(6).
        01 clave-anterior PIC X(26).
        01 cant-asientos-ex PIC 9(6) value 0.
        01 cant-lineas-ex PIC 9(6) value 0.
        01 hash-exportado PIC S9(12)V99 value 0.
        01 exportado PIC X(1) value "N".
        01 linea-impresion PIC X(100).
        01 importe-ed PIC Z(12)9.99.
        01 cant-ed PIC ZZZZZ9.
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a exportar (AAAAMM): "
    Accept mes-pedido
    IF mes-pedido IS NOT NUMERIC
    OR mes-pedido (5:2) < "01" OR mes-pedido (5:2) > "12"
        Display "Error: mes invalido " mes-pedido
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1000-BUSCAR-VERIFICACION
        THRU 1000-BUSCAR-VERIFICACION-EXIT
    IF verificado = "N"
        Display "El mes " mes-pedido " no tiene corrida de"
            " Balance-Comprobacion: no se exporta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF verif-resultado <> "OK"
        Display "La ultima corrida de Balance-Comprobacion del mes "
            mes-pedido " (" verif-fecha ") no neteo en cero:"
            " no se exporta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 1200-CARGAR-MAPEO THRU 1200-CARGAR-MAPEO-EXIT
    PERFORM 2000-ACUMULAR-MES THRU 2000-ACUMULAR-MES-EXIT
    IF cuentas-desbordadas = "S"
        Display "El mes tiene mas de 200 cuentas con movimiento:"
            " no se exporta"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    IF cant-lineas <> verif-cant OR total-debe <> verif-debe
    OR total-haber <> verif-haber
        Display "El diario del mes " mes-pedido " cambio desde el"
            " balance verificado el " verif-fecha ": corra de nuevo"
            " Balance-Comprobacion"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 2500-UNIR-PLAN THRU 2500-UNIR-PLAN-EXIT
    IF cant-sin-mapeo > 0
        Display "Cuentas sin mapeo en MAPEO-CUENTAS: " cant-sin-mapeo
            " (ver LISTADO-EXPORTACION): no se exporta"
        Move 8 to RETURN-CODE
    ELSE
        PERFORM 3000-EXPORTAR THRU 3000-EXPORTAR-EXIT
    END-IF
    PERFORM 4000-IMPRIMIR-CONTROL
    IF exportado = "S"
        Display "EXPORTACION-CONTABLE generada: " cant-asientos-ex
            " asientos, " cant-lineas-ex " lineas"
    END-IF
    Display "Listado de control en LISTADO-EXPORTACION"
    STOP RUN.

*>Vale la ultima corrida del mes: un balance que netea y despues se
*>vuelve a correr con error deja el mes sin verificar.
1000-BUSCAR-VERIFICACION.
    OPEN INPUT BALANCES-VERIFICADOS
    IF BV-STATUS <> "00"
        GO TO 1000-BUSCAR-VERIFICACION-EXIT
    END-IF
    PERFORM 1100-LEER-VERIFICACION
    PERFORM UNTIL BV-STATUS = "10"
        IF BV-MES = mes-pedido
            Move "S"          to verificado
            Move BV-RESULTADO to verif-resultado
            Move BV-FECHA     to verif-fecha
            Move BV-CANT      to verif-cant
            Move BV-DEBE      to verif-debe
            Move BV-HABER     to verif-haber
        END-IF
        PERFORM 1100-LEER-VERIFICACION
    END-PERFORM
    CLOSE BALANCES-VERIFICADOS.
1000-BUSCAR-VERIFICACION-EXIT.
    EXIT.

1100-LEER-VERIFICACION.
    READ BALANCES-VERIFICADOS
    NOT AT END
        CONTINUE
    END-READ.

1200-CARGAR-MAPEO.
    OPEN INPUT MAPEO-CUENTAS
    IF MC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir MAPEO-CUENTAS"
        GO TO 1200-CARGAR-MAPEO-EXIT
    END-IF
    PERFORM 1300-LEER-MAPEO
    PERFORM UNTIL MC-STATUS = "10" OR cant-mapeos = 500
        IF MC-EXTERNA <> SPACES
            Compute cant-mapeos = cant-mapeos + 1
            Move MC-CUENTA  to map-cuenta (cant-mapeos)
            Move MC-EXTERNA to map-externa (cant-mapeos)
        END-IF
        PERFORM 1300-LEER-MAPEO
    END-PERFORM
    CLOSE MAPEO-CUENTAS.
1200-CARGAR-MAPEO-EXIT.
    EXIT.

1300-LEER-MAPEO.
    READ MAPEO-CUENTAS
    NOT AT END
        CONTINUE
    END-READ.

1400-BUSCAR-MAPEO.
    IF map-cuenta (k) = AS-CUENTA
        Move k to pos-mapeo
    END-IF.
1400-BUSCAR-MAPEO-EXIT.
    EXIT.

2000-ACUMULAR-MES.
    OPEN INPUT ASIENTOS
    IF AS-STATUS <> "00"
        Display "No se pudo abrir el archivo ASIENTOS"
        GO TO 2000-ACUMULAR-MES-EXIT
    END-IF
    PERFORM 2100-LEER-ASIENTO
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-FECHA (1:6) = mes-pedido
            PERFORM 2200-ACUMULAR-CUENTA THRU 2200-ACUMULAR-CUENTA-EXIT
        END-IF
        PERFORM 2100-LEER-ASIENTO
    END-PERFORM
    CLOSE ASIENTOS.
2000-ACUMULAR-MES-EXIT.
    EXIT.

2100-LEER-ASIENTO.
    READ ASIENTOS
    NOT AT END
        CONTINUE
    END-READ.

2200-ACUMULAR-CUENTA.
    Move 0 to pos-cuenta
    PERFORM 2300-BUSCAR-CUENTA THRU 2300-BUSCAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    IF pos-cuenta = 0
        IF cant-cuentas = 200
            Move "S" to cuentas-desbordadas
            GO TO 2200-ACUMULAR-CUENTA-EXIT
        END-IF
        Compute cant-cuentas = cant-cuentas + 1
        Move cant-cuentas to pos-cuenta
        Move AS-CUENTA to cta-codigo (pos-cuenta)
        Move "(sin plan)" to cta-nombre (pos-cuenta)
        Move 0 to cta-lineas (pos-cuenta)
        Move 0 to cta-debe (pos-cuenta) cta-haber (pos-cuenta)
        Move 0 to pos-mapeo
        PERFORM 1400-BUSCAR-MAPEO THRU 1400-BUSCAR-MAPEO-EXIT
            VARYING k FROM 1 BY 1 UNTIL k > cant-mapeos
        IF pos-mapeo = 0
            Move SPACES to cta-externa (pos-cuenta)
            Compute cant-sin-mapeo = cant-sin-mapeo + 1
        ELSE
            Move map-externa (pos-mapeo) to cta-externa (pos-cuenta)
        END-IF
    END-IF
    Compute cta-lineas (pos-cuenta) = cta-lineas (pos-cuenta) + 1
    Compute cant-lineas = cant-lineas + 1
    IF AS-DH = "D"
        Compute cta-debe (pos-cuenta) =
            cta-debe (pos-cuenta) + AS-IMPORTE
        Compute total-debe = total-debe + AS-IMPORTE
    ELSE
        Compute cta-haber (pos-cuenta) =
            cta-haber (pos-cuenta) + AS-IMPORTE
        Compute total-haber = total-haber + AS-IMPORTE
    END-IF.
2200-ACUMULAR-CUENTA-EXIT.
    EXIT.

2300-BUSCAR-CUENTA.
    IF cta-codigo (c) = AS-CUENTA
        Move c to pos-cuenta
    END-IF.
2300-BUSCAR-CUENTA-EXIT.
    EXIT.

2500-UNIR-PLAN.
    OPEN INPUT PLAN-CUENTAS
    IF PL-STATUS <> "00"
        GO TO 2500-UNIR-PLAN-EXIT
    END-IF
    PERFORM 2600-LEER-CUENTA
    PERFORM UNTIL PL-STATUS = "10"
        PERFORM 2700-ASIGNAR-NOMBRE THRU 2700-ASIGNAR-NOMBRE-EXIT
            VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
        PERFORM 2600-LEER-CUENTA
    END-PERFORM
    CLOSE PLAN-CUENTAS.
2500-UNIR-PLAN-EXIT.
    EXIT.

2600-LEER-CUENTA.
    READ PLAN-CUENTAS
    NOT AT END
        CONTINUE
    END-READ.

2700-ASIGNAR-NOMBRE.
    IF cta-codigo (c) = PL-CUENTA
        Move PL-NOMBRE to cta-nombre (c)
    END-IF.
2700-ASIGNAR-NOMBRE-EXIT.
    EXIT.

*>Un asiento es el tramo de lineas consecutivas con la misma fecha,
*>origen y numero: los automaticos se graban de a pares por origen y
*>los manuales con su numero de ASIENTOS-MANUALES.
3000-EXPORTAR.
    OPEN INPUT ASIENTOS
    IF AS-STATUS <> "00"
        GO TO 3000-EXPORTAR-EXIT
    END-IF
    OPEN OUTPUT EXPORTACION-CONTABLE
    INITIALIZE HT-REGISTRO
    Move "H"          to HT-TIPO
    Move fecha-hoy    to HT-FECHA
    Move SPACE        to HT-SEP1
    STRING "ASIENTOS " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        INTO HT-ORIGEN
    END-STRING
    Move HT-REGISTRO  to EX-REGISTRO
    WRITE EX-REGISTRO
    Move SPACES to clave-anterior
    PERFORM 2100-LEER-ASIENTO
    PERFORM UNTIL AS-STATUS = "10"
        IF AS-FECHA (1:6) = mes-pedido
            PERFORM 3100-EXPORTAR-LINEA THRU 3100-EXPORTAR-LINEA-EXIT
        END-IF
        PERFORM 2100-LEER-ASIENTO
    END-PERFORM
    CLOSE ASIENTOS
    INITIALIZE HT-REGISTRO
    Move "T"            to HT-TIPO
    Move cant-lineas-ex to HT-CANT
    Move SPACE          to HT-SEP2
    Move hash-exportado to HT-HASH
    Move HT-REGISTRO    to EX-REGISTRO
    WRITE EX-REGISTRO
    CLOSE EXPORTACION-CONTABLE
    Move "S" to exportado.
3000-EXPORTAR-EXIT.
    EXIT.

3100-EXPORTAR-LINEA.
    Move AS-FECHA  to cl-fecha
    Move AS-ORIGEN to cl-origen
    Move AS-NUMERO to cl-numero
    IF clave-asiento <> clave-anterior
        Move clave-asiento to clave-anterior
        Compute cant-asientos-ex = cant-asientos-ex + 1
        Move SPACES to EX-REGISTRO
        Move "A"              to EX-TIPO
        Move cant-asientos-ex to EX-NRO-ASIENTO
        Move AS-FECHA         to EX-FECHA
        IF AS-CONCEPTO = SPACES
            Move AS-ORIGEN    to EX-DESCRIPCION
        ELSE
            Move AS-CONCEPTO  to EX-DESCRIPCION
        END-IF
        WRITE EX-REGISTRO
    END-IF
    Move 0 to pos-cuenta
    PERFORM 2300-BUSCAR-CUENTA THRU 2300-BUSCAR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    Move SPACES to EX-REGISTRO
    Move "L"              to EX-TIPO
    Move cant-asientos-ex to EX-NRO-LINEA
    Move cta-externa (pos-cuenta) to EX-CUENTA-EXT
    IF AS-DH = "D"
        Move AS-IMPORTE   to EX-DEBE
        Move 0            to EX-HABER
        Compute hash-exportado = hash-exportado + AS-IMPORTE
    ELSE
        Move 0            to EX-DEBE
        Move AS-IMPORTE   to EX-HABER
    END-IF
    Move AS-CUENTA        to EX-CUENTA-PROPIA
    WRITE EX-REGISTRO
    Compute cant-lineas-ex = cant-lineas-ex + 1.
3100-EXPORTAR-LINEA-EXIT.
    EXIT.

4000-IMPRIMIR-CONTROL.
    OPEN OUTPUT LISTADO-EXPORTACION
    Move SPACES to linea-impresion
    STRING "CONTROL DE EXPORTACION CONTABLE - MES " DELIMITED BY SIZE
        mes-pedido DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move "CUENTA NOMBRE                         CUENTA EXTERNA"
        & "   LINEAS             DEBE            HABER" to LE-LINEA
    WRITE LE-LINEA
    Move ALL "-" to LE-LINEA
    WRITE LE-LINEA
    PERFORM 4100-IMPRIMIR-CUENTA THRU 4100-IMPRIMIR-CUENTA-EXIT
        VARYING c FROM 1 BY 1 UNTIL c > cant-cuentas
    Move ALL "-" to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    Move "TOTALES DEL MES" to linea-impresion (1:15)
    Move cant-lineas to cant-ed
    Move cant-ed to linea-impresion (55:6)
    Move total-debe to importe-ed
    Move importe-ed to linea-impresion (62:16)
    Move total-haber to importe-ed
    Move importe-ed to linea-impresion (79:16)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to LE-LINEA
    WRITE LE-LINEA
    Move SPACES to linea-impresion
    IF exportado = "S"
        Move cant-asientos-ex to cant-ed
        STRING "EXPORTACION GENERADA: " DELIMITED BY SIZE
            cant-ed DELIMITED BY SIZE
            " ASIENTOS, BALANCE VERIFICADO EL " DELIMITED BY SIZE
            verif-fecha DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    ELSE
        Move cant-sin-mapeo to cant-ed
        STRING "EXPORTACION NO GENERADA: " DELIMITED BY SIZE
            cant-ed DELIMITED BY SIZE
            " CUENTAS SIN MAPEO EN MAPEO-CUENTAS" DELIMITED BY SIZE
            INTO linea-impresion
        END-STRING
    END-IF
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA
    CLOSE LISTADO-EXPORTACION.

4100-IMPRIMIR-CUENTA.
    Move SPACES to linea-impresion
    Move cta-codigo (c) to linea-impresion (1:6)
    Move cta-nombre (c) to linea-impresion (8:30)
    IF cta-externa (c) = SPACES
        Move "** SIN MAPEO **" to linea-impresion (39:15)
    ELSE
        Move cta-externa (c) to linea-impresion (39:15)
    END-IF
    Move cta-lineas (c) to cant-ed
    Move cant-ed to linea-impresion (55:6)
    Move cta-debe (c) to importe-ed
    Move importe-ed to linea-impresion (62:16)
    Move cta-haber (c) to importe-ed
    Move importe-ed to linea-impresion (79:16)
    Move linea-impresion to LE-LINEA
    WRITE LE-LINEA.
4100-IMPRIMIR-CUENTA-EXIT.
    EXIT.
