*>Balance de totales de control de punta a punta de la cadena NUMEROS:
*>cada etapa ya verifica su propia cabecera y cierre, pero nada
*>probaba que lo que mandaron las sucursales terminara en algun lado.
*>Este programa lee la bitacora CONTROL-ETAPAS (copybooks/
*>control-etapa) de la fecha de proceso y sigue los totales por etapa
*>y por sucursal: NUMEROS-SUCn -> Consolidar-Sucursales (grabado en
*>NUMEROS-CONS mas rechazado a NUMEROS-CONS-RECHAZOS) -> lo que
*>Resumen-Secuencia efectivamente leyo de cada sucursal; y NUMEROS ->
*>Validar-Entrada (NUMEROS-VAL mas NUMEROS-RECHAZOS) -> lo reciclado
*>por Reciclar-Rechazos -> lo que leyo Ejercicio10. De cada etapa
*>imprime entradas, salidas, rechazos y el hash de lo que salio, en
*>LISTADO-NUMEROS (LISTADO-BALANCE es el de Balance-Comprobacion).
*>Una etapa donde las entradas no igualan salidas mas rechazos, un
*>hash que no cuadra con el cierre declarado o con la etapa anterior,
*>o registros que salieron de una etapa y nadie leyo, es un descuadre:
*>el programa termina con RETURN-CODE 8 y corta la ventana. De cada
*>etapa vale su ultima corrida del dia; las lineas de una misma
*>corrida comparten la hora. Sin constancias para la fecha termina
*>con RC 4.

IDENTIFICATION DIVISION.
PROGRAM-ID. Balance-Numeros.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CONTROL-ETAPAS ASSIGN TO "CONTROL-ETAPAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS CT-STATUS.
        SELECT LISTADO-NUMEROS ASSIGN TO "LISTADO-NUMEROS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LN-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CONTROL-ETAPAS.
        COPY "control-etapa".
    FD  LISTADO-NUMEROS.
        01 LN-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        01 CT-STATUS PIC X(2).
        01 LN-STATUS PIC X(2).
        01 fecha-proceso PIC X(8).
        01 b PIC 9(3).
        01 cant-constancias PIC 9(6) value 0.
        01 cant-etapas PIC 9(4) value 0.
        01 cant-descuadres PIC 9(4) value 0.
        01 cant-advertencias PIC 9(4) value 0.
        01 con-hubo  PIC X(1) value "N".
        01 con-hora  PIC X(6) value SPACES.
        01 res-hubo  PIC X(1) value "N".
        01 res-hora  PIC X(6) value SPACES.
        01 tabla-balance-suc.
            05 suc-balance OCCURS 99 TIMES.
                10 con-corrio     PIC X(1).
                10 con-cierre     PIC X(1).
                10 con-declarados PIC 9(6).
                10 con-entradas   PIC 9(6).
                10 con-salidas    PIC 9(6).
                10 con-rechazos   PIC 9(6).
                10 con-hash-decl  PIC S9(12)V9(2).
                10 con-hash-sal   PIC S9(12)V9(2).
                10 res-corrio     PIC X(1).
                10 res-entradas   PIC 9(6).
                10 res-hash       PIC S9(12)V9(2).
        01 res-tot-cierre     PIC X(1).
        01 res-tot-declarados PIC 9(6).
        01 res-tot-entradas   PIC 9(6).
        01 res-tot-hash-decl  PIC S9(12)V9(2).
        01 res-tot-hash       PIC S9(12)V9(2).
        01 con-tot-declarados PIC 9(7).
        01 con-tot-entradas   PIC 9(7).
        01 con-tot-salidas    PIC 9(7).
        01 con-tot-rechazos   PIC 9(7).
        01 con-tot-hash       PIC S9(12)V9(2).
        01 val-hubo       PIC X(1) value "N".
        01 val-cierre     PIC X(1).
        01 val-declarados PIC 9(6).
        01 val-entradas   PIC 9(6).
        01 val-salidas    PIC 9(6).
        01 val-rechazos   PIC 9(6).
        01 val-hash-decl  PIC S9(12)V9(2).
        01 val-hash-sal   PIC S9(12)V9(2).
        01 rec-corridas   PIC 9(3) value 0.
        01 rec-entradas   PIC 9(6) value 0.
        01 rec-salidas    PIC 9(6) value 0.
        01 rec-rechazos   PIC 9(6) value 0.
        01 rec-hash       PIC S9(12)V9(2) value 0.
        01 saldo-val-cant PIC 9(7) value 0.
        01 saldo-val-hash PIC S9(12)V9(2) value 0.
        01 eje-hubo       PIC X(1) value "N".
        01 eje-con-origen PIC X(1) value "N".
        01 eje-cierre     PIC X(1).
        01 eje-declarados PIC 9(6).
        01 eje-entradas   PIC 9(6).
        01 eje-hash       PIC S9(12)V9(2).
        01 eje-esperado-cant PIC 9(7).
        01 eje-esperado-hash PIC S9(12)V9(2).
        01 det-etapa      PIC X(20).
        01 det-sucursal   PIC X(2).
        01 sucursal-ed    PIC 9(2).
        01 det-cierre     PIC X(1).
        01 det-declarados PIC 9(7).
        01 det-entradas   PIC 9(7).
        01 det-salidas    PIC 9(7).
        01 det-rechazos   PIC 9(7).
        01 det-hash       PIC S9(12)V9(2).
        01 det-estado     PIC X(34).
        01 det-descuadre  PIC X(1).
        01 cant-ed        PIC Z(6)9.
        01 hash-ed        PIC -(12)9.99.
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    Display "Fecha de proceso a balancear (AAAAMMDD, espacios = hoy): "
    Accept fecha-proceso
    IF fecha-proceso = SPACES
        Move FUNCTION CURRENT-DATE (1:8) to fecha-proceso
    END-IF
    PERFORM 1300-INICIAR-CONSOLIDACION
    PERFORM 1400-INICIAR-RESUMEN
    PERFORM 1000-LEER-CONTROLES THRU 1000-LEER-CONTROLES-EXIT
    OPEN OUTPUT LISTADO-NUMEROS
    PERFORM 2000-ENCABEZAR
    PERFORM 3000-BALANCEAR-SUCURSALES THRU 3000-BALANCEAR-SUCURSALES-EXIT
    PERFORM 4000-BALANCEAR-VALIDACION THRU 4000-BALANCEAR-VALIDACION-EXIT
    PERFORM 5000-PIE
    CLOSE LISTADO-NUMEROS
    Display "Balance impreso en LISTADO-NUMEROS"
    IF cant-descuadres > 0
        Display "ERROR: " cant-descuadres " descuadres en la cadena"
            " NUMEROS del " fecha-proceso ": se corta la ventana"
        Move 8 to RETURN-CODE
        GOBACK
    END-IF
    IF cant-constancias = 0
        Display "ADVERTENCIA: CONTROL-ETAPAS no tiene constancias del "
            fecha-proceso ", no hay nada que balancear"
        Move 4 to RETURN-CODE
        GOBACK
    END-IF
    IF cant-advertencias > 0
        Move 4 to RETURN-CODE
    END-IF
    GOBACK.

*>La bitacora esta en orden de grabacion: una corrida nueva de una
*>etapa (otra hora) reemplaza a la anterior. NUMEROS-VAL se sigue como
*>saldo: Validar-Entrada lo regraba, Reciclar-Rechazos le suma lo
*>corregido y Ejercicio10 debe leer el saldo de ese momento; lo
*>grabado despues de la ultima lectura queda sin leer.
1000-LEER-CONTROLES.
    OPEN INPUT CONTROL-ETAPAS
    IF CT-STATUS <> "00"
        GO TO 1000-LEER-CONTROLES-EXIT
    END-IF
    PERFORM 1100-LEER-CONTROL
    PERFORM UNTIL CT-STATUS = "10"
        IF CT-FECHA = fecha-proceso
            Compute cant-constancias = cant-constancias + 1
            PERFORM 1200-APLICAR-CONTROL THRU 1200-APLICAR-CONTROL-EXIT
        END-IF
        PERFORM 1100-LEER-CONTROL
    END-PERFORM
    CLOSE CONTROL-ETAPAS.
1000-LEER-CONTROLES-EXIT.
    EXIT.

1100-LEER-CONTROL.
    READ CONTROL-ETAPAS
    NOT AT END
        CONTINUE
    END-READ.

1200-APLICAR-CONTROL.
    EVALUATE CT-ETAPA
        WHEN "CONSOLIDAR-SUC"
            IF CT-HORA <> con-hora
                PERFORM 1300-INICIAR-CONSOLIDACION
                Move CT-HORA to con-hora
            END-IF
            Move "S" to con-hubo
            IF CT-SUCURSAL = 0
                GO TO 1200-APLICAR-CONTROL-EXIT
            END-IF
            Move CT-SUCURSAL to b
            Move "S"               to con-corrio (b)
            Move CT-CIERRE         to con-cierre (b)
            Move CT-DECLARADOS     to con-declarados (b)
            Move CT-ENTRADAS       to con-entradas (b)
            Move CT-SALIDAS        to con-salidas (b)
            Move CT-RECHAZOS       to con-rechazos (b)
            Move CT-HASH-DECLARADO to con-hash-decl (b)
            Move CT-HASH-SALIDA    to con-hash-sal (b)
        WHEN "RESUMEN-SECUENCIA"
            IF CT-HORA <> res-hora
                PERFORM 1400-INICIAR-RESUMEN
                Move CT-HORA to res-hora
            END-IF
            Move "S" to res-hubo
            IF CT-SUCURSAL = 0
                Move CT-CIERRE         to res-tot-cierre
                Move CT-DECLARADOS     to res-tot-declarados
                Move CT-ENTRADAS       to res-tot-entradas
                Move CT-HASH-DECLARADO to res-tot-hash-decl
                Move CT-HASH-SALIDA    to res-tot-hash
            ELSE
                Move CT-SUCURSAL to b
                Move "S"            to res-corrio (b)
                Move CT-ENTRADAS    to res-entradas (b)
                Move CT-HASH-SALIDA to res-hash (b)
            END-IF
        WHEN "VALIDAR-ENTRADA"
            Move "S"               to val-hubo
            Move "N"               to eje-hubo
            Move CT-CIERRE         to val-cierre
            Move CT-DECLARADOS     to val-declarados
            Move CT-ENTRADAS       to val-entradas
            Move CT-SALIDAS        to val-salidas
            Move CT-RECHAZOS       to val-rechazos
            Move CT-HASH-DECLARADO to val-hash-decl
            Move CT-HASH-SALIDA    to val-hash-sal
            Move CT-SALIDAS        to saldo-val-cant
            Move CT-HASH-SALIDA    to saldo-val-hash
            Move 0 to rec-corridas rec-entradas rec-salidas
            Move 0 to rec-rechazos rec-hash
        WHEN "RECICLAR-RECHAZOS"
            Compute rec-corridas = rec-corridas + 1
            Compute rec-entradas = rec-entradas + CT-ENTRADAS
            Compute rec-salidas  = rec-salidas + CT-SALIDAS
            Compute rec-rechazos = rec-rechazos + CT-RECHAZOS
            Compute rec-hash     = rec-hash + CT-HASH-SALIDA
            Compute saldo-val-cant = saldo-val-cant + CT-SALIDAS
            Compute saldo-val-hash = saldo-val-hash + CT-HASH-SALIDA
            IF CT-SALIDAS > 0
                Move "N" to eje-hubo
            END-IF
        WHEN "EJERCICIO10"
            Move "S"               to eje-hubo
            Move val-hubo          to eje-con-origen
            Move CT-CIERRE         to eje-cierre
            Move CT-DECLARADOS     to eje-declarados
            Move CT-ENTRADAS       to eje-entradas
            Move CT-HASH-SALIDA    to eje-hash
            Move saldo-val-cant    to eje-esperado-cant
            Move saldo-val-hash    to eje-esperado-hash
        WHEN OTHER
            CONTINUE
    END-EVALUATE.
1200-APLICAR-CONTROL-EXIT.
    EXIT.

1300-INICIAR-CONSOLIDACION.
    PERFORM 1350-LIMPIAR-CONSOLIDADO THRU 1350-LIMPIAR-CONSOLIDADO-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > 99.

1350-LIMPIAR-CONSOLIDADO.
    Move "N" to con-corrio (b)
    Move SPACE to con-cierre (b)
    Move 0 to con-declarados (b) con-entradas (b) con-salidas (b)
    Move 0 to con-rechazos (b) con-hash-decl (b) con-hash-sal (b).
1350-LIMPIAR-CONSOLIDADO-EXIT.
    EXIT.

1400-INICIAR-RESUMEN.
    Move SPACE to res-tot-cierre
    Move 0 to res-tot-declarados res-tot-entradas
    Move 0 to res-tot-hash-decl res-tot-hash
    PERFORM 1450-LIMPIAR-RESUMEN THRU 1450-LIMPIAR-RESUMEN-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > 99.

1450-LIMPIAR-RESUMEN.
    Move "N" to res-corrio (b)
    Move 0 to res-entradas (b) res-hash (b).
1450-LIMPIAR-RESUMEN-EXIT.
    EXIT.

2000-ENCABEZAR.
    Move SPACES to linea-impresion
    STRING "BALANCE DE TOTALES DE CONTROL - CADENA NUMEROS"
        DELIMITED BY SIZE
        "  FECHA DE PROCESO " DELIMITED BY SIZE
        fecha-proceso DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "ETAPA                SUC T DECLARAD ENTRADAS  SALIDAS RECHAZOS"
        & "        HASH SALIDA  ESTADO" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA.

*>Cadena de sucursales: por sucursal, lo que Consolidar-Sucursales
*>leyo, grabo y rechazo, y debajo lo que Resumen-Secuencia leyo de
*>ella, que debe ser exactamente lo grabado.
3000-BALANCEAR-SUCURSALES.
    Move "SUCURSALES -> CONSOLIDAR-SUCURSALES -> NUMEROS-CONS ->"
        & " RESUMEN-SECUENCIA" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    IF con-hubo = "N" AND res-hubo = "N"
        Move "  sin corridas de la cadena de sucursales en la fecha"
            to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
        GO TO 3000-BALANCEAR-SUCURSALES-EXIT
    END-IF
    Move 0 to con-tot-declarados con-tot-entradas con-tot-salidas
    Move 0 to con-tot-rechazos con-tot-hash
    PERFORM 3100-BALANCEAR-SUCURSAL THRU 3100-BALANCEAR-SUCURSAL-EXIT
        VARYING b FROM 1 BY 1 UNTIL b > 99
    PERFORM 3500-TOTALES-SUCURSALES THRU 3500-TOTALES-SUCURSALES-EXIT.
3000-BALANCEAR-SUCURSALES-EXIT.
    EXIT.

3100-BALANCEAR-SUCURSAL.
    IF con-corrio (b) = "N" AND res-corrio (b) = "N"
        GO TO 3100-BALANCEAR-SUCURSAL-EXIT
    END-IF
    IF con-corrio (b) = "S"
        Compute con-tot-declarados =
            con-tot-declarados + con-declarados (b)
        Compute con-tot-entradas = con-tot-entradas + con-entradas (b)
        Compute con-tot-salidas = con-tot-salidas + con-salidas (b)
        Compute con-tot-rechazos = con-tot-rechazos + con-rechazos (b)
        Compute con-tot-hash = con-tot-hash + con-hash-sal (b)
        Move "CONSOLIDAR-SUC"   to det-etapa
        Move b to sucursal-ed
        Move sucursal-ed to det-sucursal
        Move con-cierre (b)     to det-cierre
        Move con-declarados (b) to det-declarados
        Move con-entradas (b)   to det-entradas
        Move con-salidas (b)    to det-salidas
        Move con-rechazos (b)   to det-rechazos
        Move con-hash-sal (b)   to det-hash
        Move "OK" to det-estado
        Move "N" to det-descuadre
        IF con-cierre (b) <> "S"
            Move "SIN CIERRE T DE LA SUCURSAL" to det-estado
            Move "S" to det-descuadre
        ELSE
            IF con-hash-decl (b) <> con-hash-sal (b)
                Move "HASH NO CUADRA CON EL CIERRE" to det-estado
                Move "S" to det-descuadre
            END-IF
        END-IF
        IF con-entradas (b) <> con-salidas (b) + con-rechazos (b)
            Move "ENTRADAS <> SALIDAS + RECHAZOS" to det-estado
            Move "S" to det-descuadre
        END-IF
        PERFORM 6000-IMPRIMIR-DETALLE
    END-IF
    Move "RESUMEN-SECUENCIA" to det-etapa
    Move b to sucursal-ed
    Move sucursal-ed to det-sucursal
    Move SPACE               to det-cierre
    Move 0                   to det-declarados det-rechazos
    Move res-entradas (b)    to det-entradas
    Move res-entradas (b)    to det-salidas
    Move res-hash (b)        to det-hash
    Move "OK" to det-estado
    Move "N" to det-descuadre
    EVALUATE TRUE
        WHEN res-hubo = "N"
            Move "SIN LECTURA DE NUMEROS-CONS" to det-estado
            Move "S" to det-descuadre
        WHEN con-corrio (b) = "N"
            Move "SIN ORIGEN EN CONSOLIDAR-SUC" to det-estado
            Move "S" to det-descuadre
        WHEN res-entradas (b) <> con-salidas (b)
        OR res-hash (b) <> con-hash-sal (b)
            Move "NO CUADRA CON LO CONSOLIDADO" to det-estado
            Move "S" to det-descuadre
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 6000-IMPRIMIR-DETALLE.
3100-BALANCEAR-SUCURSAL-EXIT.
    EXIT.

*>Totales de la cadena: lo grabado en NUMEROS-CONS por todas las
*>sucursales contra el total que leyo Resumen-Secuencia.
3500-TOTALES-SUCURSALES.
    Move "TOTAL CONSOLIDADO" to det-etapa
    Move "**"               to det-sucursal
    Move SPACE              to det-cierre
    Move con-tot-declarados to det-declarados
    Move con-tot-entradas   to det-entradas
    Move con-tot-salidas    to det-salidas
    Move con-tot-rechazos   to det-rechazos
    Move con-tot-hash       to det-hash
    Move "OK" to det-estado
    Move "N" to det-descuadre
    IF con-hubo = "N"
        Move "SIN CORRIDA DE CONSOLIDAR-SUC" to det-estado
        Move "S" to det-descuadre
    END-IF
    PERFORM 6000-IMPRIMIR-DETALLE
    IF res-hubo = "N"
        GO TO 3500-TOTALES-SUCURSALES-EXIT
    END-IF
    Move "TOTAL LEIDO RESUMEN" to det-etapa
    Move "**"               to det-sucursal
    Move res-tot-cierre     to det-cierre
    Move res-tot-declarados to det-declarados
    Move res-tot-entradas   to det-entradas
    Move res-tot-entradas   to det-salidas
    Move 0                  to det-rechazos
    Move res-tot-hash       to det-hash
    Move "OK" to det-estado
    Move "N" to det-descuadre
    IF res-tot-cierre <> "S"
        Move "NUMEROS-CONS SIN CIERRE T" to det-estado
        Move "S" to det-descuadre
    ELSE
        IF res-tot-entradas <> res-tot-declarados
        OR res-tot-hash <> res-tot-hash-decl
            Move "NO CUADRA CON EL CIERRE" to det-estado
            Move "S" to det-descuadre
        END-IF
    END-IF
    IF res-tot-entradas <> con-tot-salidas
    OR res-tot-hash <> con-tot-hash
        Move "NO CUADRA CON LO CONSOLIDADO" to det-estado
        Move "S" to det-descuadre
    END-IF
    PERFORM 6000-IMPRIMIR-DETALLE.
3500-TOTALES-SUCURSALES-EXIT.
    EXIT.

*>Cadena del archivo tipeado: Validar-Entrada, lo reciclado desde la
*>ultima validacion y lo que leyo Ejercicio10 contra el saldo de
*>NUMEROS-VAL en el momento de su lectura.
4000-BALANCEAR-VALIDACION.
    Move SPACES to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move "NUMEROS -> VALIDAR-ENTRADA -> NUMEROS-VAL (+ RECICLADO) ->"
        & " EJERCICIO10" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    IF val-hubo = "N" AND eje-hubo = "N"
        Move "  sin corridas de la cadena de NUMEROS en la fecha"
            to linea-impresion
        PERFORM 6900-ESCRIBIR-LINEA
        GO TO 4000-BALANCEAR-VALIDACION-EXIT
    END-IF
    IF val-hubo = "S"
        Move "VALIDAR-ENTRADA" to det-etapa
        Move "00"              to det-sucursal
        Move val-cierre        to det-cierre
        Move val-declarados    to det-declarados
        Move val-entradas      to det-entradas
        Move val-salidas       to det-salidas
        Move val-rechazos      to det-rechazos
        Move val-hash-sal      to det-hash
        Move "OK" to det-estado
        Move "N" to det-descuadre
        IF val-cierre <> "S"
            Move "SIN CIERRE T DEL REMITENTE" to det-estado
            Move "S" to det-descuadre
        ELSE
            IF val-hash-decl <> val-hash-sal
                Move "HASH NO CUADRA CON EL CIERRE" to det-estado
                Move "S" to det-descuadre
            END-IF
        END-IF
        IF val-entradas <> val-salidas + val-rechazos
            Move "ENTRADAS <> SALIDAS + RECHAZOS" to det-estado
            Move "S" to det-descuadre
        END-IF
        PERFORM 6000-IMPRIMIR-DETALLE
    END-IF
    IF rec-corridas > 0
        Move "RECICLAR-RECHAZOS" to det-etapa
        Move "00"              to det-sucursal
        Move SPACE             to det-cierre
        Move 0                 to det-declarados
        Move rec-entradas      to det-entradas
        Move rec-salidas       to det-salidas
        Move rec-rechazos      to det-rechazos
        Move rec-hash          to det-hash
        Move "OK" to det-estado
        Move "N" to det-descuadre
        IF rec-entradas <> rec-salidas + rec-rechazos
            Move "ENTRADAS <> SALIDAS + RECHAZOS" to det-estado
            Move "S" to det-descuadre
        END-IF
        PERFORM 6000-IMPRIMIR-DETALLE
    END-IF
    Move "EJERCICIO10"  to det-etapa
    Move "00"           to det-sucursal
    Move eje-cierre     to det-cierre
    Move eje-declarados to det-declarados
    Move eje-entradas   to det-entradas
    Move eje-entradas   to det-salidas
    Move 0              to det-rechazos
    Move eje-hash       to det-hash
    Move "OK" to det-estado
    Move "N" to det-descuadre
    EVALUATE TRUE
        WHEN eje-hubo = "N"
            Move SPACE to det-cierre
            Move "SIN LECTURA DE NUMEROS-VAL" to det-estado
            Move "S" to det-descuadre
        WHEN eje-con-origen = "N"
            Move "LEYO UN NUMEROS-VAL DE OTRA FECHA" to det-estado
            Compute cant-advertencias = cant-advertencias + 1
        WHEN eje-entradas <> eje-esperado-cant
        OR eje-hash <> eje-esperado-hash
            Move "NO CUADRA CON VALIDADO + RECICLADO" to det-estado
            Move "S" to det-descuadre
        WHEN OTHER
            CONTINUE
    END-EVALUATE
    PERFORM 6000-IMPRIMIR-DETALLE.
4000-BALANCEAR-VALIDACION-EXIT.
    EXIT.

5000-PIE.
    Move ALL "-" to linea-impresion
    PERFORM 6900-ESCRIBIR-LINEA
    Move SPACES to linea-impresion
    STRING "LINEAS CONTROLADAS: " DELIMITED BY SIZE
        cant-etapas DELIMITED BY SIZE
        "  DESCUADRES: " DELIMITED BY SIZE
        cant-descuadres DELIMITED BY SIZE
        "  CONSTANCIAS DE LA FECHA: " DELIMITED BY SIZE
        cant-constancias DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 6900-ESCRIBIR-LINEA
    Display "Lineas controladas: " cant-etapas
        " descuadres: " cant-descuadres.

6000-IMPRIMIR-DETALLE.
    Compute cant-etapas = cant-etapas + 1
    IF det-descuadre = "S"
        Compute cant-descuadres = cant-descuadres + 1
        Display "DESCUADRE: " det-etapa " sucursal " det-sucursal
            " -> " det-estado
    END-IF
    Move SPACES to linea-impresion
    Move det-etapa to linea-impresion (1:20)
    Move det-sucursal to linea-impresion (22:2)
    Move det-cierre to linea-impresion (25:1)
    Move det-declarados to cant-ed
    Move cant-ed to linea-impresion (27:7)
    Move det-entradas to cant-ed
    Move cant-ed to linea-impresion (36:7)
    Move det-salidas to cant-ed
    Move cant-ed to linea-impresion (45:7)
    Move det-rechazos to cant-ed
    Move cant-ed to linea-impresion (54:7)
    Move det-hash to hash-ed
    Move hash-ed to linea-impresion (62:16)
    Move det-estado to linea-impresion (80:34)
    IF det-descuadre = "S"
        Move "<<" to linea-impresion (115:2)
    END-IF
    PERFORM 6900-ESCRIBIR-LINEA.

6900-ESCRIBIR-LINEA.
    Move linea-impresion to LN-LINEA
    WRITE LN-LINEA.
