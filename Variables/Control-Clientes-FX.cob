*>Lista de trabajo mensual de cumplimiento sobre el maestro
*>CLIENTES-FX (layout de copybooks/clientes-fx), en
*>LISTADO-CONTROL-CLIENTES. Primera parte: los clientes activos cuyo
*>documento vence dentro de los proximos DIAS-AVISO dias (30), para
*>pedirles la renovacion antes de que Variables los bloquee, junto con
*>los que ya estan vencidos o no tienen vencimiento cargado. Segunda
*>parte: los clientes de riesgo alto cuyo volumen del mes en
*>FX-TRANSACCIONES (pesos liquidados, las reversas restan) supera el
*>perfil mensual declarado, con el exceso. El mes se pide al correr
*>(espacios = mes anterior, como el resto de los cierres mensuales);
*>la ventana de vencimientos se mide desde el dia de la corrida.
*>El documento del cliente sale enmascarado por Enmascarar-Dato (solo
*>los ultimos digitos) salvo que la lista la corra un supervisor.

IDENTIFICATION DIVISION.
PROGRAM-ID. Control-Clientes-FX.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT FX-TRANSACCIONES ASSIGN TO "FX-TRANSACCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TX-STATUS.
        SELECT LISTADO-CONTROL-CLIENTES
            ASSIGN TO "LISTADO-CONTROL-CLIENTES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LC-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  CLIENTES-FX.
        COPY "clientes-fx".
    FD  FX-TRANSACCIONES.
        COPY "fx-transacciones".
    FD  LISTADO-CONTROL-CLIENTES.
        01 LC-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        01 FXC-STATUS PIC X(2).
        01 TX-STATUS PIC X(2).
        01 LC-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 fecha-hoy-num REDEFINES fecha-hoy PIC 9(8).
        01 fecha-limite PIC X(8).
        01 fecha-limite-num REDEFINES fecha-limite PIC 9(8).
        01 DIAS-AVISO PIC 9(3) value 30.
        01 mes-control PIC X(6).
        01 mes-control-partes REDEFINES mes-control.
            05 anio-control PIC 9(4).
            05 nro-mes-control PIC 9(2).
        01 tabla-volumen.
            05 volumen-cliente OCCURS 10000 TIMES PIC S9(16)V9(2).
        01 c PIC 9(5).
        01 perfil-cliente PIC 9(12)V9(2).
        01 exceso-perfil PIC S9(16)V9(2).
        01 situacion-documento PIC X(16).
        01 cant-documentos PIC 9(4) value 0.
        01 cant-excedidos PIC 9(4) value 0.
        01 cant-sin-cliente PIC 9(6) value 0.
        01 volumen-ed PIC -(15)9.99.
        01 perfil-ed PIC Z(11)9.99.
        01 exceso-ed PIC -(15)9.99.
        01 linea-impresion PIC X(120).
        COPY "mascara-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a controlar (AAAAMM, espacios = mes anterior): "
    Accept mes-control
    IF mes-control = SPACES
        Move fecha-hoy (1:6) to mes-control
        IF nro-mes-control = 1
            Compute anio-control = anio-control - 1
            Move 12 to nro-mes-control
        ELSE
            Compute nro-mes-control = nro-mes-control - 1
        END-IF
    END-IF
    IF mes-control IS NOT NUMERIC
    OR nro-mes-control < 1 OR nro-mes-control > 12
        Display "Error: mes invalido " mes-control
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Compute fecha-limite-num = FUNCTION DATE-OF-INTEGER (
        FUNCTION INTEGER-OF-DATE (fecha-hoy-num) + DIAS-AVISO)
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        Display "No se pudo abrir el archivo CLIENTES-FX"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    CLOSE CLIENTES-FX
    Move "I" to MSC-FUNCION
    Move "CONTROL-CLIENTES-FX" to MSC-PROGRAMA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    PERFORM 1000-ACUMULAR-VOLUMEN THRU 1000-ACUMULAR-VOLUMEN-EXIT
    OPEN OUTPUT LISTADO-CONTROL-CLIENTES
    PERFORM 2000-LISTAR-VENCIMIENTOS
    PERFORM 3000-LISTAR-EXCEDIDOS
    CLOSE LISTADO-CONTROL-CLIENTES
    Display "Documentos a renovar: " cant-documentos
        "  riesgo alto sobre el perfil: " cant-excedidos
    Display "Lista de trabajo en LISTADO-CONTROL-CLIENTES"
    STOP RUN.

*>Pesos liquidados en el mes por cliente, con el codigo de cliente
*>como subindice (codigo + 1, el 0 es el mostrador). Una reversa
*>resta lo que sumo la original.
1000-ACUMULAR-VOLUMEN.
    INITIALIZE tabla-volumen
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        Display "ADVERTENCIA: sin FX-TRANSACCIONES, los volumenes"
            " del mes quedan en cero"
        GO TO 1000-ACUMULAR-VOLUMEN-EXIT
    END-IF
    PERFORM 1100-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10"
        IF TX-FECHA (1:6) = mes-control
            IF TX-CLIENTE IS NUMERIC
                Compute c = TX-CLIENTE + 1
                IF TX-CLASE = "R"
                    Compute volumen-cliente (c) =
                        volumen-cliente (c) - TX-TOTAL
                ELSE
                    Compute volumen-cliente (c) =
                        volumen-cliente (c) + TX-TOTAL
                END-IF
            ELSE
                Compute cant-sin-cliente = cant-sin-cliente + 1
            END-IF
        END-IF
        PERFORM 1100-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES
    IF cant-sin-cliente > 0
        Display "ADVERTENCIA: " cant-sin-cliente " operaciones del"
            " mes sin codigo de cliente legible"
    END-IF.
1000-ACUMULAR-VOLUMEN-EXIT.
    EXIT.

1100-LEER-TRANSACCION.
    READ FX-TRANSACCIONES
    NOT AT END
        CONTINUE
    END-READ.

1200-LEER-CLIENTE.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

2000-LISTAR-VENCIMIENTOS.
    Move SPACES to linea-impresion
    STRING "CONTROL DE CLIENTES FX - EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        "  MES " DELIMITED BY SIZE
        mes-control DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "DOCUMENTOS VENCIDOS O QUE VENCEN HASTA EL "
        DELIMITED BY SIZE
        fecha-limite DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    OPEN INPUT CLIENTES-FX
    PERFORM 1200-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-ACTIVO = "S"
            PERFORM 2100-CONTROLAR-DOCUMENTO
                THRU 2100-CONTROLAR-DOCUMENTO-EXIT
        END-IF
        PERFORM 1200-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "DOCUMENTOS A RENOVAR: " DELIMITED BY SIZE
        cant-documentos DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.

2100-CONTROLAR-DOCUMENTO.
    EVALUATE TRUE
        WHEN FXC-VENCE-DOC IS NOT NUMERIC
            Move "SIN VENCIMIENTO" to situacion-documento
        WHEN FXC-VENCE-DOC < fecha-hoy
            Move "VENCIDO" to situacion-documento
        WHEN FXC-VENCE-DOC <= fecha-limite
            Move "VENCE PRONTO" to situacion-documento
        WHEN OTHER
            GO TO 2100-CONTROLAR-DOCUMENTO-EXIT
    END-EVALUATE
    Compute cant-documentos = cant-documentos + 1
    Move "D" to MSC-FUNCION
    Move FXC-DOCUMENTO to MSC-ENTRADA
    CALL "Enmascarar-Dato" USING MSC-ARGUMENTOS
    Move SPACES to linea-impresion
    STRING FXC-CODIGO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FXC-NOMBRE DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FXC-TIPO-DOC DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        MSC-SALIDA (1:11) DELIMITED BY SIZE
        " vence " DELIMITED BY SIZE
        FXC-VENCE-DOC DELIMITED BY SIZE
        "  " DELIMITED BY SIZE
        situacion-documento DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
2100-CONTROLAR-DOCUMENTO-EXIT.
    EXIT.

3000-LISTAR-EXCEDIDOS.
    Move SPACES to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "RIESGO ALTO CON VOLUMEN DEL MES " DELIMITED BY SIZE
        mes-control DELIMITED BY SIZE
        " SOBRE EL PERFIL DECLARADO" DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    OPEN INPUT CLIENTES-FX
    PERFORM 1200-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-RIESGO = "A"
            PERFORM 3100-CONTROLAR-PERFIL
                THRU 3100-CONTROLAR-PERFIL-EXIT
        END-IF
        PERFORM 1200-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX
    Move ALL "-" to LC-LINEA
    WRITE LC-LINEA
    Move SPACES to linea-impresion
    STRING "CLIENTES SOBRE EL PERFIL: " DELIMITED BY SIZE
        cant-excedidos DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.

3100-CONTROLAR-PERFIL.
    Compute c = FXC-CODIGO + 1
    IF FXC-PERFIL IS NUMERIC
        Move FXC-PERFIL to perfil-cliente
    ELSE
        Move 0 to perfil-cliente
    END-IF
    IF volumen-cliente (c) <= perfil-cliente
        GO TO 3100-CONTROLAR-PERFIL-EXIT
    END-IF
    Compute cant-excedidos = cant-excedidos + 1
    Compute exceso-perfil = volumen-cliente (c) - perfil-cliente
    Move volumen-cliente (c) to volumen-ed
    Move perfil-cliente to perfil-ed
    Move exceso-perfil to exceso-ed
    Move SPACES to linea-impresion
    STRING FXC-CODIGO DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        FXC-NOMBRE DELIMITED BY SIZE
        " volumen " DELIMITED BY SIZE
        volumen-ed DELIMITED BY SIZE
        " perfil " DELIMITED BY SIZE
        perfil-ed DELIMITED BY SIZE
        " exceso " DELIMITED BY SIZE
        exceso-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LC-LINEA
    WRITE LC-LINEA.
3100-CONTROLAR-PERFIL-EXIT.
    EXIT.
