*>Regimen informativo mensual de operaciones de cambio para el banco
*>central: arma REGIMEN-INFORMATIVO-FX, el archivo de presentacion
*>en el formato de ancho fijo del regulador, con las operaciones del
*>mes de FX-TRANSACCIONES. Las reversas (TX-CLASE "R") y las
*>operaciones que estas referencian se saltean, como en
*>Posicion-Diaria: lo revertido no se informa. Cada operacion lleva
*>tipo, numero de documento y nombre del cliente de CLIENTES-FX; el
*>documento va solo con digitos y el nombre en mayusculas, los dos
*>normalizados por Normalizar-Nombre. El archivo abre con una
*>cabecera (entidad, periodo, fecha de generacion) y cierra con la
*>cantidad de operaciones y los totales de monto y de pesos.
*>Una operacion sin cliente, con un cliente que no esta en el maestro
*>o con el documento o el nombre sin cargar es un error bloqueante:
*>se lista con el motivo, el archivo se deja vacio para que no se
*>presente incompleto y la corrida termina con RETURN-CODE 8.
*>LISTADO-REGIMEN-FX es el listado de control: los errores y, por dia
*>y moneda, operaciones, monto y pesos con los mismos criterios que
*>Posicion-Diaria (cada linea se puede cotejar con la posicion de ese
*>dia), los totales del mes por moneda y el cierre informado. El mes
*>se pide al correr (espacios = mes anterior).

IDENTIFICATION DIVISION.
PROGRAM-ID. Regimen-Info-FX.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT FX-TRANSACCIONES ASSIGN TO "FX-TRANSACCIONES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS TX-STATUS.
        SELECT CLIENTES-FX ASSIGN TO "CLIENTES-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS FXC-STATUS.
        SELECT REGIMEN-INFORMATIVO-FX ASSIGN TO "REGIMEN-INFORMATIVO-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS RI-STATUS.
        SELECT LISTADO-REGIMEN-FX ASSIGN TO "LISTADO-REGIMEN-FX"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  FX-TRANSACCIONES.
        COPY "fx-transacciones".
    FD  CLIENTES-FX.
        COPY "clientes-fx".
*>Formato del regulador: registros de 120 posiciones sin separadores,
*>importes sin punto con dos decimales implicitos. Tipo 1 = cabecera,
*>2 = operacion, 9 = cierre.
    FD  REGIMEN-INFORMATIVO-FX.
        01 RI-REGISTRO.
            05 RI-TIPO PIC X(1).
            05 RI-DATOS PIC X(119).
            05 RI-CABECERA REDEFINES RI-DATOS.
                10 RI-ENTIDAD     PIC X(5).
                10 RI-PERIODO     PIC X(6).
                10 RI-FECHA-GEN   PIC X(8).
                10 FILLER         PIC X(100).
            05 RI-OPERACION REDEFINES RI-DATOS.
                10 RI-FECHA       PIC X(8).
                10 RI-HORA        PIC X(6).
                10 RI-LADO        PIC X(1).
                10 RI-MONEDA      PIC X(3).
                10 RI-MONTO       PIC 9(12)V9(2).
                10 RI-TIPO-CAMBIO PIC 9(5)V9(2).
                10 RI-PESOS       PIC 9(20)V9(2).
                10 RI-TIPO-DOC    PIC X(4).
                10 RI-DOCUMENTO   PIC X(11).
                10 RI-NOMBRE      PIC X(30).
                10 FILLER         PIC X(13).
            05 RI-CIERRE REDEFINES RI-DATOS.
                10 RI-CANT        PIC 9(8).
                10 RI-TOTAL-MONTO PIC 9(16)V9(2).
                10 RI-TOTAL-PESOS PIC 9(20)V9(2).
                10 FILLER         PIC X(71).
    FD  LISTADO-REGIMEN-FX.
        01 LR-LINEA PIC X(120).
    WORKING-STORAGE SECTION.
        COPY "nombre-args".
        01 TX-STATUS PIC X(2).
        01 FXC-STATUS PIC X(2).
        01 RI-STATUS PIC X(2).
        01 LR-STATUS PIC X(2).
*>Codigo de entidad que el banco central asigna a la casa de cambio.
        01 ENTIDAD-INFORMANTE PIC X(5) value "00000".
        01 fecha-hoy PIC X(8).
        01 mes-informe PIC X(6).
        01 mes-informe-partes REDEFINES mes-informe.
            05 anio-informe PIC 9(4).
            05 nro-mes-informe PIC 9(2).
        01 tabla-clientes.
            05 cliente-item OCCURS 10000 TIMES.
                10 cli-cargado   PIC X(1).
                10 cli-tipo-doc  PIC X(4).
                10 cli-documento PIC X(11).
                10 cli-nombre    PIC X(30).
        01 c PIC 9(5).
        01 cant-reversas PIC 9(4) value 0.
        01 reversas-desbordadas PIC X(1) value "N".
        01 tabla-reversas.
            05 ref-reversa OCCURS 1 TO 999 TIMES
                DEPENDING ON cant-reversas PIC X(14).
        01 r PIC 9(4).
        01 clave-operacion PIC X(14).
        01 operacion-revertida PIC X(1).
        01 cant-grupos PIC 9(3) value 0.
        01 tabla-grupos.
            05 grupo OCCURS 1 TO 700 TIMES
                DEPENDING ON cant-grupos.
                10 grp-fecha  PIC X(8).
                10 grp-moneda PIC X(3).
                10 grp-cant   PIC 9(5).
                10 grp-monto  PIC 9(12)V9(2).
                10 grp-pesos  PIC 9(16)V9(2).
        01 g PIC 9(3).
        01 pos-grupo PIC 9(3).
        01 cant-monedas PIC 9(2) value 0.
        01 tabla-monedas.
            05 moneda-item OCCURS 1 TO 20 TIMES
                DEPENDING ON cant-monedas.
                10 mon-codigo PIC X(3).
                10 mon-cant   PIC 9(6).
                10 mon-monto  PIC 9(14)V9(2).
                10 mon-pesos  PIC 9(18)V9(2).
        01 m PIC 9(2).
        01 pos-moneda PIC 9(2).
        01 tabla-llena PIC X(1) value "N".
        01 motivo-error PIC X(40).
        01 cant-informadas PIC 9(8) value 0.
        01 cant-errores PIC 9(6) value 0.
        01 total-monto PIC 9(16)V9(2) value 0.
        01 total-pesos PIC 9(20)V9(2) value 0.
        01 cant-ed PIC Z(7)9.
        01 monto-ed PIC Z(13)9.99.
        01 pesos-ed PIC Z(17)9.99.
        01 linea-impresion PIC X(120).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Display "Mes a informar (AAAAMM, espacios = mes anterior): "
    Accept mes-informe
    IF mes-informe = SPACES
        Move fecha-hoy (1:6) to mes-informe
        IF nro-mes-informe = 1
            Compute anio-informe = anio-informe - 1
            Move 12 to nro-mes-informe
        ELSE
            Compute nro-mes-informe = nro-mes-informe - 1
        END-IF
    END-IF
    IF mes-informe IS NOT NUMERIC
    OR nro-mes-informe < 1 OR nro-mes-informe > 12
        Display "Error: mes invalido " mes-informe
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    PERFORM 0500-CARGAR-CLIENTES THRU 0500-CARGAR-CLIENTES-EXIT
    PERFORM 0600-CARGAR-REVERSAS THRU 0600-CARGAR-REVERSAS-EXIT
    IF reversas-desbordadas = "S"
        OPEN OUTPUT REGIMEN-INFORMATIVO-FX
        CLOSE REGIMEN-INFORMATIVO-FX
        Display "ERROR: FX-TRANSACCIONES tiene mas de 999 reversas y"
            " no se pueden descartar las operaciones revertidas,"
            " REGIMEN-INFORMATIVO-FX queda vacio"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        Display "No se pudo abrir el archivo FX-TRANSACCIONES"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    OPEN OUTPUT REGIMEN-INFORMATIVO-FX
    OPEN OUTPUT LISTADO-REGIMEN-FX
    PERFORM 1000-GRABAR-CABECERA
    PERFORM 1100-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10"
        IF TX-FECHA (1:6) = mes-informe AND TX-CLASE <> "R"
            PERFORM 0700-ES-REVERTIDA THRU 0700-ES-REVERTIDA-EXIT
            IF operacion-revertida = "N"
                PERFORM 2000-INFORMAR-OPERACION
                    THRU 2000-INFORMAR-OPERACION-EXIT
            END-IF
        END-IF
        PERFORM 1100-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES
    PERFORM 3000-GRABAR-CIERRE
    CLOSE REGIMEN-INFORMATIVO-FX
    PERFORM 4000-LISTAR-CONTROL
    CLOSE LISTADO-REGIMEN-FX
    Display "Regimen informativo " mes-informe
        " -> operaciones informadas: " cant-informadas
        " errores bloqueantes: " cant-errores
    IF cant-errores > 0
        OPEN OUTPUT REGIMEN-INFORMATIVO-FX
        CLOSE REGIMEN-INFORMATIVO-FX
        Display "ERROR: hay operaciones con datos de cliente"
            " incompletos, REGIMEN-INFORMATIVO-FX queda vacio"
            " (ver LISTADO-REGIMEN-FX)"
        Move 8 to RETURN-CODE
    END-IF
    IF tabla-llena = "S"
        Display "ERROR: el listado de control quedo incompleto,"
            " hay dias o monedas fuera de la tabla"
        Move 8 to RETURN-CODE
    END-IF
    STOP RUN.

*>Tipo y numero de documento y nombre de cada cliente, con el codigo
*>como subindice (codigo + 1), ya normalizados para el regulador.
0500-CARGAR-CLIENTES.
    INITIALIZE tabla-clientes
    OPEN INPUT CLIENTES-FX
    IF FXC-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir CLIENTES-FX, toda"
            " operacion con cliente sale como error"
        GO TO 0500-CARGAR-CLIENTES-EXIT
    END-IF
    PERFORM 0550-LEER-CLIENTE
    PERFORM UNTIL FXC-STATUS = "10"
        IF FXC-CODIGO IS NUMERIC
            Compute c = FXC-CODIGO + 1
            Move "S" to cli-cargado (c)
            Move FXC-TIPO-DOC to cli-tipo-doc (c)
            Move FXC-DOCUMENTO to NOM-ENTRADA
            Move "D" to NOM-MODO
            CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
            Move NOM-NORMALIZADO to cli-documento (c)
            Move FXC-NOMBRE to NOM-ENTRADA
            Move "N" to NOM-MODO
            CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
            Move NOM-NORMALIZADO to cli-nombre (c)
        END-IF
        PERFORM 0550-LEER-CLIENTE
    END-PERFORM
    CLOSE CLIENTES-FX.
0500-CARGAR-CLIENTES-EXIT.
    EXIT.

0550-LEER-CLIENTE.
    READ CLIENTES-FX
    NOT AT END
        CONTINUE
    END-READ.

*>Pasada previa por el archivo juntando las referencias de los
*>contra-registros de clase R: esas operaciones y sus reversas no se
*>informan. Una reversa que no entra en la tabla deja la carga
*>incompleta: su original se informaria como valida, asi que no se
*>presenta nada.
0600-CARGAR-REVERSAS.
    OPEN INPUT FX-TRANSACCIONES
    IF TX-STATUS <> "00"
        GO TO 0600-CARGAR-REVERSAS-EXIT
    END-IF
    PERFORM 1100-LEER-TRANSACCION
    PERFORM UNTIL TX-STATUS = "10" OR reversas-desbordadas = "S"
        IF TX-CLASE = "R"
            IF cant-reversas = 999
                Move "S" to reversas-desbordadas
            ELSE
                Compute cant-reversas = cant-reversas + 1
                Move TX-REF to ref-reversa (cant-reversas)
            END-IF
        END-IF
        PERFORM 1100-LEER-TRANSACCION
    END-PERFORM
    CLOSE FX-TRANSACCIONES.
0600-CARGAR-REVERSAS-EXIT.
    EXIT.

0700-ES-REVERTIDA.
    Move "N" to operacion-revertida
    Move SPACES to clave-operacion
    STRING TX-FECHA DELIMITED BY SIZE
        TX-HORA DELIMITED BY SIZE
        INTO clave-operacion
    END-STRING
    PERFORM 0750-COMPARAR-REVERSA THRU 0750-COMPARAR-REVERSA-EXIT
        VARYING r FROM 1 BY 1 UNTIL r > cant-reversas.
0700-ES-REVERTIDA-EXIT.
    EXIT.

0750-COMPARAR-REVERSA.
    IF ref-reversa (r) = clave-operacion
        Move "S" to operacion-revertida
    END-IF.
0750-COMPARAR-REVERSA-EXIT.
    EXIT.

1000-GRABAR-CABECERA.
    Move SPACES to RI-REGISTRO
    Move "1" to RI-TIPO
    Move ENTIDAD-INFORMANTE to RI-ENTIDAD
    Move mes-informe to RI-PERIODO
    Move fecha-hoy to RI-FECHA-GEN
    WRITE RI-REGISTRO
    Move SPACES to linea-impresion
    STRING "REGIMEN INFORMATIVO DE CAMBIOS - PERIODO " DELIMITED BY SIZE
        mes-informe DELIMITED BY SIZE
        "  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move "ERRORES BLOQUEANTES (OPERACIONES SIN DATOS DE CLIENTE)"
        to LR-LINEA
    WRITE LR-LINEA
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA.

1100-LEER-TRANSACCION.
    READ FX-TRANSACCIONES
    NOT AT END
        CONTINUE
    END-READ.

*>Toda operacion del mes entra en los totales de control, como en la
*>posicion; al archivo solo va la que tiene los datos del cliente
*>completos.
2000-INFORMAR-OPERACION.
    PERFORM 2500-ACUMULAR-CONTROL THRU 2500-ACUMULAR-CONTROL-EXIT
    Move SPACES to motivo-error
    EVALUATE TRUE
        WHEN TX-CLIENTE IS NOT NUMERIC
            Move "sin codigo de cliente" to motivo-error
        WHEN TX-CLIENTE = 0
            Move "liquidada sin cliente" to motivo-error
        WHEN OTHER
            Compute c = TX-CLIENTE + 1
            EVALUATE TRUE
                WHEN cli-cargado (c) <> "S"
                    Move "cliente inexistente en CLIENTES-FX"
                        to motivo-error
                WHEN cli-tipo-doc (c) = SPACES
                    Move "cliente sin tipo de documento"
                        to motivo-error
                WHEN cli-documento (c) = SPACES
                    Move "cliente sin numero de documento"
                        to motivo-error
                WHEN cli-nombre (c) = SPACES
                    Move "cliente sin nombre" to motivo-error
            END-EVALUATE
    END-EVALUATE
    IF motivo-error <> SPACES
        PERFORM 2200-LISTAR-ERROR
        GO TO 2000-INFORMAR-OPERACION-EXIT
    END-IF
    Move SPACES to RI-REGISTRO
    Move "2" to RI-TIPO
    Move TX-FECHA  to RI-FECHA
    Move TX-HORA   to RI-HORA
    IF TX-LADO = "C"
        Move "C" to RI-LADO
    ELSE
        Move "V" to RI-LADO
    END-IF
    Move TX-MONEDA to RI-MONEDA
    Move TX-MONTO  to RI-MONTO
    Move TX-VALOR  to RI-TIPO-CAMBIO
    Move TX-TOTAL  to RI-PESOS
    Move cli-tipo-doc (c)  to RI-TIPO-DOC
    Move cli-documento (c) to RI-DOCUMENTO
    Move cli-nombre (c)    to RI-NOMBRE
    WRITE RI-REGISTRO
    Compute cant-informadas = cant-informadas + 1
    Compute total-monto = total-monto + TX-MONTO
    Compute total-pesos = total-pesos + TX-TOTAL.
2000-INFORMAR-OPERACION-EXIT.
    EXIT.

2200-LISTAR-ERROR.
    Compute cant-errores = cant-errores + 1
    Move SPACES to linea-impresion
    STRING TX-FECHA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TX-HORA DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        TX-MONEDA DELIMITED BY SIZE
        " cliente " DELIMITED BY SIZE
        TX-CLIENTE DELIMITED BY SIZE
        ": " DELIMITED BY SIZE
        motivo-error DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.

*>Totales por dia y moneda (los de Posicion-Diaria) y por moneda en
*>el mes.
2500-ACUMULAR-CONTROL.
    Move 0 to pos-grupo
    PERFORM 2600-BUSCAR-GRUPO THRU 2600-BUSCAR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    IF pos-grupo = 0
        IF cant-grupos = 700
            Move "S" to tabla-llena
            GO TO 2500-ACUMULAR-CONTROL-EXIT
        END-IF
        Compute cant-grupos = cant-grupos + 1
        Move cant-grupos to pos-grupo
        Move TX-FECHA  to grp-fecha (pos-grupo)
        Move TX-MONEDA to grp-moneda (pos-grupo)
        Move 0 to grp-cant (pos-grupo)
        Move 0 to grp-monto (pos-grupo)
        Move 0 to grp-pesos (pos-grupo)
    END-IF
    Compute grp-cant (pos-grupo) = grp-cant (pos-grupo) + 1
    Compute grp-monto (pos-grupo) = grp-monto (pos-grupo) + TX-MONTO
    Compute grp-pesos (pos-grupo) = grp-pesos (pos-grupo) + TX-TOTAL
    Move 0 to pos-moneda
    PERFORM 2700-BUSCAR-MONEDA THRU 2700-BUSCAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    IF pos-moneda = 0
        IF cant-monedas = 20
            Move "S" to tabla-llena
            GO TO 2500-ACUMULAR-CONTROL-EXIT
        END-IF
        Compute cant-monedas = cant-monedas + 1
        Move cant-monedas to pos-moneda
        Move TX-MONEDA to mon-codigo (pos-moneda)
        Move 0 to mon-cant (pos-moneda)
        Move 0 to mon-monto (pos-moneda)
        Move 0 to mon-pesos (pos-moneda)
    END-IF
    Compute mon-cant (pos-moneda) = mon-cant (pos-moneda) + 1
    Compute mon-monto (pos-moneda) = mon-monto (pos-moneda) + TX-MONTO
    Compute mon-pesos (pos-moneda) = mon-pesos (pos-moneda) + TX-TOTAL.
2500-ACUMULAR-CONTROL-EXIT.
    EXIT.

2600-BUSCAR-GRUPO.
    IF grp-fecha (g) = TX-FECHA AND grp-moneda (g) = TX-MONEDA
        Move g to pos-grupo
    END-IF.
2600-BUSCAR-GRUPO-EXIT.
    EXIT.

2700-BUSCAR-MONEDA.
    IF mon-codigo (m) = TX-MONEDA
        Move m to pos-moneda
    END-IF.
2700-BUSCAR-MONEDA-EXIT.
    EXIT.

3000-GRABAR-CIERRE.
    Move SPACES to RI-REGISTRO
    Move "9" to RI-TIPO
    Move cant-informadas to RI-CANT
    Move total-monto to RI-TOTAL-MONTO
    Move total-pesos to RI-TOTAL-PESOS
    WRITE RI-REGISTRO.

4000-LISTAR-CONTROL.
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to linea-impresion
    STRING "ERRORES BLOQUEANTES: " DELIMITED BY SIZE
        cant-errores DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    Move SPACES to LR-LINEA
    WRITE LR-LINEA
    Move "POSICION POR DIA Y MONEDA (COTEJAR CON POSICION-DIARIA)"
        to LR-LINEA
    WRITE LR-LINEA
    Move "FECHA    MON OPERACIONES             MONTO"
        & "                 PESOS" to LR-LINEA
    WRITE LR-LINEA
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    PERFORM 4100-LISTAR-GRUPO THRU 4100-LISTAR-GRUPO-EXIT
        VARYING g FROM 1 BY 1 UNTIL g > cant-grupos
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    Move "TOTAL DEL MES POR MONEDA" to LR-LINEA
    WRITE LR-LINEA
    PERFORM 4200-LISTAR-MONEDA THRU 4200-LISTAR-MONEDA-EXIT
        VARYING m FROM 1 BY 1 UNTIL m > cant-monedas
    Move ALL "-" to LR-LINEA
    WRITE LR-LINEA
    Move cant-informadas to cant-ed
    Move total-monto to monto-ed
    Move total-pesos to pesos-ed
    Move SPACES to linea-impresion
    STRING "CIERRE INFORMADO     " DELIMITED BY SIZE
        cant-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        monto-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        pesos-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA
    IF cant-errores > 0
        Move "ARCHIVO NO GENERADO: completar los datos de los"
            & " clientes en CLIENTES-FX y volver a correr" to LR-LINEA
        WRITE LR-LINEA
    END-IF.

4100-LISTAR-GRUPO.
    Move grp-cant (g) to cant-ed
    Move grp-monto (g) to monto-ed
    Move grp-pesos (g) to pesos-ed
    Move SPACES to linea-impresion
    STRING grp-fecha (g) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        grp-moneda (g) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        cant-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        monto-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        pesos-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.
4100-LISTAR-GRUPO-EXIT.
    EXIT.

4200-LISTAR-MONEDA.
    Move mon-cant (m) to cant-ed
    Move mon-monto (m) to monto-ed
    Move mon-pesos (m) to pesos-ed
    Move SPACES to linea-impresion
    STRING "MES      " DELIMITED BY SIZE
        mon-codigo (m) DELIMITED BY SIZE
        "    " DELIMITED BY SIZE
        cant-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        monto-ed DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        pesos-ed DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    Move linea-impresion to LR-LINEA
    WRITE LR-LINEA.
4200-LISTAR-MONEDA-EXIT.
    EXIT.
