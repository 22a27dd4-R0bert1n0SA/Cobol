*>Subprograma comun de enmascarado de datos personales en los
*>listados: documentos de CLIENTES-FX, nombres de los clientes de
*>fiado y de los alumnos salian completos en papeles que circulan por
*>toda la oficina. Cada listado que imprime un documento o un nombre
*>de persona lo pasa por aca (interfaz en copybooks/mascara-args) en
*>vez de imprimir el campo del maestro. Al empezar, el listado llama
*>con la funcion I: se pide el operador que lo corre y, si es un
*>supervisor (OP-NIVEL 2 en OPERADORES, con su PIN verificado por
*>Autenticar-Operador), los datos salen completos; con espacios, un
*>operador sin nivel o un inicio de sesion rechazado, el listado sale
*>enmascarado. Sin OPERADORES no hay quien acredite nivel y tambien
*>sale enmascarado. La decision queda guardada para el resto de las
*>llamadas de la corrida. Documento: se reemplazan por "*" las letras
*>y digitos salvo los ultimos DIGITOS-VISIBLES, y se respetan puntos
*>y guiones. Nombre: queda la inicial de cada palabra y el resto de
*>las letras pasa a "*"; una letra nacional en UTF-8 ocupa un solo
*>"*" para que las columnas del listado no se corran.

IDENTIFICATION DIVISION.
PROGRAM-ID. Enmascarar-Dato.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  OPERADORES.
        COPY "operador-rec".
    WORKING-STORAGE SECTION.
        01 OP-STATUS PIC X(2).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 DIGITOS-VISIBLES PIC 9(1) value 3.
        01 datos-completos PIC X(1) value "N".
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 nivel-operador PIC 9(1).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 caracter PIC X(1).
        01 p PIC 9(2).
        01 q PIC 9(2).
        01 cant-alfanumericos PIC 9(2).
        01 orden-alfanumerico PIC 9(2).
        01 inicio-palabra PIC X(1).
        01 copiando-inicial PIC X(1).
    LINKAGE SECTION.
        COPY "mascara-args".
PROCEDURE DIVISION USING MSC-ARGUMENTOS.
0000-MAINLINE.
    EVALUATE MSC-FUNCION
        WHEN "I"
            PERFORM 0100-IDENTIFICAR-OPERADOR
                THRU 0100-IDENTIFICAR-OPERADOR-EXIT
        WHEN "D"
            PERFORM 2000-ENMASCARAR-DOCUMENTO
        WHEN OTHER
            PERFORM 3000-ENMASCARAR-NOMBRE
    END-EVALUATE
    Move datos-completos to MSC-COMPLETO
    GOBACK.

0100-IDENTIFICAR-OPERADOR.
    Move "N" to datos-completos
    Move SPACES to codigo-operador
    Display "Operador supervisor para datos personales completos"
        " (espacios = listado enmascarado): "
    Accept codigo-operador
    IF codigo-operador = SPACES
        Display "Listado con datos personales enmascarados"
        GO TO 0100-IDENTIFICAR-OPERADOR-EXIT
    END-IF
    PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
    IF operador-valido = "S" AND nivel-operador >= NIVEL-REQUERIDO
        Move "S" to datos-completos
        Display "Listado con datos personales completos, operador "
            nombre-operador
    ELSE
        Display "Sin nivel de supervisor: listado con datos"
            " personales enmascarados"
    END-IF.
0100-IDENTIFICAR-OPERADOR-EXIT.
    EXIT.

0150-VALIDAR-OPERADOR.
    Move "N" to operador-valido
    Move 1 to nivel-operador
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se"
            " acredita el nivel del operador"
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
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
        Move MSC-PROGRAMA to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

*>Primero se cuentan las letras y digitos del documento; despues se
*>tapan todos menos los ultimos DIGITOS-VISIBLES.
2000-ENMASCARAR-DOCUMENTO.
    Move MSC-ENTRADA to MSC-SALIDA
    IF datos-completos = "N"
        Move 0 to cant-alfanumericos orden-alfanumerico
        PERFORM 2100-CONTAR-ALFANUMERICO
            VARYING p FROM 1 BY 1 UNTIL p > 40
        PERFORM 2200-TAPAR-ALFANUMERICO
            VARYING p FROM 1 BY 1 UNTIL p > 40
    END-IF.

2100-CONTAR-ALFANUMERICO.
    Move MSC-ENTRADA (p:1) to caracter
    IF (caracter >= "0" AND caracter <= "9")
    OR (caracter >= "A" AND caracter <= "Z")
    OR (caracter >= "a" AND caracter <= "z")
        Compute cant-alfanumericos = cant-alfanumericos + 1
    END-IF.

2200-TAPAR-ALFANUMERICO.
    Move MSC-ENTRADA (p:1) to caracter
    IF (caracter >= "0" AND caracter <= "9")
    OR (caracter >= "A" AND caracter <= "Z")
    OR (caracter >= "a" AND caracter <= "z")
        Compute orden-alfanumerico = orden-alfanumerico + 1
        IF orden-alfanumerico + DIGITOS-VISIBLES <= cant-alfanumericos
            Move "*" to MSC-SALIDA (p:1)
        END-IF
    END-IF.

*>La salida se arma caracter por caracter: los bytes de continuacion
*>UTF-8 (X"80" a X"BF") siguen a su letra cuando es la inicial y se
*>descartan cuando la letra queda tapada.
3000-ENMASCARAR-NOMBRE.
    IF datos-completos = "S"
        Move MSC-ENTRADA to MSC-SALIDA
    ELSE
        Move SPACES to MSC-SALIDA
        Move 0 to q
        Move "S" to inicio-palabra
        Move "N" to copiando-inicial
        PERFORM 3100-TAPAR-CARACTER THRU 3100-TAPAR-CARACTER-EXIT
            VARYING p FROM 1 BY 1 UNTIL p > 40
    END-IF.

3100-TAPAR-CARACTER.
    Move MSC-ENTRADA (p:1) to caracter
    IF caracter = SPACE
        Move "S" to inicio-palabra
        Move "N" to copiando-inicial
        Compute q = q + 1
        GO TO 3100-TAPAR-CARACTER-EXIT
    END-IF
    IF caracter >= X"80" AND caracter < X"C0"
        IF copiando-inicial = "S"
            Compute q = q + 1
            Move caracter to MSC-SALIDA (q:1)
        END-IF
        GO TO 3100-TAPAR-CARACTER-EXIT
    END-IF
    Compute q = q + 1
    IF inicio-palabra = "S"
        Move caracter to MSC-SALIDA (q:1)
        Move "S" to copiando-inicial
        Move "N" to inicio-palabra
        GO TO 3100-TAPAR-CARACTER-EXIT
    END-IF
    Move "N" to copiando-inicial
    IF (caracter >= "0" AND caracter <= "9")
    OR (caracter >= "A" AND caracter <= "Z")
    OR (caracter >= "a" AND caracter <= "z")
    OR caracter >= X"C0"
        Move "*" to MSC-SALIDA (q:1)
    ELSE
        Move caracter to MSC-SALIDA (q:1)
    END-IF.
3100-TAPAR-CARACTER-EXIT.
    EXIT.
