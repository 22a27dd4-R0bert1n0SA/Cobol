*>Subprograma comun de normalizacion de nombres y documentos, crecido
*>de la clasificacion de caracteres de Validar-Nombres: la lista de
*>personas restringidas se compara contra CLIENTES-FX por documento y
*>por nombre, y "perez, juan" tiene que dar con "PEREZ  JUAN" sin que
*>cada programa invente su propia limpieza. Las letras nacionales se
*>comparan tal como vienen: no se les quita el acento. Las reglas de
*>que es letra y que no son las de Validar-Nombres, que tambien lo
*>llama.
*>Interfaz en copybooks/nombre-args: entrada, modo N/D, forma
*>normalizada, marcas de caracteres invalidos y validez.

IDENTIFICATION DIVISION.
PROGRAM-ID. Normalizar-Nombre.
DATA DIVISION.
    WORKING-STORAGE SECTION.
        01 caracter PIC X(1).
        01 p PIC 9(2).
        01 q PIC 9(2).
        01 espacio-pendiente PIC X(1).
    LINKAGE SECTION.
        COPY "nombre-args".
PROCEDURE DIVISION USING NOM-ARGUMENTOS.
0000-MAINLINE.
    Move SPACES to NOM-NORMALIZADO
    Move SPACES to NOM-MARCAS
    Move "S" to NOM-VALIDO
    Move 0 to q
    Move "N" to espacio-pendiente
    PERFORM 1000-CLASIFICAR-CARACTER THRU 1000-CLASIFICAR-CARACTER-EXIT
        VARYING p FROM 1 BY 1 UNTIL p > 40
    INSPECT NOM-NORMALIZADO CONVERTING
        "abcdefghijklmnopqrstuvwxyz" TO "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
    GOBACK.

*>Letra o espacio valen, cualquier otra cosa marca la posicion con
*>"^" y no pasa a la forma normalizada. Los bytes con el bit alto
*>encendido (desde X"80") cuentan como letras nacionales, en Latin-1
*>o como secuencia UTF-8. En un documento los digitos valen y los
*>espacios y signos se descartan sin invalidarlo.
1000-CLASIFICAR-CARACTER.
    Move NOM-ENTRADA (p:1) to caracter
    IF caracter = SPACE
        IF q > 0
            Move "S" to espacio-pendiente
        END-IF
        GO TO 1000-CLASIFICAR-CARACTER-EXIT
    END-IF
    IF (caracter >= "A" AND caracter <= "Z")
    OR (caracter >= "a" AND caracter <= "z")
    OR caracter >= X"80"
        PERFORM 1100-AGREGAR-CARACTER
        GO TO 1000-CLASIFICAR-CARACTER-EXIT
    END-IF
    IF NOM-MODO = "D"
        IF caracter >= "0" AND caracter <= "9"
            PERFORM 1100-AGREGAR-CARACTER
        END-IF
        GO TO 1000-CLASIFICAR-CARACTER-EXIT
    END-IF
    Move "N" to NOM-VALIDO
    Move "^" to NOM-MARCAS (p:1).
1000-CLASIFICAR-CARACTER-EXIT.
    EXIT.

1100-AGREGAR-CARACTER.
    IF espacio-pendiente = "S" AND NOM-MODO <> "D"
        Compute q = q + 1
        Move SPACE to NOM-NORMALIZADO (q:1)
    END-IF
    Move "N" to espacio-pendiente
    Compute q = q + 1
    Move caracter to NOM-NORMALIZADO (q:1).
