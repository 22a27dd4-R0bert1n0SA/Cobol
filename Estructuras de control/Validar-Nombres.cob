*>           encendido (X"80" en adelante) se clasifica como letra
*>           nacional, cubriendo tanto datos Latin-1 como las
*>           secuencias multibyte de UTF-8.
*>2026-10-15 la clasificacion de caracteres pasa al subprograma comun
*>           Normalizar-Nombre (interfaz en copybooks/nombre-args),
*>           para que el control de la lista restringida de la mesa de
*>           cambio normalice los nombres con las mismas reglas.

IDENTIFICATION DIVISION.
PROGRAM-ID. Validar-Nombres.
            05 NR-SEP4     PIC X(1).
            05 NR-MOTIVO   PIC X(20).
    WORKING-STORAGE SECTION.
        COPY "nombre-args".
        01 ER-STATUS PIC X(2).
        01 RA-STATUS PIC X(2).
        01 NR-STATUS PIC X(2).
        01 archivo-elegido PIC X(1).
        01 nombre-trabajo PIC X(30).
        01 marcas-trabajo PIC X(30).
        01 nombre-valido PIC X(1).
        01 motivo     PIC X(20).
        01 nro-linea  PIC 9(6) value 0.
*>sobre un campo de archivo: letra o espacio valen, cualquier otra
*>cosa marca la posicion con "^". Los bytes con el bit alto encendido
*>(desde X"80") cuentan como letras nacionales: Ñ, vocales acentuadas
*>y dieresis, en Latin-1 o como secuencia UTF-8. Las reglas viven en
*>Normalizar-Nombre.
3000-CLASIFICAR-NOMBRE.
    Move "S" to nombre-valido
    Move SPACES to motivo
        Move "N" to nombre-valido
        Move "nombre en blanco" to motivo
    ELSE
        Move nombre-trabajo to NOM-ENTRADA
        Move "N" to NOM-MODO
        CALL "Normalizar-Nombre" USING NOM-ARGUMENTOS
        Move NOM-MARCAS (1:30) to marcas-trabajo
        IF NOM-VALIDO = "N"
            Move "N" to nombre-valido
            Move "caracteres invalidos" to motivo
        END-IF
    END-IF.

4000-RESOLVER-REGISTRO.
    IF nombre-valido = "S"
        Compute cant-limpios = cant-limpios + 1
