*>resguardo) y denuncia toda generacion que ya no coincide con su
*>anotacion, incluida la que directamente no se puede abrir. Descubrir
*>un GEN vacio el dia que hay que reponerlo es el peor momento
*>posible; este job lo descubre cualquier otro dia. Cada generacion
*>con desvio levanta ademas una alerta en la cola ALERTAS
*>(Registrar-Alerta) con el nombre de la copia como referencia.

IDENTIFICATION DIVISION.
PROGRAM-ID. Verificar-Generaciones.
        01 cant-verificadas PIC 9(3) value 0.
        01 cant-desvios PIC 9(3) value 0.
        01 cant-sin-control PIC 9(3) value 0.
        COPY "alerta-args".
PROCEDURE DIVISION.
0000-MAINLINE.
    OPEN INPUT GEN-CONTROL
        Compute cant-desvios = cant-desvios + 1
        Display "DESVIO " FUNCTION TRIM (nombre-generacion)
            ": anotada del " GC-FECHA " y no se puede abrir"
        Move "Generacion de resguardo anotada que no se puede abrir"
            to ALE-TEXTO
        PERFORM 2500-ALERTAR-DESVIO
        GO TO 2000-VERIFICAR-GENERACION-EXIT
    END-IF
    PERFORM 2100-LEER-GENERACION
        Display "DESVIO " FUNCTION TRIM (nombre-generacion)
            ": control cant=" GC-CANT " hash=" GC-HASH
            " / releido cant=" cant-releida " hash=" hash-releido
        Move "Generacion de resguardo que no coincide con su control"
            to ALE-TEXTO
        PERFORM 2500-ALERTAR-DESVIO
    ELSE
        Display "OK " FUNCTION TRIM (nombre-generacion)
            " (" cant-releida " lineas, tomada el " GC-FECHA ")"
    NOT AT END
        CONTINUE
    END-READ.

2500-ALERTAR-DESVIO.
    Move "VERIFICAR-GENERACION" to ALE-PROGRAMA
    Move "E" to ALE-SEVERIDAD
    Move nombre-generacion to ALE-REFERENCIA
    Move 0 to ALE-NUMERO
    CALL "Registrar-Alerta" USING ALE-ARGUMENTOS.
