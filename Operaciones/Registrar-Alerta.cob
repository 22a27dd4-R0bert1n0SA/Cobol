*>Cola central de alertas: muchos reportes terminaban con un cartel y
*>RETURN-CODE 8 que nadie leia hasta la mañana (el limite superado de
*>Posicion-Diaria, la deriva de Monitor-Tasas, la ventana excedida de
*>Reporte-Tiempos, los desvios de Verificar-Generaciones y de Sellar-FX,
*>el NO-GO de Chequeo-Previo). Este subprograma (interfaz en
*>copybooks/alerta-args), en el estilo de Registrar-Error, anexa la
*>alerta numerada a ALERTAS (copybooks/alerta-rec) con fecha, hora,
*>severidad, programa, texto y referencia, y avisa al operador con el
*>numero asignado. Las alertas abiertas se ven y se acusan en
*>Consola-Alertas; las que pasan el plazo sin acuse salen escaladas
*>en Resumen-Gerencial.

IDENTIFICATION DIVISION.
PROGRAM-ID. Registrar-Alerta.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT ALERTAS ASSIGN TO "ALERTAS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS ALR-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  ALERTAS.
        COPY "alerta-rec".
    WORKING-STORAGE SECTION.
        01 ALR-STATUS PIC X(2).
        01 ultimo-numero PIC 9(6).
    LINKAGE SECTION.
        COPY "alerta-args".
PROCEDURE DIVISION USING ALE-ARGUMENTOS.
0000-MAINLINE.
    IF ALE-SEVERIDAD <> "C" AND ALE-SEVERIDAD <> "E"
    AND ALE-SEVERIDAD <> "A"
        Move "E" to ALE-SEVERIDAD
    END-IF
    PERFORM 0700-BUSCAR-ULTIMO-NUMERO THRU 0700-BUSCAR-ULTIMO-NUMERO-EXIT
    Compute ALE-NUMERO = ultimo-numero + 1
    OPEN EXTEND ALERTAS
    IF ALR-STATUS = "35"
        OPEN OUTPUT ALERTAS
    END-IF
    INITIALIZE ALR-REGISTRO
    Move ALE-NUMERO to ALR-NUMERO
    Move SPACE to ALR-SEP1
    Move FUNCTION CURRENT-DATE (1:8) to ALR-FECHA
    Move SPACE to ALR-SEP2
    Move FUNCTION CURRENT-DATE (9:6) to ALR-HORA
    Move SPACE to ALR-SEP3
    Move ALE-SEVERIDAD  to ALR-SEVERIDAD
    Move SPACE to ALR-SEP4
    Move ALE-PROGRAMA   to ALR-PROGRAMA
    Move SPACE to ALR-SEP5
    Move ALE-TEXTO      to ALR-TEXTO
    Move SPACE to ALR-SEP6
    Move ALE-REFERENCIA to ALR-REFERENCIA
    WRITE ALR-REGISTRO
    CLOSE ALERTAS
    Display "ALERTA " ALE-NUMERO " (" ALE-SEVERIDAD ") registrada: "
        FUNCTION TRIM (ALE-TEXTO)
    GOBACK.

0700-BUSCAR-ULTIMO-NUMERO.
    Move 0 to ultimo-numero
    OPEN INPUT ALERTAS
    IF ALR-STATUS <> "00"
        GO TO 0700-BUSCAR-ULTIMO-NUMERO-EXIT
    END-IF
    PERFORM 0750-LEER-ALERTA
    PERFORM UNTIL ALR-STATUS = "10"
        IF ALR-NUMERO IS NUMERIC AND ALR-NUMERO > ultimo-numero
            Move ALR-NUMERO to ultimo-numero
        END-IF
        PERFORM 0750-LEER-ALERTA
    END-PERFORM
    CLOSE ALERTAS.
0700-BUSCAR-ULTIMO-NUMERO-EXIT.
    EXIT.

0750-LEER-ALERTA.
    READ ALERTAS
    NOT AT END
        CONTINUE
    END-READ.
