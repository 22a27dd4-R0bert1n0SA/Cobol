*>entran por su promedio historico) con una linea de alerta cuando el
*>fin proyectado cruza la hora limite configurada. El SORT de
*>Ejercicio14 venia creciendo hace semanas y nos enteramos por una
*>queja, con el dato guardado y sin mirar. El fin proyectado fuera de
*>la hora limite deja ademas una advertencia en la cola ALERTAS
*>(Registrar-Alerta).

IDENTIFICATION DIVISION.
PROGRAM-ID. Reporte-Tiempos.
            05 RC-SEP4     PIC X(1).
            05 RC-ESTADO   PIC X(14).
    WORKING-STORAGE SECTION.
        COPY "alerta-args".
        01 RC-STATUS PIC X(2).
        01 fecha-pedida PIC X(8).
        01 margen-crecimiento PIC 9(3).
            Display "ALERTA: el fin proyectado cruza la hora limite "
                hora-limite
            Compute cant-alertados = cant-alertados + 1
            INITIALIZE ALE-ARGUMENTOS
            Move "REPORTE-TIEMPOS" to ALE-PROGRAMA
            Move "A" to ALE-SEVERIDAD
            STRING "El fin proyectado de la ventana cruza la hora"
                DELIMITED BY SIZE
                " limite " DELIMITED BY SIZE
                hora-limite DELIMITED BY SIZE
                INTO ALE-TEXTO
            END-STRING
            Move fecha-pedida to ALE-REFERENCIA
            CALL "Registrar-Alerta" USING ALE-ARGUMENTOS
        END-IF
    END-IF.
4000-PROYECTAR-VENTANA-EXIT.
