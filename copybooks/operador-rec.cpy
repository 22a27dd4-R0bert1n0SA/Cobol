*>           exigen nivel 2 en el inicio de sesion y dejan el intento
*>           rechazado en ACCESOS-DENEGADOS. Separacion de funciones:
*>           lo que los auditores marcan todos los años.
*>2026-10-15 el codigo solo ya no alcanza: el PIN de cada operador
*>           vive aparte, en OPERADORES-PIN (copybooks/operador-pin),
*>           y lo controla Autenticar-Operador en el inicio de sesion.
01 OP-REGISTRO.
    05 OP-CODIGO  PIC X(4).
    05 OP-SEP1    PIC X(1).
