*>Layout compartido del archivo OPERADORES-PIN: por operador, el PIN
*>guardado solo como resumen (PN-HASH, calculado por
*>Autenticar-Operador sobre el codigo y el PIN; el PIN en claro no
*>queda en ningun archivo), la fecha del ultimo cambio (vence a los
*>90 dias), la cantidad de intentos fallidos seguidos y el estado:
*>A = activo, C = cambio obligatorio en el proximo ingreso (PIN
*>recien asignado por un supervisor), B = bloqueado por intentos
*>fallidos hasta que un supervisor lo desbloquee en Mantener-Pines.
01 PN-REGISTRO.
    05 PN-CODIGO       PIC X(4).
    05 PN-SEP1         PIC X(1).
    05 PN-HASH         PIC 9(10).
    05 PN-SEP2         PIC X(1).
    05 PN-FECHA-CAMBIO PIC X(8).
    05 PN-SEP3         PIC X(1).
    05 PN-FALLOS       PIC 9(1).
    05 PN-SEP4         PIC X(1).
    05 PN-ESTADO       PIC X(1).
