*>Area de argumentos del subprograma Autenticar-Operador: el codigo
*>de operador ya validado contra OPERADORES y el programa desde el que
*>se inicia la sesion (para la bitacora), y el resultado: "S" PIN
*>aceptado, "N" rechazado (PIN incorrecto, sin PIN asignado o cambio
*>obligatorio no completado), "B" operador bloqueado.
01 AUT-ARGUMENTOS.
    05 AUT-CODIGO    PIC X(4).
    05 AUT-PROGRAMA  PIC X(20).
    05 AUT-RESULTADO PIC X(1).
