*>Area de argumentos del subprograma Enmascarar-Dato, el lugar unico
*>de la regla de datos personales en los listados. Funcion I: al
*>empezar el listado identifica a quien lo corre (programa en
*>MSC-PROGRAMA, para la bitacora del PIN) y deja en MSC-COMPLETO "S"
*>si es un supervisor, "N" si no. Funcion D (documento) y N
*>(nombre): devuelve en MSC-SALIDA el dato de MSC-ENTRADA tal como se
*>imprime: completo para un supervisor identificado; si no, el
*>documento con solo los ultimos digitos a la vista y el nombre con
*>solo la inicial de cada palabra.
01 MSC-ARGUMENTOS.
    05 MSC-FUNCION  PIC X(1).
    05 MSC-PROGRAMA PIC X(20).
    05 MSC-ENTRADA  PIC X(40).
    05 MSC-SALIDA   PIC X(40).
    05 MSC-COMPLETO PIC X(1).
