*>Area de argumentos del subprograma Registrar-Alerta, la cola comun
*>de alertas: el programa que termina con una condicion que alguien
*>tiene que mirar (un limite superado, una deriva, un NO-GO) llama con
*>su nombre, la severidad, un texto corto y una referencia (la moneda,
*>la fecha, el archivo) y el subprograma la anexa numerada a ALERTAS
*>(copybooks/alerta-rec). Severidad: C = critica, frena la ventana;
*>E = error, la corrida termino con RC 8; A = advertencia, RC 4. Otra
*>letra se registra como E. Devuelve en ALE-NUMERO el numero asignado.
01 ALE-ARGUMENTOS.
    05 ALE-PROGRAMA   PIC X(20).
    05 ALE-SEVERIDAD  PIC X(1).
    05 ALE-TEXTO      PIC X(60).
    05 ALE-REFERENCIA PIC X(20).
    05 ALE-NUMERO     PIC 9(6).
