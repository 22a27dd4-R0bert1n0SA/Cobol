*>Registro de la historia CAPACIDAD que anexa Medir-Capacidad en cada
*>corrida: fecha de la medicion, archivo o familia del catalogo, tipo,
*>cantidad de archivos miembros encontrados (1 para un archivo tipo
*>A que existe, 0 si no existe), registros y tamaño en bytes (largo
*>util de cada linea mas el fin de linea). El archivo no se regraba.
01 KP-REGISTRO.
    05 KP-FECHA     PIC X(8).
    05 KP-SEP1      PIC X(1).
    05 KP-ARCHIVO   PIC X(20).
    05 KP-SEP2      PIC X(1).
    05 KP-TIPO      PIC X(1).
    05 KP-SEP3      PIC X(1).
    05 KP-MIEMBROS  PIC 9(4).
    05 KP-SEP4      PIC X(1).
    05 KP-REGISTROS PIC 9(9).
    05 KP-SEP5      PIC X(1).
    05 KP-BYTES     PIC 9(12).
