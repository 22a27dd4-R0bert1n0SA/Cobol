*>Layout del catalogo CATALOGO-ARCHIVOS que recorre Medir-Capacidad:
*>una linea por archivo de datos o familia de archivos a medir. Tipo
*>A = un archivo con ese nombre; M = familia mensual <FAMILIA>AAAAMM y
*>D = familia diaria <FAMILIA>AAAAMMDD, con la misma convencion de
*>nombres que las politicas de RETENCION (se suman todos los miembros
*>existentes). KA-LIMITE-KB es el tope en KB que se le admite al
*>archivo o a la familia entera; en cero no se proyecta.
01 KA-REGISTRO.
    05 KA-ARCHIVO   PIC X(20).
    05 KA-SEP1      PIC X(1).
    05 KA-TIPO      PIC X(1).
    05 KA-SEP2      PIC X(1).
    05 KA-LIMITE-KB PIC 9(9).
