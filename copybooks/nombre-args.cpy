*>Area de argumentos del subprograma Normalizar-Nombre, el lugar unico
*>de las reglas de caracteres de Validar-Nombres: entrada, modo
*>(N = nombre, D = documento), la forma normalizada para comparar,
*>las marcas "^" bajo cada caracter invalido y la marca de validez
*>("S" = solo caracteres validos). Nombre: letras y espacios valen,
*>los bytes desde X"80" son letras nacionales (Ñ, acentos), las
*>minusculas pasan a mayusculas, los espacios repetidos se juntan y lo
*>demas se descarta. Documento: solo letras y digitos, en mayusculas,
*>sin puntos, guiones ni espacios.
01 NOM-ARGUMENTOS.
    05 NOM-ENTRADA     PIC X(40).
    05 NOM-MODO        PIC X(1).
    05 NOM-NORMALIZADO PIC X(40).
    05 NOM-MARCAS      PIC X(40).
    05 NOM-VALIDO      PIC X(1).
