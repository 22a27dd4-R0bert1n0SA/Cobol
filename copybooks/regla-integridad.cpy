*>Layout de la tabla INTEGRIDAD-REGLAS que recorre
*>Verificar-Integridad: una linea por relacion entre un archivo de
*>movimientos (hijo) y el maestro que referencia (padre). La clave se
*>toma por posicion dentro de la linea (IR-HIJO-POS, IR-PADRE-POS,
*>contadas desde 1) y con el mismo largo IR-LARGO en los dos archivos.
*>Una clave que solo es unica dentro de su punto de venta (el ticket)
*>lleva un segundo tramo: IR-HIJO-POS2, IR-PADRE-POS2 e IR-LARGO2
*>ubican el punto de venta en cada archivo y se pega a continuacion
*>del primero; un segundo tramo en blanco vale "01", el punto
*>original, como en el resto del sistema. Sin segundo tramo esos
*>campos van en blanco o en cero. Los dos tramos suman hasta 20. Un
*>primer tramo del hijo en blanco o todo en ceros es un movimiento
*>sin referencia (proveedor o acta no cargados) y no se controla. Por
*>ejemplo:
*>  VENTAS-DETALLE pos 1 + pos 98 -> DAILY-SALES pos 1 + pos 74,
*>      largo 6 + 2 (ticket y punto de venta)
*>  ANULACIONES pos 17 + pos 77 -> DAILY-SALES pos 1 + pos 74,
*>      largo 6 + 2 (ticket anulado y punto de venta)
*>  FIADO-MOVS pos 10 -> CLIENTES-FIADO pos 1, largo 4
*>  FX-TRANSACCIONES pos 78 -> CLIENTES-FX pos 1, largo 4
*>  MAESTRO-PRODUCTOS pos 62 -> PROVEEDORES pos 1, largo 4
*>  EPA-RESULTADOS pos 1 -> REGISTRO-ALUMNOS pos 1, largo 8
*>  EPA-RESULTADOS pos 67 -> ACTAS pos 1, largo 6 (ER-ACTA)
*>El ticket de un cargo de FIADO-MOVS va dentro del texto de
*>FM-DETALLE y los pagos no lo llevan: no es una clave por posicion y
*>esa relacion no se controla desde esta tabla.
01 IR-REGISTRO.
    05 IR-REGLA      PIC X(20).
    05 IR-SEP1       PIC X(1).
    05 IR-HIJO       PIC X(20).
    05 IR-SEP2       PIC X(1).
    05 IR-HIJO-POS   PIC 9(3).
    05 IR-SEP3       PIC X(1).
    05 IR-PADRE      PIC X(20).
    05 IR-SEP4       PIC X(1).
    05 IR-PADRE-POS  PIC 9(3).
    05 IR-SEP5       PIC X(1).
    05 IR-LARGO      PIC 9(2).
    05 IR-SEP6       PIC X(1).
    05 IR-HIJO-POS2  PIC 9(3).
    05 IR-SEP7       PIC X(1).
    05 IR-PADRE-POS2 PIC 9(3).
    05 IR-SEP8       PIC X(1).
    05 IR-LARGO2     PIC 9(2).
