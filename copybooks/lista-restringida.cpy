*>Layout compartido de LISTA-RESTRINGIDA: las personas con las que la
*>mesa de cambio no puede operar, segun la ultima lista recibida. La
*>arma Cargar-Lista-Restringida desde el archivo que llega
*>(PERSONAS-RESTRINGIDAS) con el documento y el nombre ya
*>normalizados por Normalizar-Nombre, para que la comparacion contra
*>CLIENTES-FX sea una igualdad directa. Variables la consulta antes de
*>cada liquidacion con cliente. LRS-REFERENCIA es la identificacion de
*>la entrada en la lista recibida, para que cumplimiento la ubique.
01 LRS-REGISTRO.
    05 LRS-REFERENCIA  PIC X(12).
    05 LRS-SEP1        PIC X(1).
    05 LRS-DOCUMENTO   PIC X(15).
    05 LRS-SEP2        PIC X(1).
    05 LRS-NOMBRE      PIC X(40).
    05 LRS-SEP3        PIC X(1).
    05 LRS-FECHA-CARGA PIC X(8).
