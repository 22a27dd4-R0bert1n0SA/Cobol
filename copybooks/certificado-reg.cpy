*>Layout compartido de CERT-REGISTRO, el registro unico de los
*>certificados emitidos: una linea por certificado de aprobacion de
*>modulo (RG-TIPO "A", serie de CERT-CONTROL, la graba Certificados)
*>o de finalizacion de carrera (RG-TIPO "E", serie de EGRESO-CONTROL,
*>la graba Egresados; modulo en espacios y nota cero). Las dos series
*>son independientes: el certificado se identifica por tipo y numero.
*>RG-ESTADO: "V" vigente, "R" revocado (por un supervisor desde
*>Verificar-Certificados, o por una rectificacion que deja el modulo
*>desaprobado), "E" reemitido (una rectificacion cambio la nota y
*>Certificados emite uno nuevo que lo reemplaza). Fecha, supervisor y
*>motivo del cambio de estado quedan en el mismo registro.
01 RG-REGISTRO.
    05 RG-TIPO          PIC X(1).
    05 RG-SEP1          PIC X(1).
    05 RG-NUMERO        PIC 9(6).
    05 RG-SEP2          PIC X(1).
    05 RG-LEGAJO        PIC 9(8).
    05 RG-SEP3          PIC X(1).
    05 RG-NOMBRE        PIC X(30).
    05 RG-SEP4          PIC X(1).
    05 RG-MODULO        PIC X(6).
    05 RG-SEP5          PIC X(1).
    05 RG-NOTA          PIC 9(2).
    05 RG-SEP6          PIC X(1).
    05 RG-FECHA         PIC X(8).
    05 RG-SEP7          PIC X(1).
    05 RG-ESTADO        PIC X(1).
    05 RG-SEP8          PIC X(1).
    05 RG-FECHA-ESTADO  PIC X(8).
    05 RG-SEP9          PIC X(1).
    05 RG-SUPERVISOR    PIC X(4).
    05 RG-SEP10         PIC X(1).
    05 RG-MOTIVO        PIC X(40).
