*>Layout compartido del archivo PROMOCIONES: una linea por promocion
*>del kiosko (codigo, clase de regla, tipo de caramelo, vigencia
*>desde/hasta y valores de la regla), cargada por supervisores con
*>Mantener-Promociones. Kiosko aplica al armar el ticket toda
*>promocion activa cuya vigencia cubra el dia de negocio y graba el
*>descuento como renglon propio de VENTAS-DETALLE (VD-CLASE "D" con el
*>codigo en VD-PROMO), que es de donde Margen-Kiosko y
*>Estadisticas-Ventas sacan lo que costo cada promocion. Clases:
*>  X = cantidad: lleva PR-LLEVA unidades del tipo y paga PR-PAGA
*>      ("3x2 en chupetines");
*>  P = porcentaje: PR-PORCENTAJE de descuento sobre el importe del
*>      tipo en el ticket ("10% en chicles este fin de semana");
*>  C = combo: por cada unidad de PR-TIPO acompañada de una unidad de
*>      PR-TIPO2 en el mismo ticket se descuenta PR-IMPORTE.
01 PR-REGISTRO.
    05 PR-CODIGO     PIC X(6).
    05 PR-SEP1       PIC X(1).
    05 PR-CLASE      PIC X(1).
    05 PR-SEP2       PIC X(1).
    05 PR-TIPO       PIC X(10).
    05 PR-SEP3       PIC X(1).
    05 PR-DESDE      PIC X(8).
    05 PR-SEP4       PIC X(1).
    05 PR-HASTA      PIC X(8).
    05 PR-SEP5       PIC X(1).
    05 PR-LLEVA      PIC 9(3).
    05 PR-SEP6       PIC X(1).
    05 PR-PAGA       PIC 9(3).
    05 PR-SEP7       PIC X(1).
    05 PR-PORCENTAJE PIC 9(2)V9(2).
    05 PR-SEP8       PIC X(1).
    05 PR-TIPO2      PIC X(10).
    05 PR-SEP9       PIC X(1).
    05 PR-IMPORTE    PIC 9(5)V9(2).
    05 PR-SEP10      PIC X(1).
    05 PR-ACTIVO     PIC X(1).
    05 PR-SEP11      PIC X(1).
    05 PR-DESCRIP    PIC X(20).
    05 PR-SEP12      PIC X(1).
    05 PR-OPERADOR   PIC X(4).
