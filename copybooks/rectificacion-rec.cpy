*>Layout compartido del archivo RECTIFICACIONES: una linea por pedido
*>de rectificacion de una nota ya asentada en un acta (numero
*>correlativo, fecha del pedido, acta, legajo y modulo de la nota,
*>nota erronea y nota correcta, docente que la pide y motivo). La
*>graba Solicitar-Rectificacion con RF-ESTADO "P" (pendiente);
*>Aprobar-Rectificaciones la pasa a "A" (aprobada) o "R" (rechazada)
*>con el supervisor, la fecha y la observacion de la decision. Lo
*>aprobado se asienta ademas en EPA-CORRECCIONES, que es lo que leen
*>los consumidores de EPA-RESULTADOS.
01 RF-REGISTRO.
    05 RF-NUMERO         PIC 9(6).
    05 RF-SEP1           PIC X(1).
    05 RF-FECHA          PIC X(8).
    05 RF-SEP2           PIC X(1).
    05 RF-ACTA           PIC 9(6).
    05 RF-SEP3           PIC X(1).
    05 RF-LEGAJO         PIC 9(8).
    05 RF-SEP4           PIC X(1).
    05 RF-MODULO         PIC X(6).
    05 RF-SEP5           PIC X(1).
    05 RF-NOTA-ERRONEA   PIC 9(2).
    05 RF-SEP6           PIC X(1).
    05 RF-NOTA-CORRECTA  PIC 9(2).
    05 RF-SEP7           PIC X(1).
    05 RF-DOCENTE        PIC X(4).
    05 RF-SEP8           PIC X(1).
    05 RF-MOTIVO         PIC X(40).
    05 RF-SEP9           PIC X(1).
    05 RF-ESTADO         PIC X(1).
    05 RF-SEP10          PIC X(1).
    05 RF-SUPERVISOR     PIC X(4).
    05 RF-SEP11          PIC X(1).
    05 RF-FECHA-DECISION PIC X(8).
    05 RF-SEP12          PIC X(1).
    05 RF-OBSERVACION    PIC X(30).
