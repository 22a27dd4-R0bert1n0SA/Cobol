*>Layout compartido de la planilla de revision de accesos
*>REVISION-ACCESOS: Revisar-Accesos anexa una linea por operador a
*>revisar (los de nivel supervisor, los inactivos que siguen
*>apareciendo en la actividad reciente y los activos sin actividad en
*>90 dias), todas con la misma fecha de revision, y
*>Firmar-Revision-Accesos registra en cada una la decision del
*>supervisor revisor (M = mantener, B = bajar a nivel 1, D =
*>desactivar; espacio = pendiente), quien la firmo y cuando, y si ya
*>se aplico a OPERADORES. Las revisiones anteriores quedan en el
*>archivo como constancia para los auditores.
01 RX-REGISTRO.
    05 RX-REVISION   PIC X(8).
    05 RX-SEP1       PIC X(1).
    05 RX-OPERADOR   PIC X(4).
    05 RX-SEP2       PIC X(1).
    05 RX-NOMBRE     PIC X(30).
    05 RX-SEP3       PIC X(1).
    05 RX-NIVEL      PIC 9(1).
    05 RX-SEP4       PIC X(1).
    05 RX-ACTIVO     PIC X(1).
    05 RX-SEP5       PIC X(1).
    05 RX-MOTIVO     PIC X(20).
    05 RX-SEP6       PIC X(1).
    05 RX-ULTIMO-USO PIC X(8).
    05 RX-SEP7       PIC X(1).
    05 RX-DECISION   PIC X(1).
    05 RX-SEP8       PIC X(1).
    05 RX-REVISOR    PIC X(4).
    05 RX-SEP9       PIC X(1).
    05 RX-FECHA-FIRMA PIC X(8).
    05 RX-SEP10      PIC X(1).
    05 RX-APLICADA   PIC X(1).
