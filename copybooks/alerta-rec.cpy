*>Registro de la cola central ALERTAS que anexa Registrar-Alerta: una
*>linea por alerta, numerada correlativa, con fecha y hora, severidad
*>(C critica, E error, A advertencia), programa que la levanto, texto
*>y referencia. El archivo no se regraba: el acuse del operador va
*>aparte a ALERTAS-ACUSES (copybooks/alerta-acuse) y una alerta esta
*>abierta mientras su numero no figure ahi.
01 ALR-REGISTRO.
    05 ALR-NUMERO     PIC 9(6).
    05 ALR-SEP1       PIC X(1).
    05 ALR-FECHA      PIC X(8).
    05 ALR-SEP2       PIC X(1).
    05 ALR-HORA       PIC X(6).
    05 ALR-SEP3       PIC X(1).
    05 ALR-SEVERIDAD  PIC X(1).
    05 ALR-SEP4       PIC X(1).
    05 ALR-PROGRAMA   PIC X(20).
    05 ALR-SEP5       PIC X(1).
    05 ALR-TEXTO      PIC X(60).
    05 ALR-SEP6       PIC X(1).
    05 ALR-REFERENCIA PIC X(20).
