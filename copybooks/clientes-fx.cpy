*>actividad por cliente. Hasta ahora FX-TRANSACCIONES no decia para
*>quien se liquidaba y "que converti este mes" se respondia de
*>memoria sobre un listado.
*>2026-10-15 se agregan los datos de debida diligencia que pide
*>           cumplimiento: tipo y vencimiento del documento,
*>           domicilio, ocupacion, calificacion de riesgo (B = bajo,
*>           M = medio, A = alto; espacio = sin calificar) y el
*>           volumen mensual en pesos declarado como perfil. Variables no opera con un cliente
*>           de documento vencido o sin calificacion, los datos los
*>           carga el supervisor con Mantener-Clientes-FX y
*>           Control-Clientes-FX lista cada mes los documentos por
*>           vencer y los clientes de riesgo alto que superan su
*>           perfil. Los registros anteriores a los campos los leen en
*>           espacios: quedan sin calificar hasta que se completen.
01 FXC-REGISTRO.
    05 FXC-CODIGO    PIC 9(4).
    05 FXC-SEP1      PIC X(1).
    05 FXC-DOCUMENTO PIC X(11).
    05 FXC-SEP3      PIC X(1).
    05 FXC-ACTIVO    PIC X(1).
    05 FXC-SEP4      PIC X(1).
    05 FXC-TIPO-DOC  PIC X(4).
    05 FXC-SEP5      PIC X(1).
    05 FXC-VENCE-DOC PIC X(8).
    05 FXC-SEP6      PIC X(1).
    05 FXC-DOMICILIO PIC X(40).
    05 FXC-SEP7      PIC X(1).
    05 FXC-OCUPACION PIC X(25).
    05 FXC-SEP8      PIC X(1).
    05 FXC-RIESGO    PIC X(1).
    05 FXC-SEP9      PIC X(1).
    05 FXC-PERFIL    PIC 9(12)V9(2).
