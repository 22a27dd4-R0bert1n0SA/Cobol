*>Layout compartido del plan de cuentas PLAN-CUENTAS (se mantiene a
*>mano, como CATEGORIAS-GASTO): codigo y nombre de la cuenta, el tipo
*>que decide en que estado contable sale y con que signo, y la cuenta
*>padre que la agrupa. Lo leen Asentar-Diario (valida las cuentas de
*>las reglas), Balance-Comprobacion (nombres del balance) y
*>Estados-Contables (estado de resultados y balance general).
*>PL-TIPO: A activo, P pasivo, N patrimonio neto, I ingreso,
*>         E egreso; en blanco la cuenta sale como sin clasificar.
*>PL-PADRE: cuenta de agrupamiento (su subtotal en los estados); en
*>         blanco, la cuenta es ella misma un grupo.
01 PL-REGISTRO.
    05 PL-CUENTA PIC X(6).
    05 PL-SEP1   PIC X(1).
    05 PL-NOMBRE PIC X(30).
    05 PL-SEP2   PIC X(1).
    05 PL-TIPO   PIC X(1).
    05 PL-SEP3   PIC X(1).
    05 PL-PADRE  PIC X(6).
