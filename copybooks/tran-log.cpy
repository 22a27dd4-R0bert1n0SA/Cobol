*>Layout compartido del libro TRAN-LOG: cada operacion que Caracteres2
*>aplica (operador, numero y Resultado acumulado despues de aplicarla)
*>en la cuenta del libro a la que se asento (TL-CUENTA, una de
*>CUENTAS-LEDGER: fondo de caja, propinas, insumos...). Cada cuenta es
*>una secuencia propia dentro del mismo archivo. Las lineas grabadas
*>antes de TL-CUENTA la tienen en blanco y son de la cuenta GRAL, el
*>libro unico de entonces. Lo leen Verificar-Ledger, Cerrar-Ledger y
*>Saldos-Ledger.
01 TL-REGISTRO.
    05 TL-OPERADOR   PIC X(1).
    05 TL-SEP1       PIC X(1).
    05 TL-NUMERO     PIC S9(7) SIGN IS TRAILING SEPARATE.
    05 TL-SEP2       PIC X(1).
    05 TL-RESULTADO  PIC S9(8) SIGN IS TRAILING SEPARATE.
    05 TL-SEP3       PIC X(1).
    05 TL-CUENTA     PIC X(4).
