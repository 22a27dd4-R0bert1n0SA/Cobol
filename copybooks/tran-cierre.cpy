*>Layout compartido de TRAN-CIERRE: un saldo sellado por cuenta del
*>libro y periodo, que graba Cerrar-Ledger (periodo, Resultado final
*>de la cuenta, lineas cerradas y cuenta). Los cierres grabados antes
*>de TC-CUENTA la tienen en blanco y son de la cuenta GRAL. El ultimo
*>cierre de cada cuenta es su saldo de apertura para Caracteres2,
*>Verificar-Ledger y Saldos-Ledger.
01 TC-REGISTRO.
    05 TC-PERIODO   PIC X(6).
    05 TC-SEP1      PIC X(1).
    05 TC-RESULTADO PIC S9(8) SIGN IS TRAILING SEPARATE.
    05 TC-SEP2      PIC X(1).
    05 TC-LINEAS    PIC 9(6).
    05 TC-SEP3      PIC X(1).
    05 TC-CUENTA    PIC X(4).
