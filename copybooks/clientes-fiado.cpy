*>           contra el que Kiosko controla el saldo antes de cargar un
*>           ticket a fiado (limite 0 = cuenta sin limite, para que
*>           los registros anteriores al campo sigan operando).
*>2026-10-15 se agrega CF-EXENTO: "S" = cuenta exenta del recargo por
*>           mora que aplica Cierre-Fiado (la marca el supervisor con
*>           Mantener-Clientes-Fiado); espacios o "N" = se recarga.
01 CF-REGISTRO.
    05 CF-CODIGO PIC 9(4).
    05 CF-SEP1   PIC X(1).
    05 CF-ACTIVO PIC X(1).
    05 CF-SEP3   PIC X(1).
    05 CF-LIMITE PIC 9(7)V9(2).
    05 CF-SEP4   PIC X(1).
    05 CF-EXENTO PIC X(1).
