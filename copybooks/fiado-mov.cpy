*>(archivo FIADO-MOVS): una linea por cargo (tipo C, venta a cuenta
*>con su numero de ticket) o pago recibido (tipo P). Kiosko los graba
*>y Estado-Cuenta los resume por cliente.
*>2026-10-15 se agrega FM-PUNTO: el punto de venta del ticket del cargo
*>           (los numeros de ticket se repiten entre puntos); espacios
*>           = punto 01.
*>2026-10-15 tipo R: recargo por mora que graba Cierre-Fiado al cerrar
*>           el mes sobre el saldo vencido del cliente. Es un cargo
*>           (suma al saldo como el C) pero no viene de un ticket.
01 FM-REGISTRO.
    05 FM-FECHA   PIC X(8).
    05 FM-SEP1    PIC X(1).
    05 FM-IMPORTE PIC 9(7)V9(2).
    05 FM-SEP4    PIC X(1).
    05 FM-DETALLE PIC X(20).
    05 FM-SEP5    PIC X(1).
    05 FM-PUNTO   PIC X(2).
