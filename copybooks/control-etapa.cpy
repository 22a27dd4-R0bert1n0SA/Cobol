*>Layout compartido de la bitacora CONTROL-ETAPAS de la cadena
*>NUMEROS: cada etapa (Consolidar-Sucursales, Validar-Entrada,
*>Reciclar-Rechazos, Resumen-Secuencia y Ejercicio10) anexa al
*>terminar una linea por sucursal (00 = archivo sin sucursal, o el
*>total de la etapa) con los registros que entraron, los que salieron
*>al archivo siguiente, los que se apartaron como rechazo y el hash
*>de lo que salio; si la entrada trae cierre "T" (copybooks/
*>control-ht) se copian ademas la cantidad y el hash declarados por
*>el remitente. Todas las lineas de una corrida llevan la misma hora.
*>Balance-Numeros sigue con ellas los totales de punta a punta.
01 CT-REGISTRO.
    05 CT-FECHA          PIC X(8).
    05 CT-SEP1           PIC X(1).
    05 CT-HORA           PIC X(6).
    05 CT-SEP2           PIC X(1).
    05 CT-ETAPA          PIC X(20).
    05 CT-SEP3           PIC X(1).
    05 CT-SUCURSAL       PIC 9(2).
    05 CT-SEP4           PIC X(1).
    05 CT-CIERRE         PIC X(1).
    05 CT-SEP5           PIC X(1).
    05 CT-DECLARADOS     PIC 9(6).
    05 CT-SEP6           PIC X(1).
    05 CT-ENTRADAS       PIC 9(6).
    05 CT-SEP7           PIC X(1).
    05 CT-SALIDAS        PIC 9(6).
    05 CT-SEP8           PIC X(1).
    05 CT-RECHAZOS       PIC 9(6).
    05 CT-SEP9           PIC X(1).
    05 CT-HASH-DECLARADO PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.
    05 CT-SEP10          PIC X(1).
    05 CT-HASH-SALIDA    PIC S9(12)V9(2) SIGN IS LEADING SEPARATE.
