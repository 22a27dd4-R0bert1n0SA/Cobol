*>cableadas en el programa, y Resumen-Secuencia rotula sus subtotales
*>con el nombre en vez del numero pelado. Una sucursal activa con
*>archivo esperado "S" que no transmite hace fallar la corrida; una
*>inactiva o sin archivo esperado se saltea limpio. SU-HORA-LIMITE es
*>la hora pactada (HHMM) hasta la que la sucursal debe entregar el
*>NUMEROS-SUCn de la fecha de proceso; Puntualidad-Sucursal mide
*>contra ella la puntualidad de TRANSMISIONES. En blanco no hay hora
*>pactada y toda entrega aceptada cuenta como a tiempo.
01 SU-REGISTRO.
    05 SU-CODIGO   PIC 9(2).
    05 SU-SEP1     PIC X(1).
    05 SU-ACTIVO   PIC X(1).
    05 SU-SEP3     PIC X(1).
    05 SU-ESPERADO PIC X(1).
    05 SU-SEP4     PIC X(1).
    05 SU-HORA-LIMITE PIC X(4).
