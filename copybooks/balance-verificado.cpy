*>Layout compartido de BALANCES-VERIFICADOS: cada corrida de
*>Balance-Comprobacion deja una linea con el mes, cuando se corrio, el
*>resultado (OK el diario del mes netea en cero, ER no netea) y lo que
*>sumo: cantidad de lineas del diario y totales del debe y del haber.
*>Exportar-Asientos solo exporta un mes cuya ultima linea es OK y
*>cuyo diario sigue sumando lo mismo que cuando se verifico.
01 BV-REGISTRO.
    05 BV-MES       PIC X(6).
    05 BV-SEP1      PIC X(1).
    05 BV-FECHA     PIC X(8).
    05 BV-SEP2      PIC X(1).
    05 BV-HORA      PIC X(6).
    05 BV-SEP3      PIC X(1).
    05 BV-RESULTADO PIC X(2).
    05 BV-SEP4      PIC X(1).
    05 BV-CANT      PIC 9(6).
    05 BV-SEP5      PIC X(1).
    05 BV-DEBE      PIC 9(14)V9(2).
    05 BV-SEP6      PIC X(1).
    05 BV-HABER     PIC 9(14)V9(2).
