*>Area de argumentos del subprograma Controlar-Periodo: la fecha
*>(AAAAMMDD) en la que se quiere asentar y el estado de salida ("00"
*>el mes esta abierto, "10" el mes esta cerrado en PERIODOS-CERRADOS
*>y no se puede asentar en el). Lo llaman Asentar-Diario,
*>Cargar-Asiento-Manual y Aprobar-Asientos antes de tocar el diario.
01 PER-ARGUMENTOS.
    05 PER-FECHA  PIC X(8).
    05 PER-ESTADO PIC X(2).
