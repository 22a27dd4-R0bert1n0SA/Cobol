*>Layout del archivo EXPORTACION-CONTABLE, el diario del mes en el
*>formato de importacion del sistema contable del contador externo.
*>Empieza con la cabecera "H" y termina con el cierre "T" de
*>copybooks/control-ht (cierre: cantidad de lineas "L" y, como hash,
*>el total del debe exportado). En el medio, cada asiento es un
*>registro "A" (numero correlativo del asiento en la exportacion,
*>fecha y descripcion) seguido de sus lineas "L" (cuenta del plan del
*>contador, debe o haber, y la cuenta nuestra de referencia).
01 EX-REGISTRO.
    05 EX-TIPO  PIC X(1).
    05 EX-DATOS PIC X(79).
    05 EX-ASIENTO REDEFINES EX-DATOS.
        10 EX-NRO-ASIENTO  PIC 9(6).
        10 EX-SEP1         PIC X(1).
        10 EX-FECHA        PIC X(8).
        10 EX-SEP2         PIC X(1).
        10 EX-DESCRIPCION  PIC X(30).
        10 FILLER          PIC X(33).
    05 EX-LINEA REDEFINES EX-DATOS.
        10 EX-NRO-LINEA    PIC 9(6).
        10 EX-SEP3         PIC X(1).
        10 EX-CUENTA-EXT   PIC X(15).
        10 EX-SEP4         PIC X(1).
        10 EX-DEBE         PIC 9(12)V9(2).
        10 EX-SEP5         PIC X(1).
        10 EX-HABER        PIC 9(12)V9(2).
        10 EX-SEP6         PIC X(1).
        10 EX-CUENTA-PROPIA PIC X(6).
        10 FILLER          PIC X(20).
