*>Registro de la historia INTEGRIDAD-HISTORIA que anexa
*>Verificar-Integridad en cada corrida, una linea por regla: fecha,
*>regla, movimientos controlados, huerfanos y claves huerfanas
*>distintas. Es la serie de la que sale la tendencia de calidad de
*>datos. El archivo no se regraba.
01 IH-REGISTRO.
    05 IH-FECHA     PIC X(8).
    05 IH-SEP1      PIC X(1).
    05 IH-REGLA     PIC X(20).
    05 IH-SEP2      PIC X(1).
    05 IH-HIJOS     PIC 9(9).
    05 IH-SEP3      PIC X(1).
    05 IH-HUERFANOS PIC 9(9).
    05 IH-SEP4      PIC X(1).
    05 IH-DISTINTAS PIC 9(9).
