    05 FI-NOMBRE PIC X(30).
    05 FI-ACTIVO PIC X(1).
    05 FI-LIMITE PIC 9(7)V9(2).
    05 FI-EXENTO PIC X(1).
