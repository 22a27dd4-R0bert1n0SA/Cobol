        Move CF-NOMBRE to FI-NOMBRE
        Move CF-ACTIVO to FI-ACTIVO
        Move CF-LIMITE to FI-LIMITE
        Move CF-EXENTO to FI-EXENTO
        WRITE FI-REGISTRO
            INVALID KEY
                Compute cant-duplicados = cant-duplicados + 1
        Move FI-ACTIVO to CF-ACTIVO
        Move SPACE     to CF-SEP3
        Move FI-LIMITE to CF-LIMITE
        Move SPACE     to CF-SEP4
        Move FI-EXENTO to CF-EXENTO
        WRITE CF-REGISTRO
        Compute cant-cargados = cant-cargados + 1
        PERFORM 8100-LEER-IDX-CLIENTE
