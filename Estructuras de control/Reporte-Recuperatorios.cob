    FD  EPA-RESULTADOS.
        COPY "epa-resultados".
    WORKING-STORAGE SECTION.
        COPY "correccion-args".
        01 ER-STATUS PIC X(2).
        01 cant-grupos PIC 9(4) value 0.
        01 tabla-grupos.
1000-LEER-RESULTADO.
    READ EPA-RESULTADOS
    NOT AT END
        PERFORM 1050-CORREGIR-RESULTADO
    END-READ.

1050-CORREGIR-RESULTADO.
    Move ER-ACTA   to COR-ACTA
    Move ER-LEGAJO to COR-LEGAJO
    Move ER-MODULO to COR-MODULO
    Move ER-NOTA   to COR-NOTA
    Move ER-ESTADO to COR-ESTADO
    CALL "Corregir-Resultado" USING COR-ARGUMENTOS
    Move COR-NOTA   to ER-NOTA
    Move COR-ESTADO to ER-ESTADO.

2000-ACUMULAR-GRUPO.
    IF ER-INTENTO = 0
        Move 1 to intento-registro
