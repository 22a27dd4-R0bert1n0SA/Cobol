*>y PROVEEDOR-PAGOS y muestra por proveedor la deuda generada, lo
*>pagado y el saldo abierto. Las recepciones anteriores al maestro,
*>con proveedor tipeado libre, agrupan por el texto tal como quedo.
*>2026-10-15 las devoluciones a proveedor que registra Kiosko en
*>           DEVOLUCIONES-PROVEEDOR son notas de credito: el modo
*>           saldo las resta de la deuda del proveedor junto con lo
*>           pagado y las muestra en columna propia.

IDENTIFICATION DIVISION.
PROGRAM-ID. Pagos-Proveedores.
        SELECT PROVEEDOR-PAGOS ASSIGN TO "PROVEEDOR-PAGOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PP-STATUS.
        SELECT DEVOLUCIONES-PROVEEDOR ASSIGN TO "DEVOLUCIONES-PROVEEDOR"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS DV-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  PROVEEDORES.
            05 PP-IMPORTE   PIC 9(8)v99.
            05 PP-SEP3      PIC X(1).
            05 PP-DETALLE   PIC X(20).
    FD  DEVOLUCIONES-PROVEEDOR.
        COPY "devolucion-prov".
    WORKING-STORAGE SECTION.
        01 PV-STATUS PIC X(2).
        01 RC-STATUS PIC X(2).
        01 PP-STATUS PIC X(2).
        01 DV-STATUS PIC X(2).
        01 fecha-hoy PIC X(8).
        01 modo PIC X(1).
        01 proveedor-pedido PIC X(20).
                10 prv-codigo PIC X(20).
                10 prv-deuda  PIC 9(10)v99.
                10 prv-pagado PIC 9(10)v99.
                10 prv-credito PIC 9(10)v99.
        01 p PIC 9(3).
        01 pos-prov PIC 9(3).
        01 prov-buscado PIC X(20).
        END-PERFORM
        CLOSE PROVEEDOR-PAGOS
    END-IF
    OPEN INPUT DEVOLUCIONES-PROVEEDOR
    IF DV-STATUS = "00"
        PERFORM 3300-LEER-DEVOLUCION
        PERFORM UNTIL DV-STATUS = "10"
            Move DV-PROVEEDOR to prov-buscado
            PERFORM 4000-BUSCAR-PROVEEDOR
            IF pos-prov > 0
                Compute prv-credito (pos-prov) =
                    prv-credito (pos-prov) + DV-IMPORTE
            END-IF
            PERFORM 3300-LEER-DEVOLUCION
        END-PERFORM
        CLOSE DEVOLUCIONES-PROVEEDOR
    END-IF
    IF cant-proveedores = 0
        Display "Sin recepciones ni pagos: nada que saldar"
        GO TO 3000-REPORTE-SALDOS-EXIT
        CONTINUE
    END-READ.

3300-LEER-DEVOLUCION.
    READ DEVOLUCIONES-PROVEEDOR
    NOT AT END
        CONTINUE
    END-READ.

4000-BUSCAR-PROVEEDOR.
    Move 0 to pos-prov
    PERFORM 4100-COMPARAR-PROVEEDOR THRU 4100-COMPARAR-PROVEEDOR-EXIT
        Move prov-buscado to prv-codigo (pos-prov)
        Move 0 to prv-deuda (pos-prov)
        Move 0 to prv-pagado (pos-prov)
        Move 0 to prv-credito (pos-prov)
    END-IF.

4100-COMPARAR-PROVEEDOR.
    EXIT.

5000-MOSTRAR-SALDO.
    Compute saldo-prov =
        prv-deuda (p) - prv-pagado (p) - prv-credito (p)
    Compute total-abierto = total-abierto + saldo-prov
    Move prv-codigo (p) to proveedor-pedido
    PERFORM 1500-VALIDAR-PROVEEDOR THRU 1500-VALIDAR-PROVEEDOR-EXIT
    Display prv-codigo (p) " " nombre-proveedor
        " deuda " prv-deuda (p)
        " pagado " prv-pagado (p)
        " notas credito " prv-credito (p)
        " SALDO " saldo-prov.
5000-MOSTRAR-SALDO-EXIT.
    EXIT.
