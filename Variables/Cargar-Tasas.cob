*>TC-MONEDA/TC-VALOR entrante contra la tasa mas reciente anterior de
*>esa moneda, y rechaza a TASAS-EXCEPCIONES todo movimiento que supere
*>la tolerancia configurada, para confirmarlo a mano antes de que
*>llegue a una liquidacion. Cada linea trae, ademas de la tasa de
*>referencia, la punta compradora y la vendedora de la mesa; las tres
*>se controlan contra las del dia anterior, y una linea con la compra
*>por encima de la venta, o la referencia fuera de las puntas, se
*>rechaza igual. Un archivo del banco sin puntas carga las dos iguales
*>a la referencia.

IDENTIFICATION DIVISION.
PROGRAM-ID. Cargar-Tasas.
            05 TB-FECHA  PIC X(8).
            05 TB-SEP    PIC X(1).
            05 TB-VALOR  PIC 9(5)V9(2).
            05 TB-SEP2   PIC X(1).
            05 TB-COMPRA PIC 9(5)V9(2).
            05 TB-SEP3   PIC X(1).
            05 TB-VENTA  PIC 9(5)V9(2).
    FD  TASA-CAMBIO.
        COPY "tasa-cambio".
    FD  TASAS-EXCEPCIONES.
            05 TE-VALOR   PIC 9(5)V9(2).
            05 TE-SEP3    PIC X(1).
            05 TE-MOTIVO  PIC X(40).
            05 TE-SEP4    PIC X(1).
            05 TE-COMPRA  PIC 9(5)V9(2).
            05 TE-SEP5    PIC X(1).
            05 TE-VENTA   PIC 9(5)V9(2).
    WORKING-STORAGE SECTION.
        01 TB-STATUS PIC X(2).
        01 TC-STATUS PIC X(2).
        01 TE-STATUS PIC X(2).
        01 tolerancia PIC 9(2)V99.
        01 valor-previo PIC 9(5)V99.
        01 compra-previa PIC 9(5)V99.
        01 venta-previa  PIC 9(5)V99.
        01 tasa-nueva    PIC 9(5)V99.
        01 tasa-previa   PIC 9(5)V99.
        01 punta-control PIC X(10).
        01 punta-rechazada PIC X(10).
        01 motivo-rechazo PIC X(40).
        01 fecha-previa PIC X(8).
        01 hay-previo   PIC X(1).
        01 movimiento-pct PIC S9(4)V99.
    END-READ.

2000-VALIDAR-Y-CARGAR.
    IF TB-COMPRA IS NOT NUMERIC OR TB-COMPRA = 0
        Move TB-VALOR to TB-COMPRA
    END-IF
    IF TB-VENTA IS NOT NUMERIC OR TB-VENTA = 0
        Move TB-VALOR to TB-VENTA
    END-IF
    Move 0 to movimiento-pct
    IF TB-COMPRA > TB-VENTA
        Move "compra mayor que venta" to motivo-rechazo
        Display "RECHAZADA " TB-MONEDA " " TB-FECHA ": compra "
            TB-COMPRA " mayor que venta " TB-VENTA
        PERFORM 4000-GRABAR-EXCEPCION
        GO TO 2000-VALIDAR-Y-CARGAR-EXIT
    END-IF
    IF TB-VALOR < TB-COMPRA OR TB-VALOR > TB-VENTA
        Move "referencia fuera de las puntas" to motivo-rechazo
        Display "RECHAZADA " TB-MONEDA " " TB-FECHA ": referencia "
            TB-VALOR " fuera de " TB-COMPRA " - " TB-VENTA
        PERFORM 4000-GRABAR-EXCEPCION
        GO TO 2000-VALIDAR-Y-CARGAR-EXIT
    END-IF
    PERFORM 3000-BUSCAR-TASA-PREVIA THRU 3000-BUSCAR-TASA-PREVIA-EXIT
    Move SPACES to punta-rechazada
    IF hay-previo = "S" AND valor-previo > 0
        Move "referencia" to punta-control
        Move TB-VALOR to tasa-nueva
        Move valor-previo to tasa-previa
        PERFORM 2100-CONTROLAR-PUNTA THRU 2100-CONTROLAR-PUNTA-EXIT
        Move "compra" to punta-control
        Move TB-COMPRA to tasa-nueva
        Move compra-previa to tasa-previa
        PERFORM 2100-CONTROLAR-PUNTA THRU 2100-CONTROLAR-PUNTA-EXIT
        Move "venta" to punta-control
        Move TB-VENTA to tasa-nueva
        Move venta-previa to tasa-previa
        PERFORM 2100-CONTROLAR-PUNTA THRU 2100-CONTROLAR-PUNTA-EXIT
    END-IF
    IF punta-rechazada <> SPACES
        Move movimiento-pct to movimiento-ed
        Move SPACES to motivo-rechazo
        STRING punta-rechazada DELIMITED BY SPACE
            " " DELIMITED BY SIZE
            movimiento-ed DELIMITED BY SIZE
            "% supera tolerancia" DELIMITED BY SIZE
            INTO motivo-rechazo
        END-STRING
        PERFORM 4000-GRABAR-EXCEPCION
        GO TO 2000-VALIDAR-Y-CARGAR-EXIT
    END-IF
    Compute cant-cargadas = cant-cargadas + 1
    OPEN EXTEND TASA-CAMBIO
    Move TB-FECHA  to TC-FECHA
    Move SPACE     to TC-SEP
    Move TB-VALOR  to TC-VALOR
    Move SPACE     to TC-SEP2
    Move TB-COMPRA to TC-COMPRA
    Move SPACE     to TC-SEP3
    Move TB-VENTA  to TC-VENTA
    WRITE TC-REGISTRO
    CLOSE TASA-CAMBIO
    Display "Cargada " TB-MONEDA " " TB-FECHA ": " TB-VALOR
        " compra " TB-COMPRA " venta " TB-VENTA.
2000-VALIDAR-Y-CARGAR-EXIT.
    EXIT.

*>Controla una punta contra la misma punta del dia anterior; la
*>primera que se pasa de la tolerancia es la que queda como motivo.
2100-CONTROLAR-PUNTA.
    IF punta-rechazada <> SPACES OR tasa-previa = 0
        GO TO 2100-CONTROLAR-PUNTA-EXIT
    END-IF
    Compute movimiento-pct ROUNDED =
        ((tasa-nueva - tasa-previa) / tasa-previa) * 100
    IF movimiento-pct > tolerancia
    OR movimiento-pct < (0 - tolerancia)
        Move punta-control to punta-rechazada
        Display "RECHAZADA " TB-MONEDA " " TB-FECHA ": "
            FUNCTION TRIM (punta-control) " " tasa-nueva
            " se mueve " movimiento-pct "% contra " tasa-previa
            " del " fecha-previa
    END-IF.
2100-CONTROLAR-PUNTA-EXIT.
    EXIT.

*>La tasa de referencia es la mas reciente de la misma moneda con
*>fecha anterior a la entrante.
3000-BUSCAR-TASA-PREVIA.
    Move "N" to hay-previo
    Move SPACES to fecha-previa
    Move 0 to valor-previo
    Move 0 to compra-previa
    Move 0 to venta-previa
    OPEN INPUT TASA-CAMBIO
    IF TC-STATUS <> "00"
        GO TO 3000-BUSCAR-TASA-PREVIA-EXIT
            Move TC-VALOR to valor-previo
            Move TC-FECHA to fecha-previa
            Move "S" to hay-previo
            IF TC-COMPRA IS NUMERIC AND TC-COMPRA > 0
                Move TC-COMPRA to compra-previa
            ELSE
                Move TC-VALOR to compra-previa
            END-IF
            IF TC-VENTA IS NUMERIC AND TC-VENTA > 0
                Move TC-VENTA to venta-previa
            ELSE
                Move TC-VALOR to venta-previa
            END-IF
        END-IF
        PERFORM 3100-LEER-TASA
    END-PERFORM
    END-READ.

4000-GRABAR-EXCEPCION.
    Compute cant-rechazadas = cant-rechazadas + 1
    OPEN EXTEND TASAS-EXCEPCIONES
    IF TE-STATUS = "35"
        OPEN OUTPUT TASAS-EXCEPCIONES
    Move SPACE     to TE-SEP2
    Move TB-VALOR  to TE-VALOR
    Move SPACE     to TE-SEP3
    Move motivo-rechazo to TE-MOTIVO
    Move SPACE     to TE-SEP4
    Move TB-COMPRA to TE-COMPRA
    Move SPACE     to TE-SEP5
    Move TB-VENTA  to TE-VENTA
    WRITE TE-REGISTRO
    CLOSE TASAS-EXCEPCIONES.
