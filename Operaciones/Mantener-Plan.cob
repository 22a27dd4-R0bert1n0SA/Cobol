*>Mantenimiento del plan de corrida RUN-PLAN que ejecuta
*>Lanzador-Batch: alta, modificacion, baja y listado de pasos, en
*>lugar de editar el archivo a mano. Cada cambio se valida contra el
*>plan completo antes de grabarse: el programa debe ser uno de los
*>que corren en la ventana batch (tabla programas-batch), la
*>frecuencia y el dia deben ser coherentes (D o espacios y M sin dia,
*>S con dia 1 a 7), la severidad N, S o espacios, y los predecesores
*>de PL-PREVIOS deben existir en el plan, no incluir al propio paso y
*>no formar ciclos: un paso que se listo a si mismo como predecesor
*>dejo bloqueada media ventana. Con el plan valido se arma el orden de
*>ejecucion (cada paso despues de todos sus predecesores, conservando
*>el orden vigente donde no hay dependencia), se imprime como arbol de
*>dependencias en pantalla y en LISTADO-PLAN, y recien con la
*>confirmacion del supervisor se aparta la version vigente con
*>Guardar-Generacion y se regraba RUN-PLAN en ese orden, que es el
*>orden en que Lanzador-Batch recorre los pasos. Cada cambio grabado
*>queda en la bitacora PLAN-CAMBIOS (imagen anterior y posterior del
*>paso, fecha, hora y operador). Reservado a supervisores
*>(OP-NIVEL 2); el intento de un operador sin nivel queda en
*>ACCESOS-DENEGADOS. Un programa nuevo que se quiera agregar al plan
*>debe sumarse primero a programas-batch.
*>El inicio de sesion pide ademas el PIN del operador
*>(Autenticar-Operador); tres intentos fallidos seguidos lo bloquean
*>hasta que un supervisor lo desbloquee en Mantener-Pines.

IDENTIFICATION DIVISION.
PROGRAM-ID. Mantener-Plan.
ENVIRONMENT DIVISION.
    INPUT-OUTPUT SECTION.
    FILE-CONTROL.
        SELECT RUN-PLAN ASSIGN TO "RUN-PLAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PL-STATUS.
        SELECT PLAN-CAMBIOS ASSIGN TO "PLAN-CAMBIOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS PC-STATUS.
        SELECT LISTADO-PLAN ASSIGN TO "LISTADO-PLAN"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS LP-STATUS.
        SELECT OPERADORES ASSIGN TO "OPERADORES"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS OP-STATUS.
        SELECT ACCESOS-DENEGADOS ASSIGN TO "ACCESOS-DENEGADOS"
            ORGANIZATION LINE SEQUENTIAL
            FILE STATUS IS AD-STATUS.
DATA DIVISION.
    FILE SECTION.
    FD  RUN-PLAN.
        01 PL-REGISTRO.
            05 PL-PASO      PIC 9(2).
            05 PL-SEP1      PIC X(1).
            05 PL-PROGRAMA  PIC X(20).
            05 PL-SEP2      PIC X(1).
            05 PL-ARCHIVO   PIC X(20).
            05 PL-SEP3      PIC X(1).
            05 PL-PREVIOS   PIC X(8).
            05 PL-SEP4      PIC X(1).
            05 PL-SEVERIDAD PIC X(1).
            05 PL-SEP5      PIC X(1).
            05 PL-FRECUENCIA PIC X(1).
            05 PL-SEP6      PIC X(1).
            05 PL-DIA       PIC 9(1).
    FD  PLAN-CAMBIOS.
        COPY "plan-cambio".
    FD  LISTADO-PLAN.
        01 LP-LINEA PIC X(100).
    FD  OPERADORES.
        COPY "operador-rec".
    FD  ACCESOS-DENEGADOS.
        01 AD-REGISTRO.
            05 AD-FECHA    PIC X(8).
            05 AD-SEP1     PIC X(1).
            05 AD-HORA     PIC X(6).
            05 AD-SEP2     PIC X(1).
            05 AD-PROGRAMA PIC X(20).
            05 AD-SEP3     PIC X(1).
            05 AD-OPERADOR PIC X(4).
    WORKING-STORAGE SECTION.
        COPY "generacion-args".
        01 PL-STATUS PIC X(2).
        01 PC-STATUS PIC X(2).
        01 LP-STATUS PIC X(2).
        01 OP-STATUS PIC X(2).
        01 AD-STATUS PIC X(2).
        01 codigo-operador PIC X(4).
        01 nombre-operador PIC X(30).
        01 operador-valido PIC X(1).
        COPY "autenticar-args".
        01 nivel-operador PIC 9(1).
        01 NIVEL-REQUERIDO PIC 9(1) value 2.
        01 fecha-hoy  PIC X(8).
        01 hora-ahora PIC X(6).
        01 accion    PIC X(1).
*>Programas que corren en la ventana batch y que Lanzador-Batch puede
*>llamar como paso del plan.
        01 tabla-programas.
            05 FILLER PIC X(20) value "Chequeo-Previo".
            05 FILLER PIC X(20) value "Ejercicio10".
            05 FILLER PIC X(20) value "Resumen-Secuencia".
            05 FILLER PIC X(20) value "Verificar-Mayor".
            05 FILLER PIC X(20) value "Ejercicio14".
            05 FILLER PIC X(20) value "Variables".
            05 FILLER PIC X(20) value "Revaluar-Mes".
            05 FILLER PIC X(20) value "Archivo-Auditoria".
            05 FILLER PIC X(20) value "Analisis-Precios".
            05 FILLER PIC X(20) value "Consolidar-Auditoria".
            05 FILLER PIC X(20) value "Reporte-Auditoria".
            05 FILLER PIC X(20) value "Control-Corridas".
            05 FILLER PIC X(20) value "Reciclar-Excepciones".
            05 FILLER PIC X(20) value "Asentar-Diario".
            05 FILLER PIC X(20) value "Exportar-Asientos".
            05 FILLER PIC X(20) value "Verificar-Ledger".
            05 FILLER PIC X(20) value "Saldos-Ledger".
            05 FILLER PIC X(20) value "Cerrar-Ledger".
            05 FILLER PIC X(20) value "Balance-Numeros".
            05 FILLER PIC X(20) value "Distribuir-Listados".
            05 FILLER PIC X(20) value "Medir-Capacidad".
            05 FILLER PIC X(20) value "Verificar-Integridad".
            05 FILLER PIC X(20) value "Puntualidad-Sucursal".
            05 FILLER PIC X(20) value "Consolidar-Kioskos".
            05 FILLER PIC X(20) value "Cierre-Mes-Ventas".
            05 FILLER PIC X(20) value "Libro-IVA-Ventas".
            05 FILLER PIC X(20) value "Regimen-Info-FX".
            05 FILLER PIC X(20) value "Cierre-Fiado".
            05 FILLER PIC X(20) value "Emitir-Cuotas".
        01 FILLER REDEFINES tabla-programas.
            05 programa-batch OCCURS 29 TIMES PIC X(20).
        01 CANT-PROGRAMAS PIC 9(2) value 29.
        01 cant-pasos PIC 9(2) value 0.
        01 tabla-pasos.
            05 paso-item OCCURS 99 TIMES.
                10 pas-paso       PIC 9(2).
                10 pas-programa   PIC X(20).
                10 pas-archivo    PIC X(20).
                10 pas-previos    PIC X(8).
                10 pas-severidad  PIC X(1).
                10 pas-frecuencia PIC X(1).
                10 pas-dia        PIC 9(1).
                10 pas-ubicado    PIC X(1).
                10 pas-nivel      PIC 9(2).
        01 cant-respaldo PIC 9(2).
        01 tabla-respaldo PIC X(5544).
        01 plan-desbordado PIC X(1) value "N".
        01 k PIC 9(2).
        01 j PIC 9(2).
        01 o PIC 9(2).
        01 pr PIC 9(1).
        01 pos-paso PIC 9(2).
        01 pos-listo PIC 9(2).
        01 pos-cambio PIC 9(2).
        01 paso-trabajo PIC 9(2).
        01 paso-entrada PIC X(2).
        01 programa-trabajo PIC X(20).
        01 archivo-trabajo PIC X(20).
        01 previos-trabajo PIC X(8).
        01 severidad-trabajo PIC X(1).
        01 frecuencia-trabajo PIC X(1).
        01 dia-entrada PIC X(1).
        01 paso-previo PIC 9(2).
        01 programa-encontrado PIC X(1).
        01 previos-listos PIC X(1).
        01 nivel-maximo PIC 9(2).
        01 sin-avance PIC X(1).
        01 cant-ubicados PIC 9(2).
        01 tabla-orden.
            05 orden-pos OCCURS 99 TIMES PIC 9(2).
        01 cant-errores PIC 9(3).
        01 cant-dependientes PIC 9(2).
        01 confirmacion PIC X(1).
        01 imagen-anterior.
            05 ant-paso       PIC 9(2).
            05 ant-programa   PIC X(20).
            05 ant-archivo    PIC X(20).
            05 ant-previos    PIC X(8).
            05 ant-severidad  PIC X(1).
            05 ant-frecuencia PIC X(1).
            05 ant-dia        PIC 9(1).
        01 accion-registrada PIC X(1).
        01 linea-impresion PIC X(100).
        01 puntero PIC 9(3).
        01 orden-ed PIC Z9.
        01 frecuencia-ed PIC X(3).
PROCEDURE DIVISION.
0000-MAINLINE.
    Move FUNCTION CURRENT-DATE (1:8) to fecha-hoy
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    PERFORM 0100-IDENTIFICAR-OPERADOR
    PERFORM 1000-CARGAR-PLAN THRU 1000-CARGAR-PLAN-EXIT
    IF plan-desbordado = "S"
        Display "ERROR: RUN-PLAN supera los 99 pasos: no se puede"
            " mantener"
        Move 8 to RETURN-CODE
        STOP RUN
    END-IF
    Perform Until accion = "F" or accion = "f"
        Display "Accion (A = alta, M = modificacion, B = baja,"
            " L = listado, F = fin): "
        Accept accion
        EVALUATE accion
            WHEN "A" WHEN "a"
                PERFORM 2000-ALTA THRU 2000-ALTA-EXIT
            WHEN "M" WHEN "m"
                PERFORM 3000-MODIFICACION THRU 3000-MODIFICACION-EXIT
            WHEN "B" WHEN "b"
                PERFORM 4000-BAJA THRU 4000-BAJA-EXIT
            WHEN "L" WHEN "l"
                PERFORM 5000-LISTAR THRU 5000-LISTAR-EXIT
            WHEN OTHER
                CONTINUE
        END-EVALUATE
    End-Perform
    STOP RUN.

*>Inicio de sesion con control de nivel: este programa es de
*>supervisores (nivel 2 en OPERADORES). Un operador valido sin el
*>nivel queda registrado en ACCESOS-DENEGADOS y la corrida no
*>arranca.
0100-IDENTIFICAR-OPERADOR.
    Move "N" to operador-valido
    Perform Until operador-valido = "S"
        Display "Ingrese codigo de operador: "
        Accept codigo-operador
        PERFORM 0150-VALIDAR-OPERADOR THRU 0150-VALIDAR-OPERADOR-EXIT
        IF operador-valido = "N"
            Display "Error: inicio de sesion rechazado"
        END-IF
        IF operador-valido = "S"
        AND nivel-operador < NIVEL-REQUERIDO
            Display "Acceso denegado: se exige nivel "
                NIVEL-REQUERIDO " y el operador tiene nivel "
                nivel-operador
            PERFORM 0180-GRABAR-ACCESO-DENEGADO
            Move 8 to RETURN-CODE
            STOP RUN
        END-IF
    End-Perform
    Display "Operador de la sesion: " nombre-operador.

0150-VALIDAR-OPERADOR.
    OPEN INPUT OPERADORES
    IF OP-STATUS <> "00"
        Display "ADVERTENCIA: no se pudo abrir OPERADORES, no se valida el operador"
        Move "S" to operador-valido
        Move NIVEL-REQUERIDO to nivel-operador
        GO TO 0150-VALIDAR-OPERADOR-EXIT
    END-IF
    PERFORM 0160-LEER-OPERADOR
    PERFORM UNTIL OP-STATUS = "10"
        IF OP-CODIGO = codigo-operador AND OP-ACTIVO = "S"
            Move "S" to operador-valido
            Move OP-NOMBRE to nombre-operador
            IF OP-NIVEL IS NUMERIC AND OP-NIVEL > 0
                Move OP-NIVEL to nivel-operador
            ELSE
                Move 1 to nivel-operador
            END-IF
        END-IF
        PERFORM 0160-LEER-OPERADOR
    END-PERFORM
    CLOSE OPERADORES
    PERFORM 0170-VERIFICAR-PIN.
0150-VALIDAR-OPERADOR-EXIT.
    EXIT.

0160-LEER-OPERADOR.
    READ OPERADORES
    NOT AT END
        CONTINUE
    END-READ.

0170-VERIFICAR-PIN.
    IF operador-valido = "S"
        Move codigo-operador to AUT-CODIGO
        Move "MANTENER-PLAN" to AUT-PROGRAMA
        CALL "Autenticar-Operador" USING AUT-ARGUMENTOS
        IF AUT-RESULTADO <> "S"
            Move "N" to operador-valido
        END-IF
    END-IF.

0180-GRABAR-ACCESO-DENEGADO.
    OPEN EXTEND ACCESOS-DENEGADOS
    IF AD-STATUS = "35"
        OPEN OUTPUT ACCESOS-DENEGADOS
    END-IF
    INITIALIZE AD-REGISTRO
    Move fecha-hoy              to AD-FECHA
    Move SPACE                  to AD-SEP1
    Move hora-ahora             to AD-HORA
    Move SPACE                  to AD-SEP2
    Move "MANTENER-PLAN"        to AD-PROGRAMA
    Move SPACE                  to AD-SEP3
    Move codigo-operador        to AD-OPERADOR
    WRITE AD-REGISTRO
    CLOSE ACCESOS-DENEGADOS.

*>Un plan sin migrar puede traer el dia en blanco: vale cero, como lo
*>lee Lanzador-Batch para los pasos diarios.
1000-CARGAR-PLAN.
    Move 0 to cant-pasos
    OPEN INPUT RUN-PLAN
    IF PL-STATUS <> "00"
        Display "RUN-PLAN no existe todavia: se arranca un plan vacio"
        GO TO 1000-CARGAR-PLAN-EXIT
    END-IF
    PERFORM 1100-LEER-PASO
    PERFORM UNTIL PL-STATUS = "10" OR cant-pasos = 99
        Compute cant-pasos = cant-pasos + 1
        Move PL-PASO       to pas-paso (cant-pasos)
        Move PL-PROGRAMA   to pas-programa (cant-pasos)
        Move PL-ARCHIVO    to pas-archivo (cant-pasos)
        Move PL-PREVIOS    to pas-previos (cant-pasos)
        Move PL-SEVERIDAD  to pas-severidad (cant-pasos)
        Move PL-FRECUENCIA to pas-frecuencia (cant-pasos)
        IF PL-DIA IS NUMERIC
            Move PL-DIA to pas-dia (cant-pasos)
        ELSE
            Move 0 to pas-dia (cant-pasos)
        END-IF
        PERFORM 1100-LEER-PASO
    END-PERFORM
    IF PL-STATUS <> "10"
        Move "S" to plan-desbordado
    END-IF
    CLOSE RUN-PLAN.
1000-CARGAR-PLAN-EXIT.
    EXIT.

1100-LEER-PASO.
    READ RUN-PLAN
    NOT AT END
        CONTINUE
    END-READ.

1500-BUSCAR-PASO.
    Move 0 to pos-paso
    PERFORM 1600-COMPARAR-PASO THRU 1600-COMPARAR-PASO-EXIT
        VARYING j FROM 1 BY 1 UNTIL j > cant-pasos.

1600-COMPARAR-PASO.
    IF pas-paso (j) = paso-trabajo
        Move j to pos-paso
    END-IF.
1600-COMPARAR-PASO-EXIT.
    EXIT.

*>El numero de paso es el subindice con que Lanzador-Batch lleva el
*>resultado de cada paso: va de 01 a 99.
1700-PEDIR-PASO.
    Move 0 to paso-trabajo
    Accept paso-entrada
    IF paso-entrada (2:1) = SPACE
        Move paso-entrada (1:1) to paso-entrada (2:1)
        Move "0" to paso-entrada (1:1)
    END-IF
    IF paso-entrada IS NUMERIC
        Move paso-entrada to paso-trabajo
    END-IF.

2000-ALTA.
    IF cant-pasos = 99
        Display "Error: plan lleno (99 pasos)"
        GO TO 2000-ALTA-EXIT
    END-IF
    Display "Numero del paso nuevo (01 a 99): "
    PERFORM 1700-PEDIR-PASO
    IF paso-trabajo = 0
        Display "Error: numero de paso invalido " paso-entrada
        GO TO 2000-ALTA-EXIT
    END-IF
    PERFORM 1500-BUSCAR-PASO
    IF pos-paso > 0
        Display "Error: el paso " paso-trabajo " ya existe ("
            pas-programa (pos-paso) ")"
        GO TO 2000-ALTA-EXIT
    END-IF
    Display "Programa: "
    Accept programa-trabajo
    Display "Archivo de entrada (espacios = ninguno): "
    Accept archivo-trabajo
    Display "Predecesores (hasta 4 pasos de 2 digitos, ej. 0103;"
        " espacios = ninguno): "
    Accept previos-trabajo
    Display "Severidad (S = corta la ventana, N = solo bloquea a sus"
        " dependientes): "
    Accept severidad-trabajo
    Display "Frecuencia (D = diaria, S = semanal, M = mensual): "
    Accept frecuencia-trabajo
    INSPECT severidad-trabajo CONVERTING "sn" TO "SN"
    INSPECT frecuencia-trabajo CONVERTING "dsm" TO "DSM"
    Move "0" to dia-entrada
    IF frecuencia-trabajo = "S"
        Display "Dia de la semana (1 = lunes a 7 = domingo): "
        Accept dia-entrada
    END-IF
    Move tabla-pasos to tabla-respaldo
    Move cant-pasos to cant-respaldo
    Compute cant-pasos = cant-pasos + 1
    Move paso-trabajo       to pas-paso (cant-pasos)
    Move programa-trabajo   to pas-programa (cant-pasos)
    Move archivo-trabajo    to pas-archivo (cant-pasos)
    Move previos-trabajo    to pas-previos (cant-pasos)
    Move severidad-trabajo  to pas-severidad (cant-pasos)
    Move frecuencia-trabajo to pas-frecuencia (cant-pasos)
    IF dia-entrada IS NUMERIC
        Move dia-entrada to pas-dia (cant-pasos)
    ELSE
        Move 9 to pas-dia (cant-pasos)
    END-IF
    Move "A" to accion-registrada
    Move cant-pasos to pos-cambio
    PERFORM 6000-CONFIRMAR-CAMBIO THRU 6000-CONFIRMAR-CAMBIO-EXIT.
2000-ALTA-EXIT.
    EXIT.

*>En la modificacion los espacios dejan el campo como estaba; 00 en
*>los predecesores deja al paso sin predecesores. Al pasar a semanal
*>se pide el dia; al pasar a diaria o mensual el dia vuelve a cero.
3000-MODIFICACION.
    Display "Numero del paso: "
    PERFORM 1700-PEDIR-PASO
    PERFORM 1500-BUSCAR-PASO
    IF paso-trabajo = 0 OR pos-paso = 0
        Display "Error: no existe el paso " paso-entrada
        GO TO 3000-MODIFICACION-EXIT
    END-IF
    PERFORM 5100-MOSTRAR-PASO
    Display "Programa nuevo (espacios = sin cambio): "
    Accept programa-trabajo
    Display "Archivo nuevo (espacios = sin cambio): "
    Accept archivo-trabajo
    Display "Predecesores nuevos (espacios = sin cambio,"
        " 00 = ninguno): "
    Accept previos-trabajo
    Display "Severidad nueva (S/N, espacios = sin cambio): "
    Accept severidad-trabajo
    Display "Frecuencia nueva (D/S/M, espacios = sin cambio): "
    Accept frecuencia-trabajo
    INSPECT severidad-trabajo CONVERTING "sn" TO "SN"
    INSPECT frecuencia-trabajo CONVERTING "dsm" TO "DSM"
    Move SPACE to dia-entrada
    IF frecuencia-trabajo = "S"
    OR (frecuencia-trabajo = SPACE
        AND (pas-frecuencia (pos-paso) = "S"
          OR pas-frecuencia (pos-paso) = "s"))
        Display "Dia de la semana (1 a 7, espacios = sin cambio): "
        Accept dia-entrada
    END-IF
    IF programa-trabajo = SPACES AND archivo-trabajo = SPACES
    AND previos-trabajo = SPACES AND severidad-trabajo = SPACE
    AND frecuencia-trabajo = SPACE AND dia-entrada = SPACE
        Display "Sin cambios"
        GO TO 3000-MODIFICACION-EXIT
    END-IF
    Move tabla-pasos to tabla-respaldo
    Move cant-pasos to cant-respaldo
    PERFORM 3100-GUARDAR-IMAGEN
    IF programa-trabajo <> SPACES
        Move programa-trabajo to pas-programa (pos-paso)
    END-IF
    IF archivo-trabajo <> SPACES
        Move archivo-trabajo to pas-archivo (pos-paso)
    END-IF
    IF previos-trabajo = "00"
        Move SPACES to pas-previos (pos-paso)
    ELSE
        IF previos-trabajo <> SPACES
            Move previos-trabajo to pas-previos (pos-paso)
        END-IF
    END-IF
    IF severidad-trabajo <> SPACE
        Move severidad-trabajo to pas-severidad (pos-paso)
    END-IF
    IF frecuencia-trabajo <> SPACE
        Move frecuencia-trabajo to pas-frecuencia (pos-paso)
        IF frecuencia-trabajo <> "S"
            Move 0 to pas-dia (pos-paso)
        END-IF
    END-IF
    IF dia-entrada <> SPACE
        IF dia-entrada IS NUMERIC
            Move dia-entrada to pas-dia (pos-paso)
        ELSE
            Move 9 to pas-dia (pos-paso)
        END-IF
    END-IF
    Move "M" to accion-registrada
    Move pos-paso to pos-cambio
    PERFORM 6000-CONFIRMAR-CAMBIO THRU 6000-CONFIRMAR-CAMBIO-EXIT.
3000-MODIFICACION-EXIT.
    EXIT.

3100-GUARDAR-IMAGEN.
    Move pas-paso (pos-paso)       to ant-paso
    Move pas-programa (pos-paso)   to ant-programa
    Move pas-archivo (pos-paso)    to ant-archivo
    Move pas-previos (pos-paso)    to ant-previos
    Move pas-severidad (pos-paso)  to ant-severidad
    Move pas-frecuencia (pos-paso) to ant-frecuencia
    Move pas-dia (pos-paso)        to ant-dia.

*>Un paso del que dependen otros no se puede borrar: sus dependientes
*>quedarian con un predecesor inexistente. Primero se les cambian los
*>predecesores.
4000-BAJA.
    Display "Numero del paso a dar de baja: "
    PERFORM 1700-PEDIR-PASO
    PERFORM 1500-BUSCAR-PASO
    IF paso-trabajo = 0 OR pos-paso = 0
        Display "Error: no existe el paso " paso-entrada
        GO TO 4000-BAJA-EXIT
    END-IF
    Move 0 to cant-dependientes
    PERFORM 4100-CONTROLAR-DEPENDIENTE
        THRU 4100-CONTROLAR-DEPENDIENTE-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-pasos
    IF cant-dependientes > 0
        Display "Error: el paso " paso-trabajo " es predecesor de "
            cant-dependientes " pasos: no se puede dar de baja"
        GO TO 4000-BAJA-EXIT
    END-IF
    PERFORM 5100-MOSTRAR-PASO
    Move tabla-pasos to tabla-respaldo
    Move cant-pasos to cant-respaldo
    PERFORM 3100-GUARDAR-IMAGEN
    PERFORM 4200-CORRER-PASO THRU 4200-CORRER-PASO-EXIT
        VARYING k FROM pos-paso BY 1 UNTIL k >= cant-pasos
    Compute cant-pasos = cant-pasos - 1
    Move "B" to accion-registrada
    PERFORM 6000-CONFIRMAR-CAMBIO THRU 6000-CONFIRMAR-CAMBIO-EXIT.
4000-BAJA-EXIT.
    EXIT.

4100-CONTROLAR-DEPENDIENTE.
    PERFORM 4150-CONTROLAR-PREVIO THRU 4150-CONTROLAR-PREVIO-EXIT
        VARYING pr FROM 1 BY 1 UNTIL pr > 4.
4100-CONTROLAR-DEPENDIENTE-EXIT.
    EXIT.

4150-CONTROLAR-PREVIO.
    IF pas-previos (k) (pr * 2 - 1 : 2) = paso-entrada
    AND k <> pos-paso
        Display "  el paso " pas-paso (k) " (" pas-programa (k)
            ") depende de el"
        Compute cant-dependientes = cant-dependientes + 1
    END-IF.
4150-CONTROLAR-PREVIO-EXIT.
    EXIT.

4200-CORRER-PASO.
    Move paso-item (k + 1) to paso-item (k).
4200-CORRER-PASO-EXIT.
    EXIT.

*>El listado valida el plan tal como esta grabado e imprime su arbol
*>de dependencias, sin grabar nada.
5000-LISTAR.
    Display "--- Pasos de RUN-PLAN (orden del archivo) ---"
    PERFORM 5050-LISTAR-PASO THRU 5050-LISTAR-PASO-EXIT
        VARYING pos-paso FROM 1 BY 1 UNTIL pos-paso > cant-pasos
    Display "Pasos: " cant-pasos
    PERFORM 7000-VALIDAR-PLAN THRU 7000-VALIDAR-PLAN-EXIT
    IF cant-errores > 0
        Display "El plan grabado tiene " cant-errores " errores"
        GO TO 5000-LISTAR-EXIT
    END-IF
    PERFORM 7800-IMPRIMIR-ARBOL THRU 7800-IMPRIMIR-ARBOL-EXIT.
5000-LISTAR-EXIT.
    EXIT.

5050-LISTAR-PASO.
    PERFORM 5100-MOSTRAR-PASO.
5050-LISTAR-PASO-EXIT.
    EXIT.

5100-MOSTRAR-PASO.
    Display pas-paso (pos-paso) " " pas-programa (pos-paso) " "
        pas-archivo (pos-paso) " previos " pas-previos (pos-paso)
        " sev " pas-severidad (pos-paso)
        " frec " pas-frecuencia (pos-paso)
        " dia " pas-dia (pos-paso).

*>El cambio ya esta aplicado en la tabla; si el plan resultante no
*>valida, o el supervisor no confirma, la tabla vuelve a la copia
*>tomada antes del cambio y RUN-PLAN no se toca.
6000-CONFIRMAR-CAMBIO.
    PERFORM 7000-VALIDAR-PLAN THRU 7000-VALIDAR-PLAN-EXIT
    IF cant-errores > 0
        Display "Cambio rechazado: el plan resultante tiene "
            cant-errores " errores"
        Move tabla-respaldo to tabla-pasos
        Move cant-respaldo to cant-pasos
        GO TO 6000-CONFIRMAR-CAMBIO-EXIT
    END-IF
    PERFORM 7800-IMPRIMIR-ARBOL THRU 7800-IMPRIMIR-ARBOL-EXIT
    Display "Confirma grabar el plan en este orden (S/N): "
    Accept confirmacion
    IF confirmacion <> "S" AND confirmacion <> "s"
        Display "Cambio descartado: RUN-PLAN queda como estaba"
        Move tabla-respaldo to tabla-pasos
        Move cant-respaldo to cant-pasos
        GO TO 6000-CONFIRMAR-CAMBIO-EXIT
    END-IF
    PERFORM 8000-GRABAR-PLAN THRU 8000-GRABAR-PLAN-EXIT
    PERFORM 8500-REGISTRAR-CAMBIO THRU 8500-REGISTRAR-CAMBIO-EXIT
    PERFORM 1000-CARGAR-PLAN THRU 1000-CARGAR-PLAN-EXIT
    Display "RUN-PLAN grabado: " cant-pasos " pasos".
6000-CONFIRMAR-CAMBIO-EXIT.
    EXIT.

*>Valida cada paso y despues arma el orden de ejecucion: lo que no
*>se puede ordenar esta en un ciclo de predecesores o depende de uno.
7000-VALIDAR-PLAN.
    Move 0 to cant-errores
    PERFORM 7100-VALIDAR-PASO THRU 7100-VALIDAR-PASO-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-pasos
    PERFORM 7500-ORDENAR-PLAN THRU 7500-ORDENAR-PLAN-EXIT
    IF cant-ubicados < cant-pasos
        PERFORM 7900-DENUNCIAR-CICLO THRU 7900-DENUNCIAR-CICLO-EXIT
            VARYING k FROM 1 BY 1 UNTIL k > cant-pasos
    END-IF.
7000-VALIDAR-PLAN-EXIT.
    EXIT.

7100-VALIDAR-PASO.
    IF pas-paso (k) = 0
        Display "Error: paso en posicion " k " sin numero valido"
        Compute cant-errores = cant-errores + 1
    END-IF
    Move pas-paso (k) to paso-trabajo
    PERFORM 1500-BUSCAR-PASO
    IF pos-paso <> k
        Display "Error: el paso " pas-paso (k) " esta repetido"
        Compute cant-errores = cant-errores + 1
    END-IF
    Move "N" to programa-encontrado
    PERFORM 7300-BUSCAR-PROGRAMA THRU 7300-BUSCAR-PROGRAMA-EXIT
        VARYING j FROM 1 BY 1 UNTIL j > CANT-PROGRAMAS
    IF programa-encontrado = "N"
        Display "Error: paso " pas-paso (k) ": " pas-programa (k)
            " no es un programa de la ventana batch"
        Compute cant-errores = cant-errores + 1
    END-IF
    IF pas-severidad (k) <> SPACE AND pas-severidad (k) <> "S"
    AND pas-severidad (k) <> "N" AND pas-severidad (k) <> "s"
    AND pas-severidad (k) <> "n"
        Display "Error: paso " pas-paso (k) ": severidad invalida "
            pas-severidad (k)
        Compute cant-errores = cant-errores + 1
    END-IF
    EVALUATE pas-frecuencia (k)
        WHEN "D" WHEN "d" WHEN SPACE WHEN "M" WHEN "m"
            IF pas-dia (k) <> 0
                Display "Error: paso " pas-paso (k) ": frecuencia "
                    pas-frecuencia (k) " no lleva dia (dia "
                    pas-dia (k) ")"
                Compute cant-errores = cant-errores + 1
            END-IF
        WHEN "S" WHEN "s"
            IF pas-dia (k) < 1 OR pas-dia (k) > 7
                Display "Error: paso " pas-paso (k) ": semanal exige"
                    " dia 1 a 7 (dia " pas-dia (k) ")"
                Compute cant-errores = cant-errores + 1
            END-IF
        WHEN OTHER
            Display "Error: paso " pas-paso (k) ": frecuencia"
                " invalida " pas-frecuencia (k)
            Compute cant-errores = cant-errores + 1
    END-EVALUATE
    PERFORM 7200-VALIDAR-PREVIO THRU 7200-VALIDAR-PREVIO-EXIT
        VARYING pr FROM 1 BY 1 UNTIL pr > 4.
7100-VALIDAR-PASO-EXIT.
    EXIT.

7200-VALIDAR-PREVIO.
    IF pas-previos (k) (pr * 2 - 1 : 2) = SPACES
        GO TO 7200-VALIDAR-PREVIO-EXIT
    END-IF
    IF pas-previos (k) (pr * 2 - 1 : 2) IS NOT NUMERIC
        Display "Error: paso " pas-paso (k) ": predecesor invalido "
            pas-previos (k) (pr * 2 - 1 : 2)
        Compute cant-errores = cant-errores + 1
        GO TO 7200-VALIDAR-PREVIO-EXIT
    END-IF
    Move pas-previos (k) (pr * 2 - 1 : 2) to paso-previo
    IF paso-previo = pas-paso (k)
        Display "Error: paso " pas-paso (k) " se lista a si mismo"
            " como predecesor"
        Compute cant-errores = cant-errores + 1
        GO TO 7200-VALIDAR-PREVIO-EXIT
    END-IF
    Move paso-previo to paso-trabajo
    PERFORM 1500-BUSCAR-PASO
    IF pos-paso = 0
        Display "Error: paso " pas-paso (k) ": el predecesor "
            paso-previo " no existe en el plan"
        Compute cant-errores = cant-errores + 1
    END-IF.
7200-VALIDAR-PREVIO-EXIT.
    EXIT.

7300-BUSCAR-PROGRAMA.
    IF programa-batch (j) = pas-programa (k)
        Move "S" to programa-encontrado
    END-IF.
7300-BUSCAR-PROGRAMA-EXIT.
    EXIT.

*>Orden de ejecucion: en cada vuelta se toma el primer paso (en el
*>orden vigente) cuyos predecesores ya estan ubicados. Un predecesor
*>inexistente no frena el orden; ya se denuncio como error. El nivel
*>del paso es uno mas que el de su predecesor mas profundo y da la
*>sangria del arbol.
7500-ORDENAR-PLAN.
    Move 0 to cant-ubicados
    Move "N" to sin-avance
    PERFORM 7550-LIMPIAR-PASO THRU 7550-LIMPIAR-PASO-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-pasos
    PERFORM 7600-UBICAR-SIGUIENTE THRU 7600-UBICAR-SIGUIENTE-EXIT
        UNTIL sin-avance = "S" OR cant-ubicados = cant-pasos.
7500-ORDENAR-PLAN-EXIT.
    EXIT.

7550-LIMPIAR-PASO.
    Move "N" to pas-ubicado (k)
    Move 0 to pas-nivel (k).
7550-LIMPIAR-PASO-EXIT.
    EXIT.

7600-UBICAR-SIGUIENTE.
    Move 0 to pos-listo
    PERFORM 7650-PROBAR-PASO THRU 7650-PROBAR-PASO-EXIT
        VARYING k FROM 1 BY 1 UNTIL k > cant-pasos OR pos-listo > 0
    IF pos-listo = 0
        Move "S" to sin-avance
        GO TO 7600-UBICAR-SIGUIENTE-EXIT
    END-IF
    Move "S" to pas-ubicado (pos-listo)
    Compute pas-nivel (pos-listo) = nivel-maximo + 1
    Compute cant-ubicados = cant-ubicados + 1
    Move pos-listo to orden-pos (cant-ubicados).
7600-UBICAR-SIGUIENTE-EXIT.
    EXIT.

7650-PROBAR-PASO.
    IF pas-ubicado (k) = "S"
        GO TO 7650-PROBAR-PASO-EXIT
    END-IF
    Move "S" to previos-listos
    Move 0 to nivel-maximo
    PERFORM 7700-PROBAR-PREVIO THRU 7700-PROBAR-PREVIO-EXIT
        VARYING pr FROM 1 BY 1 UNTIL pr > 4
    IF previos-listos = "S"
        Move k to pos-listo
    END-IF.
7650-PROBAR-PASO-EXIT.
    EXIT.

7700-PROBAR-PREVIO.
    IF pas-previos (k) (pr * 2 - 1 : 2) IS NOT NUMERIC
        GO TO 7700-PROBAR-PREVIO-EXIT
    END-IF
    Move pas-previos (k) (pr * 2 - 1 : 2) to paso-trabajo
    PERFORM 1500-BUSCAR-PASO
    IF pos-paso = 0
        GO TO 7700-PROBAR-PREVIO-EXIT
    END-IF
    IF pas-ubicado (pos-paso) = "N"
        Move "N" to previos-listos
        GO TO 7700-PROBAR-PREVIO-EXIT
    END-IF
    IF pas-nivel (pos-paso) > nivel-maximo
        Move pas-nivel (pos-paso) to nivel-maximo
    END-IF.
7700-PROBAR-PREVIO-EXIT.
    EXIT.

*>Arbol de dependencias en el orden de ejecucion: cada paso sangrado
*>segun su nivel, con sus predecesores a la derecha.
7800-IMPRIMIR-ARBOL.
    OPEN OUTPUT LISTADO-PLAN
    Move SPACES to linea-impresion
    STRING "ORDEN DE EJECUCION DE RUN-PLAN  EMITIDO " DELIMITED BY SIZE
        fecha-hoy DELIMITED BY SIZE
        "  OPERADOR " DELIMITED BY SIZE
        codigo-operador DELIMITED BY SIZE
        INTO linea-impresion
    END-STRING
    PERFORM 7890-EMITIR-LINEA
    Move "ORD FRC SEV PASO Y PROGRAMA (SANGRIA = NIVEL)  <- PREVIOS"
        to linea-impresion
    PERFORM 7890-EMITIR-LINEA
    Move ALL "-" to linea-impresion
    PERFORM 7890-EMITIR-LINEA
    PERFORM 7850-IMPRIMIR-PASO THRU 7850-IMPRIMIR-PASO-EXIT
        VARYING o FROM 1 BY 1 UNTIL o > cant-ubicados
    CLOSE LISTADO-PLAN.
7800-IMPRIMIR-ARBOL-EXIT.
    EXIT.

7850-IMPRIMIR-PASO.
    Move orden-pos (o) to k
    Move o to orden-ed
    Move SPACES to frecuencia-ed
    EVALUATE pas-frecuencia (k)
        WHEN "S" WHEN "s"
            Move "S" to frecuencia-ed (1:1)
            Move pas-dia (k) to frecuencia-ed (2:1)
        WHEN "M" WHEN "m"
            Move "M" to frecuencia-ed
        WHEN OTHER
            Move "D" to frecuencia-ed
    END-EVALUATE
    Move SPACES to linea-impresion
    Move orden-ed to linea-impresion (2:2)
    Move frecuencia-ed to linea-impresion (5:3)
    Move pas-severidad (k) to linea-impresion (10:1)
    IF pas-nivel (k) > 10
        Compute puntero = 13 + 20
    ELSE
        Compute puntero = 13 + (pas-nivel (k) - 1) * 2
    END-IF
    STRING pas-paso (k) DELIMITED BY SIZE
        " " DELIMITED BY SIZE
        pas-programa (k) DELIMITED BY SPACE
        INTO linea-impresion
        WITH POINTER puntero
    END-STRING
    IF pas-previos (k) <> SPACES
        Compute puntero = puntero + 2
        STRING "<-" DELIMITED BY SIZE
            INTO linea-impresion
            WITH POINTER puntero
        END-STRING
        PERFORM 7870-IMPRIMIR-PREVIO THRU 7870-IMPRIMIR-PREVIO-EXIT
            VARYING pr FROM 1 BY 1 UNTIL pr > 4
    END-IF
    PERFORM 7890-EMITIR-LINEA.
7850-IMPRIMIR-PASO-EXIT.
    EXIT.

7870-IMPRIMIR-PREVIO.
    IF pas-previos (k) (pr * 2 - 1 : 2) = SPACES
        GO TO 7870-IMPRIMIR-PREVIO-EXIT
    END-IF
    STRING " " DELIMITED BY SIZE
        pas-previos (k) (pr * 2 - 1 : 2) DELIMITED BY SIZE
        INTO linea-impresion
        WITH POINTER puntero
    END-STRING.
7870-IMPRIMIR-PREVIO-EXIT.
    EXIT.

7890-EMITIR-LINEA.
    Display linea-impresion
    Move linea-impresion to LP-LINEA
    WRITE LP-LINEA.

7900-DENUNCIAR-CICLO.
    IF pas-ubicado (k) = "N"
        Display "Error: paso " pas-paso (k) " (" pas-programa (k)
            ") esta en un ciclo de predecesores o depende de uno"
        Compute cant-errores = cant-errores + 1
    END-IF.
7900-DENUNCIAR-CICLO-EXIT.
    EXIT.

*>RUN-PLAN se regraba en el orden de ejecucion, que es el orden en
*>que Lanzador-Batch recorre el archivo.
8000-GRABAR-PLAN.
    Move "RUN-PLAN" to GEN-MASTER
    CALL "Guardar-Generacion" USING GEN-ARGUMENTOS
    OPEN OUTPUT RUN-PLAN
    IF PL-STATUS <> "00"
        Display "ERROR: no se pudo grabar RUN-PLAN"
        Move 8 to RETURN-CODE
        GO TO 8000-GRABAR-PLAN-EXIT
    END-IF
    PERFORM 8100-GRABAR-PASO THRU 8100-GRABAR-PASO-EXIT
        VARYING o FROM 1 BY 1 UNTIL o > cant-ubicados
    CLOSE RUN-PLAN.
8000-GRABAR-PLAN-EXIT.
    EXIT.

8100-GRABAR-PASO.
    Move orden-pos (o) to k
    INITIALIZE PL-REGISTRO
    Move pas-paso (k)       to PL-PASO
    Move SPACE              to PL-SEP1
    Move pas-programa (k)   to PL-PROGRAMA
    Move SPACE              to PL-SEP2
    Move pas-archivo (k)    to PL-ARCHIVO
    Move SPACE              to PL-SEP3
    Move pas-previos (k)    to PL-PREVIOS
    Move SPACE              to PL-SEP4
    Move pas-severidad (k)  to PL-SEVERIDAD
    Move SPACE              to PL-SEP5
    Move pas-frecuencia (k) to PL-FRECUENCIA
    Move SPACE              to PL-SEP6
    Move pas-dia (k)        to PL-DIA
    WRITE PL-REGISTRO.
8100-GRABAR-PASO-EXIT.
    EXIT.

*>Bitacora de cambios: la baja deja la imagen anterior (A), el alta la
*>posterior (D) y la modificacion ambas.
8500-REGISTRAR-CAMBIO.
    Move FUNCTION CURRENT-DATE (9:6) to hora-ahora
    OPEN EXTEND PLAN-CAMBIOS
    IF PC-STATUS = "35"
        OPEN OUTPUT PLAN-CAMBIOS
    END-IF
    IF accion-registrada = "M" OR accion-registrada = "B"
        PERFORM 8600-ENCABEZAR-CAMBIO
        Move "A"            to PC-IMAGEN
        Move ant-paso       to PC-PASO
        Move ant-programa   to PC-PROGRAMA
        Move ant-archivo    to PC-ARCHIVO
        Move ant-previos    to PC-PREVIOS
        Move ant-severidad  to PC-SEVERIDAD
        Move ant-frecuencia to PC-FRECUENCIA
        Move ant-dia        to PC-DIA
        WRITE PC-REGISTRO
    END-IF
    IF accion-registrada = "A" OR accion-registrada = "M"
        PERFORM 8600-ENCABEZAR-CAMBIO
        Move "D"                       to PC-IMAGEN
        Move pas-paso (pos-cambio)       to PC-PASO
        Move pas-programa (pos-cambio)   to PC-PROGRAMA
        Move pas-archivo (pos-cambio)    to PC-ARCHIVO
        Move pas-previos (pos-cambio)    to PC-PREVIOS
        Move pas-severidad (pos-cambio)  to PC-SEVERIDAD
        Move pas-frecuencia (pos-cambio) to PC-FRECUENCIA
        Move pas-dia (pos-cambio)        to PC-DIA
        WRITE PC-REGISTRO
    END-IF
    CLOSE PLAN-CAMBIOS.
8500-REGISTRAR-CAMBIO-EXIT.
    EXIT.

8600-ENCABEZAR-CAMBIO.
    INITIALIZE PC-REGISTRO
    Move fecha-hoy         to PC-FECHA
    Move SPACE             to PC-SEP1
    Move hora-ahora        to PC-HORA
    Move SPACE             to PC-SEP2
    Move codigo-operador   to PC-OPERADOR
    Move SPACE             to PC-SEP3
    Move accion-registrada to PC-ACCION
    Move SPACE             to PC-SEP4
    Move SPACE             to PC-SEP5
    Move SPACE             to PC-SEP6
    Move SPACE             to PC-SEP7
    Move SPACE             to PC-SEP8
    Move SPACE             to PC-SEP9
    Move SPACE             to PC-SEP10
    Move SPACE             to PC-SEP11.
