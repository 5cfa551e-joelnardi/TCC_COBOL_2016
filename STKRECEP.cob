        01 REG-T07PSUCU PIC 9(2).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07PEDID
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PEDID PIC X(240).
        01 REG-T07PEDIU PIC X(240).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ESTKR.
         03 IDREPUESTO-T07ESTKR PIC 9(3).
         03 CANTPEDIDA-PEDID PIC 9(5).
         03 IDPROVEEDOR-PEDID PIC 9(3).
         03 COSTO-PEDID PIC 9(7)V99.
         03 FECHAPEDIDO-PEDID PIC 9(8).
         03 CANTRECIBIDA-PEDID PIC 9(5).
         03 ESTADO-PEDID PIC X(1).
         03 SUCURSAL-PEDID PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07KARDX.
         03 IDREPUESTO-KARDX PIC 9(3).
         03 FECHAPROC-KARDX PIC 9(8).
         03 HORAPROC-KARDX PIC 9(6).
         03 CANTIDAD-KARDX PIC 9(5).
         03 SIGNO-KARDX PIC X(1).
         03 REFERENCIA-KARDX PIC 9(7).
         03 OPERADOR-KARDX PIC X(8).
         03 SUCURSAL-KARDX PIC 9(2).
         03 VALOR-KARDX PIC 9(9)V99.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-CONTROL-PER PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 EOF-T07ESTKR PIC 9 VALUE 0.
        01 EOF-T07PEDID PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 SALDO-PEDIDO PIC S9(6) COMP VALUE 0.
        01 RESULTADO-PEDIDO PIC X(15).
        01 VALIDO-T07ESTKR PIC 9 VALUE 1.
        01 COSTO-RECEPCION PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07SSTKR PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PSUCU.
            READ T07PSUCU INTO SUCURSAL-RUN
                ADD 1 TO CONTADOR-T07SSTKR.
            IF PERIODO-CERRADO = 0 AND
            VALIDO-T07ESTKR = 1 AND PEDIDO-OK = 1 THEN
                PERFORM BUSCAR-STOCK
                PERFORM DETERMINAR-COSTO.
            IF PERIODO-CERRADO = 0 AND
            VALIDO-T07ESTKR = 1 AND PEDIDO-OK = 1 AND
            NROPEDIDO-T07ESTKR > 0 THEN
            IF PERIODO-CERRADO = 0 AND
            VALIDO-T07ESTKR = 1 AND PEDIDO-OK = 1 AND
            EXISTE-STOCK = 1 THEN
                PERFORM PROMEDIAR-COSTO
                ADD CANTRECIBIDA-T07ESTKR TO CANTIDAD-STOCK
                IF STOCKMIN-T07ESTKR > 0 THEN
                    MOVE STOCKMIN-T07ESTKR TO STOCKMIN-STOCK
                MOVE IDREPUESTO-T07ESTKR TO IDREPUESTO-STOCK
                MOVE CANTRECIBIDA-T07ESTKR TO CANTIDAD-STOCK
                MOVE STOCKMIN-T07ESTKR TO STOCKMIN-STOCK
                MOVE COSTO-RECEPCION TO COSTOPROM-STOCK
                MOVE SPACES TO UBICACION-STOCK
                MOVE 0 TO CANTREPO-STOCK
                MOVE SPACES TO CLASEABC-STOCK
                WRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                PERFORM GRABAR-KARDEX
                MOVE REGISTRO-T07ESTKR TO REGISTRO-T07SSTKR
                ADD 1 TO CONTADOR-T07SSTKR.
            READ T07ESTKR INTO REGISTRO-T07ESTKR
            AT END MOVE 1 TO EOF-T07ESTKR.
        DETERMINAR-COSTO.
            IF EXISTE-STOCK = 1 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF NROPEDIDO-T07ESTKR > 0 THEN
                MOVE COSTO-PEDID TO COSTO-RECEPCION
            ELSE
                IF EXISTE-STOCK = 1 THEN
                    MOVE COSTOPROM-STOCK TO COSTO-RECEPCION
                ELSE
                    MOVE 0 TO COSTO-RECEPCION
                END-IF
            END-IF.
        PROMEDIAR-COSTO.
            IF CANTIDAD-STOCK + CANTRECIBIDA-T07ESTKR > 0 THEN
                COMPUTE COSTOPROM-STOCK ROUNDED =
                    (CANTIDAD-STOCK * COSTOPROM-STOCK +
                    CANTRECIBIDA-T07ESTKR * COSTO-RECEPCION) /
                    (CANTIDAD-STOCK + CANTRECIBIDA-T07ESTKR).
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            CANT-PERIODOS-TAB < 100 THEN
                ADD 1 TO CANT-PERIODOS-TAB
                MOVE AAAAMM-PERCT
                TO AAAAMM-CERRADO-TAB (CANT-PERIODOS-TAB).
        VERIFICAR-PERIODO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE FECHA-CONTROL-PER TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
        GRABAR-KARDEX.
            OPEN EXTEND T07KARDX.
            MOVE CANTRECIBIDA-T07ESTKR TO CANTIDAD-KARDX.
            MOVE '+' TO SIGNO-KARDX.
            MOVE 'STKRECEP' TO PROGRAMA-KARDX.
            COMPUTE VALOR-KARDX =
                CANTRECIBIDA-T07ESTKR * COSTO-RECEPCION.
            MOVE NROPEDIDO-T07ESTKR TO REFERENCIA-KARDX.
            MOVE OPERADOR-RUN TO OPERADOR-KARDX.
            MOVE SUCURSAL-RUN TO SUCURSAL-KARDX.
