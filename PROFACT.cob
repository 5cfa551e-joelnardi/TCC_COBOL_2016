            SELECT T07EFPRO ASSIGN TO T07EFPRO.
            SELECT T07PEDID ASSIGN TO T07PEDID.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07LISPR ASSIGN TO T07LISPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-LISPR.
            SELECT T07CTAPR ASSIGN TO T07CTAPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTAPR.
            SELECT T07SFPRO ASSIGN TO T07SFPRO.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07POPER ASSIGN TO T07POPER.
        DATA DIVISION.
        FILE SECTION.
        FD T07EFPRO
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        FD T07LISPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07LISPR.
         03 CLAVE-LISPR.
             05 IDREPUESTO-CLAVE-LISPR PIC 9(3).
             05 IDPROVEEDOR-CLAVE-LISPR PIC 9(3).
         03 FILLER PIC X(74).
        FD T07CTAPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTAPR.
        FD T07SFPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SFPRO PIC X(126).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EFPRO.
         03 IDPROVEEDOR-T07EFPRO PIC 9(3).
         03 NROPEDIDO-T07EFPRO PIC 9(5).
         03 CANTIDAD-T07EFPRO PIC 9(5).
         03 COSTO-T07EFPRO PIC 9(7)V99.
         03 FECHAFACT-T07EFPRO PIC 9(8).
        01 REGISTRO-T07PEDID.
         03 NROPEDIDO-PEDID PIC 9(5).
         03 IDREPUESTO-PEDID PIC 9(3).
         03 CANTPEDIDA-PEDID PIC 9(5).
         03 IDPROVEEDOR-PEDID PIC 9(3).
         03 COSTO-PEDID PIC 9(7)V99.
         03 FECHAPEDIDO-PEDID PIC 9(8).
         03 CANTRECIBIDA-PEDID PIC 9(5).
         03 ESTADO-PEDID PIC X(1).
         03 SUCURSAL-PEDID PIC 9(2).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
        01 REGISTRO-T07LISPR.
         03 IDREPUESTO-LISPR PIC 9(3).
         03 IDPROVEEDOR-LISPR PIC 9(3).
         03 CODIGOPROV-LISPR PIC X(15).
         03 COSTO-LISPR PIC 9(7)V99.
         03 DEMORA-LISPR PIC 9(3).
         03 CANTMINIMA-LISPR PIC 9(5).
         03 PREFERIDO-LISPR PIC X(1).
        01 REGISTRO-T07CTAPR.
         03 IDPROVEEDOR-CTAPR PIC 9(3).
         03 NROFACTURA-CTAPR PIC X(12).
         03 NROPEDIDO-CTAPR PIC 9(5).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 IMPORTE-CTAPR PIC 9(7)V99.
         03 PAGADO-CTAPR PIC 9(7)V99.
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
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
         03 PROGRAMA-KARDX PIC X(8).
         03 REFERENCIA-KARDX PIC 9(7).
         03 OPERADOR-KARDX PIC X(8).
         03 SUCURSAL-KARDX PIC 9(2).
         03 VALOR-KARDX PIC 9(9)V99.
        01 REGISTRO-T07SFPRO.
         03 IDPROVEEDOR-T07SFPRO PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
        01 EXISTE-PEDIDO PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 EXISTE-CTAPR PIC 9 VALUE 0.
        01 EXISTE-LISPR PIC 9 VALUE 0.
        01 VALIDO-T07EFPRO PIC 9 VALUE 1.
        01 IMPORTE-CALCULADO PIC 9(7)V99 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 DIFERENCIA-VALOR PIC S9(9)V99 VALUE 0.
        01 VALOR-STOCK-CALC PIC S9(11)V99 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 CONTADOR-T07SFPRO PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
        PROCEDURE DIVISION.
            OPEN INPUT T07EFPRO.
            OPEN I-O T07CTAPR.
            OPEN INPUT T07LISPR.
            OPEN I-O T07STOCK.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN OUTPUT T07SFPRO.
            READ T07EFPRO INTO REGISTRO-T07EFPRO
            AT END MOVE 1 TO EOF-T07EFPRO.
            PERFORM FACTURA-REGISTRO UNTIL EOF-T07EFPRO = 1.
            MOVE CONTADOR-T07SFPRO TO CANTIDAD-TOTAL.
            WRITE REG-T07SFPRO FROM REGISTRO-T07STOTAL.
            CLOSE T07EFPRO T07CTAPR T07LISPR T07SFPRO T07STOCK.
            STOP RUN.
        FACTURA-REGISTRO.
            PERFORM VALIDAR-T07EFPRO.
            READ T07EFPRO INTO REGISTRO-T07EFPRO
            AT END MOVE 1 TO EOF-T07EFPRO.
        CONTROLAR-FACTURA.
            PERFORM BUSCAR-LISTA.
            IF CANTIDAD-T07EFPRO > CANTRECIBIDA-PEDID THEN
                MOVE 'EXCEDE RECIBIDO' TO RESULTADO-T07SFPRO
                WRITE REG-T07SFPRO FROM REGISTRO-T07SFPRO
                ADD 1 TO CONTADOR-T07SFPRO
            ELSE
                IF EXISTE-LISPR = 1 AND
                COSTO-T07EFPRO NOT = COSTO-LISPR THEN
                    MOVE 'COSTO DIF LISTA' TO RESULTADO-T07SFPRO
                    WRITE REG-T07SFPRO FROM REGISTRO-T07SFPRO
                    ADD 1 TO CONTADOR-T07SFPRO
                ELSE
                    IF EXISTE-LISPR = 0 AND
                    COSTO-T07EFPRO NOT = COSTO-PEDID THEN
                        MOVE 'COSTO DISTINTO' TO RESULTADO-T07SFPRO
                        WRITE REG-T07SFPRO FROM REGISTRO-T07SFPRO
                        ADD 1 TO CONTADOR-T07SFPRO
                    ELSE
                        PERFORM REGISTRAR-FACTURA
                    END-IF
                END-IF
            END-IF.
        BUSCAR-LISTA.
            MOVE 0 TO EXISTE-LISPR.
            MOVE IDREPUESTO-PEDID TO IDREPUESTO-CLAVE-LISPR.
            MOVE IDPROVEEDOR-T07EFPRO TO IDPROVEEDOR-CLAVE-LISPR.
            READ T07LISPR INTO REGISTRO-T07LISPR
                INVALID KEY MOVE 0 TO EXISTE-LISPR
                NOT INVALID KEY MOVE 1 TO EXISTE-LISPR
            END-READ.
        REGISTRAR-FACTURA.
            MOVE 0 TO EXISTE-CTAPR.
            MOVE IDPROVEEDOR-T07EFPRO TO IDPROVEEDOR-CLAVE-CTAPR.
                MOVE 'REGISTRADO' TO RESULTADO-T07SFPRO
                WRITE REG-T07SFPRO FROM REGISTRO-T07SFPRO
                ADD 1 TO CONTADOR-T07SFPRO
                IF COSTO-T07EFPRO NOT = COSTO-PEDID THEN
                    PERFORM REVALUAR-STOCK
                END-IF
            END-IF.
        REVALUAR-STOCK.
            MOVE 0 TO EXISTE-STOCK.
            MOVE SUCURSAL-PEDID TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-PEDID TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
            IF EXISTE-STOCK = 1 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF EXISTE-STOCK = 1 AND CANTIDAD-STOCK > 0 THEN
                COMPUTE DIFERENCIA-VALOR = CANTIDAD-T07EFPRO *
                    (COSTO-T07EFPRO - COSTO-PEDID)
                COMPUTE VALOR-STOCK-CALC =
                    CANTIDAD-STOCK * COSTOPROM-STOCK + DIFERENCIA-VALOR
                IF VALOR-STOCK-CALC < 0 THEN
                    COMPUTE DIFERENCIA-VALOR =
                        0 - CANTIDAD-STOCK * COSTOPROM-STOCK
                    MOVE 0 TO VALOR-STOCK-CALC
                END-IF
                COMPUTE COSTOPROM-STOCK ROUNDED =
                    VALOR-STOCK-CALC / CANTIDAD-STOCK
                REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                PERFORM GRABAR-KARDEX.
        GRABAR-KARDEX.
            OPEN EXTEND T07KARDX.
            MOVE IDREPUESTO-PEDID TO IDREPUESTO-KARDX.
            MOVE FECHAPROC-RUN TO FECHAPROC-KARDX.
            MOVE HORAPROC-RUN TO HORAPROC-KARDX.
            MOVE 0 TO CANTIDAD-KARDX.
            IF DIFERENCIA-VALOR < 0 THEN
                COMPUTE VALOR-KARDX = 0 - DIFERENCIA-VALOR
                MOVE '-' TO SIGNO-KARDX
            ELSE
                MOVE DIFERENCIA-VALOR TO VALOR-KARDX
                MOVE '+' TO SIGNO-KARDX
            END-IF.
            MOVE 'PROFACT ' TO PROGRAMA-KARDX.
            MOVE NROPEDIDO-PEDID TO REFERENCIA-KARDX.
            MOVE OPERADOR-RUN TO OPERADOR-KARDX.
            MOVE SUCURSAL-PEDID TO SUCURSAL-KARDX.
            WRITE REG-T07KARDX FROM REGISTRO-T07KARDX.
            CLOSE T07KARDX.
        BUSCAR-PROVEEDOR.
            OPEN INPUT T07PROVE.
            MOVE 0 TO EOF-T07PROVE.
//GO.T07EFPRO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EFPRO),DISP=SHR
//GO.T07PEDID DD DSN=KC03BAB.CATALOGO.SALIDA(T07PEDID),DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07LISPR DD DSN=KC03BAB.CATALOGO.LISPR,DISP=SHR
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
//GO.T07SFPRO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SFPRO),DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=MOD
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
