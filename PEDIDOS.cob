                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07LISPR ASSIGN TO T07LISPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-LISPR.
            SELECT T07PEDID ASSIGN TO T07PEDID.
            SELECT T07SPEDI ASSIGN TO T07SPEDI.
            SELECT T07PPEDS ASSIGN TO T07PPEDS.
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
        FD T07PEDID
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PEDID PIC X(240).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
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
        01 PROVEEDOR-ELEGIDO.
         03 IDPROVEEDOR-ELEGIDO PIC 9(3).
         03 NOMBRE-ELEGIDO PIC X(30).
         03 COSTO-ELEGIDO PIC 9(7)V99.
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
        01 EOF-T07STOCK PIC 9 VALUE 0.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 EOF-T07LISPR PIC 9 VALUE 0.
        01 EXISTE-LISPR PIC 9 VALUE 0.
        01 PREFERIDO-HALLADO PIC 9 VALUE 0.
        01 NROPEDIDO-RUN PIC 9(5) VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 CANTPEDIDA-CALC PIC 9(5) VALUE 0.
        01 CONTADOR-T07SPEDI PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07STOCK.
            OPEN INPUT T07LISPR.
            OPEN OUTPUT T07PEDID.
            OPEN OUTPUT T07SPEDI.
            OPEN INPUT T07PPEDS.
            READ T07PPEDS INTO NROPEDIDO-RUN
            AT END MOVE 0 TO NROPEDIDO-RUN.
            CLOSE T07PPEDS.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            WRITE REG-T07SPEDI FROM TITULO.
            WRITE REG-T07SPEDI FROM LINEA.
            MOVE 0 TO SUCURSAL-CLAVE-STOCK.
            CLOSE T07PPEDS.
            MOVE CONTADOR-T07SPEDI TO CANTIDAD-TOTAL.
            WRITE REG-T07SPEDI FROM REGISTRO-T07STOTAL.
            CLOSE T07STOCK T07LISPR T07PEDID T07SPEDI.
            STOP RUN.
        EVALUAR-REPOSICION.
            IF CANTIDAD-STOCK < STOCKMIN-STOCK THEN
                IF CANTREPO-STOCK NUMERIC AND CANTREPO-STOCK > 0 THEN
                    COMPUTE CANTPEDIDA-CALC = STOCKMIN-STOCK
                        - CANTIDAD-STOCK + CANTREPO-STOCK
                ELSE
                    COMPUTE CANTPEDIDA-CALC =
                        STOCKMIN-STOCK * 2 - CANTIDAD-STOCK
                END-IF
                PERFORM ELEGIR-DE-LISTA
                IF EXISTE-LISPR = 1 THEN
                    PERFORM BUSCAR-NOMBRE-PROVEEDOR
                    MOVE 1 TO EXISTE-PROVE
                ELSE
                    PERFORM BUSCAR-PROVEEDOR
                END-IF
                IF EXISTE-PROVE = 1 THEN
                    PERFORM EMITIR-PEDIDO
                ELSE
            END-IF.
            READ T07STOCK NEXT INTO REGISTRO-T07STOCK
            AT END MOVE 1 TO EOF-T07STOCK.
        ELEGIR-DE-LISTA.
            MOVE 0 TO EXISTE-LISPR.
            MOVE 0 TO PREFERIDO-HALLADO.
            MOVE 0 TO EOF-T07LISPR.
            MOVE IDREPUESTO-STOCK TO IDREPUESTO-CLAVE-LISPR.
            MOVE 0 TO IDPROVEEDOR-CLAVE-LISPR.
            START T07LISPR KEY IS NOT LESS THAN CLAVE-LISPR
                INVALID KEY MOVE 1 TO EOF-T07LISPR.
            PERFORM EVALUAR-LINEA-LISTA UNTIL EOF-T07LISPR = 1.
        EVALUAR-LINEA-LISTA.
            READ T07LISPR NEXT INTO REGISTRO-T07LISPR
            AT END MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND
            IDREPUESTO-LISPR NOT = IDREPUESTO-STOCK THEN
                MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND
            CANTMINIMA-LISPR NOT > CANTPEDIDA-CALC THEN
                IF PREFERIDO-LISPR = 'S' THEN
                    MOVE 1 TO PREFERIDO-HALLADO
                    PERFORM TOMAR-LINEA-LISTA
                ELSE
                    IF PREFERIDO-HALLADO = 0 AND
                    (EXISTE-LISPR = 0 OR
                    COSTO-LISPR < COSTO-ELEGIDO) THEN
                        PERFORM TOMAR-LINEA-LISTA
                    END-IF
                END-IF
            END-IF.
        TOMAR-LINEA-LISTA.
            MOVE 1 TO EXISTE-LISPR.
            MOVE IDPROVEEDOR-LISPR TO IDPROVEEDOR-ELEGIDO.
            MOVE COSTO-LISPR TO COSTO-ELEGIDO.
        BUSCAR-NOMBRE-PROVEEDOR.
            MOVE SPACES TO NOMBRE-ELEGIDO.
            OPEN INPUT T07PROVE.
            MOVE 0 TO EOF-T07PROVE.
            MOVE 0 TO EXISTE-PROVE.
            PERFORM VERIFICAR-NOMBRE-PROVEEDOR UNTIL EOF-T07PROVE = 1
            OR EXISTE-PROVE = 1.
            CLOSE T07PROVE.
        VERIFICAR-NOMBRE-PROVEEDOR.
            READ T07PROVE INTO REGISTRO-T07PROVE
            AT END MOVE 1 TO EOF-T07PROVE.
            IF EOF-T07PROVE = 0 AND
            IDPROVEEDOR-PROVE = IDPROVEEDOR-ELEGIDO THEN
                MOVE 1 TO EXISTE-PROVE
                MOVE NOMBRE-PROVE TO NOMBRE-ELEGIDO.
        BUSCAR-PROVEEDOR.
            OPEN INPUT T07PROVE.
            MOVE 0 TO EOF-T07PROVE.
            AT END MOVE 1 TO EOF-T07PROVE.
            IF EOF-T07PROVE = 0 AND
            IDREPUESTO-PROVE = IDREPUESTO-STOCK THEN
                MOVE 1 TO EXISTE-PROVE
                MOVE IDPROVEEDOR-PROVE TO IDPROVEEDOR-ELEGIDO
                MOVE NOMBRE-PROVE TO NOMBRE-ELEGIDO
                MOVE COSTO-PROVE TO COSTO-ELEGIDO.
        EMITIR-PEDIDO.
            ADD 1 TO NROPEDIDO-RUN.
            MOVE NROPEDIDO-RUN TO NROPEDIDO-PEDID.
            MOVE IDREPUESTO-STOCK TO IDREPUESTO-PEDID.
            MOVE CANTPEDIDA-CALC TO CANTPEDIDA-PEDID.
            MOVE IDPROVEEDOR-ELEGIDO TO IDPROVEEDOR-PEDID.
            MOVE COSTO-ELEGIDO TO COSTO-PEDID.
            MOVE FECHAPROC-RUN TO FECHAPEDIDO-PEDID.
            MOVE 0 TO CANTRECIBIDA-PEDID.
            MOVE 'A' TO ESTADO-PEDID.
            MOVE NROPEDIDO-RUN TO NROPEDIDO-T07SPEDI.
            MOVE IDREPUESTO-STOCK TO IDREPUESTO-T07SPEDI.
            MOVE CANTPEDIDA-CALC TO CANTPEDIDA-T07SPEDI.
            MOVE IDPROVEEDOR-ELEGIDO TO IDPROVEEDOR-T07SPEDI.
            MOVE NOMBRE-ELEGIDO TO NOMBRE-T07SPEDI.
            MOVE COSTO-ELEGIDO TO COSTO-T07SPEDI.
            WRITE REG-T07SPEDI FROM REGISTRO-T07SPEDI.
            ADD 1 TO CONTADOR-T07SPEDI.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07LISPR DD DSN=KC03BAB.CATALOGO.LISPR,DISP=SHR
//GO.T07PEDID DD DSN=KC03BAB.CATALOGO.SALIDA(T07PEDID),DISP=SHR
//GO.T07SPEDI DD DSN=KC03BAB.CATALOGO.SALIDA(T07SPEDI),DISP=SHR
//GO.T07PPEDS DD DSN=KC03BAB.CATALOGO.PARM(T07PPEDS),DISP=OLD
