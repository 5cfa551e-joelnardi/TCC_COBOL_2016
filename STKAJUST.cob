            SELECT T07SEGUR ASSIGN TO T07SEGUR.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07PSUCU ASSIGN TO T07PSUCU.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
            SELECT T07PAPRO ASSIGN TO T07PAPRO.
        DATA DIVISION.
        FILE SECTION.
        FD T07EAJUS
        01 REG-T07SEGUR PIC X(126).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07PSUCU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSUCU PIC 9(2).
        FD T07APROB
            LABEL RECORDS ARE STANDARD.
        01 REG-T07APROB.
         03 CLAVE-APROB.
             05 PROGRAMA-CLAVE-APROB PIC X(8).
             05 FECHASOL-CLAVE-APROB PIC 9(8).
             05 HORASOL-CLAVE-APROB PIC 9(6).
             05 ITEM-CLAVE-APROB PIC 9(5).
         03 FILLER PIC X(293).
        FD T07PAPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PAPRO PIC X(20).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EAJUS.
         03 IDREPUESTO-T07EAJUS PIC 9(3).
         03 CANTCONTADA-T07EAJUS PIC 9(5).
         03 MOTIVO-T07EAJUS PIC X(15).
         03 FILLER PIC X(177).
         03 APROBACION-T07EAJUS PIC X(27).
        01 REGISTRO-T07ECONT.
         03 IDREPUESTO-T07ECONT PIC 9(3).
         03 CANTCONTADA-T07ECONT PIC 9(5).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07SAJUS.
         03 IDREPUESTO-T07SAJUS PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SAJUS PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SAJUS PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SAJUS PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
        01 VALIDO-T07EAJUS PIC 9 VALUE 1.
        01 DIFERENCIA-AJUS PIC S9(6) COMP VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 REGISTRO-T07OPMAS.
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
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
        01 REGISTRO-T07APROB.
         03 PROGRAMA-APROB PIC X(8).
         03 FECHASOL-APROB PIC 9(8).
         03 HORASOL-APROB PIC 9(6).
         03 ITEM-APROB PIC 9(5).
         03 OPERADORSOL-APROB PIC X(8).
         03 ESTADO-APROB PIC X(1).
         03 APROBADOR-APROB PIC X(8).
         03 FECHAAPRO-APROB PIC 9(8).
         03 IMPORTE-APROB PIC 9(7)V99.
         03 REFERENCIA-APROB PIC X(15).
         03 TRANSACCION-APROB PIC X(240).
        01 REGISTRO-T07PAPRO.
         03 TOPENCRE-PAPRO PIC 9(7)V99.
         03 TOPEAJUS-PAPRO PIC 9(5).
         03 MERGE-PAPRO PIC X(1).
         03 TOPEDESC-PAPRO PIC 9(3)V99.
        01 MAGNITUD-APROB PIC 9(7)V99 VALUE 0.
        01 ITEM-RUN PIC 9(5) VALUE 0.
        01 EXISTE-APROB PIC 9 VALUE 0.
        01 PENDIENTE-APROB PIC 9 VALUE 0.
        01 APROB-INVALIDA PIC 9 VALUE 0.
        01 APROB-VIGENTE PIC 9 VALUE 0.
        01 CONTADOR-T07SAJUS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PSUCU.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            OPEN INPUT T07PAPRO.
            READ T07PAPRO INTO REGISTRO-T07PAPRO
            AT END MOVE SPACES TO REGISTRO-T07PAPRO.
            CLOSE T07PAPRO.
            IF TOPEAJUS-PAPRO NOT NUMERIC THEN
                MOVE 0 TO TOPEAJUS-PAPRO.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EAJUS T07STOCK
                STOP RUN.
            OPEN OUTPUT T07SAJUS.
            OPEN I-O T07APROB.
            READ T07EAJUS INTO REGISTRO-T07EAJUS.
            PERFORM AJUSTAR-REGISTRO UNTIL EOF-T07EAJUS = 1.
            MOVE CONTADOR-T07SAJUS TO CANTIDAD-TOTAL.
            WRITE REG-T07SAJUS FROM REGISTRO-T07STOTAL.
            CLOSE T07EAJUS T07SAJUS T07STOCK T07APROB.
            STOP RUN.
        AJUSTAR-REGISTRO.
            PERFORM VALIDAR-T07EAJUS.
                IF DIFERENCIA-AJUS = 0 THEN
                    MOVE 'SIN DIFERENCIA' TO RESULTADO-T07SAJUS
                ELSE
                    PERFORM EVALUAR-APROBACION
                END-IF
                IF DIFERENCIA-AJUS NOT = 0 AND PENDIENTE-APROB = 1
                THEN
                    MOVE 'PEND APROBACION' TO RESULTADO-T07SAJUS
                END-IF
                IF DIFERENCIA-AJUS NOT = 0 AND APROB-INVALIDA = 1
                THEN
                    MOVE 'APROB INVALIDA' TO RESULTADO-T07SAJUS
                END-IF
                IF DIFERENCIA-AJUS NOT = 0 AND PENDIENTE-APROB = 0
                AND APROB-INVALIDA = 0 THEN
                    MOVE CANTCONTADA-T07EAJUS TO CANTIDAD-STOCK
                    REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                    PERFORM GRABAR-KARDEX
                    MOVE 'AJUSTADO' TO RESULTADO-T07SAJUS
                    IF APROB-VIGENTE = 1 THEN
                        PERFORM CONSUMIR-APROBACION
                    END-IF
                END-IF
                WRITE REG-T07SAJUS FROM REGISTRO-T07SAJUS
                ADD 1 TO CONTADOR-T07SAJUS.
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
            IF EXISTE-STOCK = 1 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
        GRABAR-KARDEX.
            OPEN EXTEND T07KARDX.
            MOVE IDREPUESTO-T07EAJUS TO IDREPUESTO-KARDX.
                MOVE '+' TO SIGNO-KARDX
            END-IF.
            MOVE 'STKAJUST' TO PROGRAMA-KARDX.
            COMPUTE VALOR-KARDX = CANTIDAD-KARDX * COSTOPROM-STOCK.
            MOVE 0 TO REFERENCIA-KARDX.
            MOVE OPERADOR-RUN TO OPERADOR-KARDX.
            MOVE SUCURSAL-RUN TO SUCURSAL-KARDX.
            WRITE REG-T07KARDX FROM REGISTRO-T07KARDX.
            CLOSE T07KARDX.
        EVALUAR-APROBACION.
            MOVE 0 TO PENDIENTE-APROB.
            MOVE 0 TO APROB-INVALIDA.
            MOVE 0 TO APROB-VIGENTE.
            IF DIFERENCIA-AJUS < 0 THEN
                COMPUTE MAGNITUD-APROB = 0 - DIFERENCIA-AJUS
            ELSE
                MOVE DIFERENCIA-AJUS TO MAGNITUD-APROB
            END-IF.
            IF APROBACION-T07EAJUS = SPACES OR
            APROBACION-T07EAJUS = LOW-VALUES THEN
                IF MAGNITUD-APROB > TOPEAJUS-PAPRO THEN
                    PERFORM SOLICITAR-APROBACION
                END-IF
            ELSE
                PERFORM VERIFICAR-APROBACION
            END-IF.
        SOLICITAR-APROBACION.
            ADD 1 TO ITEM-RUN.
            MOVE 'STKAJUST' TO PROGRAMA-APROB.
            MOVE FECHAPROC-RUN TO FECHASOL-APROB.
            MOVE HORAPROC-RUN TO HORASOL-APROB.
            MOVE ITEM-RUN TO ITEM-APROB.
            MOVE OPERADOR-RUN TO OPERADORSOL-APROB.
            MOVE 'P' TO ESTADO-APROB.
            MOVE SPACES TO APROBADOR-APROB.
            MOVE 0 TO FECHAAPRO-APROB.
            MOVE MAGNITUD-APROB TO IMPORTE-APROB.
            MOVE IDREPUESTO-T07EAJUS TO REFERENCIA-APROB.
            MOVE REGISTRO-T07EAJUS TO TRANSACCION-APROB.
            WRITE REG-T07APROB FROM REGISTRO-T07APROB
                INVALID KEY MOVE 1 TO APROB-INVALIDA
            END-WRITE.
            IF APROB-INVALIDA = 0 THEN
                MOVE 1 TO PENDIENTE-APROB.
        VERIFICAR-APROBACION.
            MOVE 0 TO EXISTE-APROB.
            MOVE APROBACION-T07EAJUS TO CLAVE-APROB.
            MOVE SPACES TO APROBACION-T07EAJUS.
            READ T07APROB INTO REGISTRO-T07APROB
                INVALID KEY MOVE 0 TO EXISTE-APROB
                NOT INVALID KEY MOVE 1 TO EXISTE-APROB
            END-READ.
            IF EXISTE-APROB = 1 AND ESTADO-APROB = 'A' AND
            PROGRAMA-APROB = 'STKAJUST' AND
            TRANSACCION-APROB = REGISTRO-T07EAJUS AND
            IMPORTE-APROB >= MAGNITUD-APROB THEN
                MOVE 1 TO APROB-VIGENTE
            ELSE
                MOVE 1 TO APROB-INVALIDA
            END-IF.
        CONSUMIR-APROBACION.
            MOVE 'U' TO ESTADO-APROB.
            REWRITE REG-T07APROB FROM REGISTRO-T07APROB.
        VALIDAR-T07EAJUS.
            MOVE 1 TO VALIDO-T07EAJUS.
            IF IDREPUESTO-T07EAJUS NOT NUMERIC THEN
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=MOD
//GO.T07PSUCU DD DSN=KC03BAB.CATALOGO.PARM(T07PSUCU),DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07PAPRO DD DSN=KC03BAB.CATALOGO.PARM(T07PAPRO),DISP=SHR
