//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKVALOR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07PVALO ASSIGN TO T07PVALO.
            SELECT T07SVALO ASSIGN TO T07SVALO.
        DATA DIVISION.
        FILE SECTION.
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07PVALO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PVALO PIC X(6).
        FD T07SVALO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SVALO PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(36) VALUE
             'VALUACION DE STOCK - PERIODO       |'.
         03 AAAAMM-TITULO PIC 9(6).
        01 SUBTITULO.
         03 SUCURSAL-SUBTIT PIC X(4) VALUE 'SUC|'.
         03 IDREPUESTO-SUBTIT PIC X(6) VALUE 'IDREP|'.
         03 DESCREPUESTO-SUBTIT PIC X(31) VALUE
             'DESCREPUESTO                  |'.
         03 CANTIDAD-SUBTIT PIC X(9) VALUE 'CANTIDAD|'.
         03 COSTOPROM-SUBTIT PIC X(11) VALUE 'COSTO PROM|'.
         03 VALOR-SUBTIT PIC X(13) VALUE 'VALOR        '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
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
        01 REGISTRO-T07SVALO.
         03 SUCURSAL-T07SVALO PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SVALO PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 DESCREPUESTO-T07SVALO PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SVALO PIC ZZZZ9.
         03 FILLER PIC X(4) VALUE '   |'.
         03 COSTOPROM-T07SVALO PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-T07SVALO PIC ZZZZZZZZZ9.99.
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(14) VALUE 'TOTAL SUCURSAL'.
         03 FILLER PIC X(1) VALUE ' '.
         03 SUCURSAL-T07SSUBT PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-T07SSUBT PIC ZZZZZZZZZZZ9.99.
        01 REGISTRO-T07SCONC.
         03 LEYENDA-T07SCONC PIC X(18).
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-T07SCONC PIC ZZZZZZZZZZZ9.99-.
        01 EOF-T07STOCK PIC 9 VALUE 0.
        01 EOF-T07KARDX PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 FECHA-DESDE PIC 9(8) VALUE 0.
        01 FECHA-HASTA PIC 9(8) VALUE 0.
        01 SUCURSAL-ANTERIOR PIC 9(2) VALUE 0.
        01 PRIMERA-LINEA PIC 9 VALUE 1.
        01 VALOR-LINEA PIC S9(11)V99 VALUE 0.
        01 VALOR-SUCURSAL PIC S9(11)V99 VALUE 0.
        01 VALOR-TOTAL PIC S9(11)V99 VALUE 0.
        01 KARDEX-INICIAL PIC S9(11)V99 VALUE 0.
        01 KARDEX-ENTRADAS PIC S9(11)V99 VALUE 0.
        01 KARDEX-SALIDAS PIC S9(11)V99 VALUE 0.
        01 KARDEX-POSTERIOR PIC S9(11)V99 VALUE 0.
        01 KARDEX-SALDO PIC S9(11)V99 VALUE 0.
        01 DIFERENCIA-CONC PIC S9(11)V99 VALUE 0.
        01 CONTADOR-T07SVALO PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-TOTAL-T07SVALO PIC ZZZZZZZZZZZ9.99.
        PROCEDURE DIVISION.
            OPEN INPUT T07STOCK.
            OPEN INPUT T07REPUE.
            OPEN OUTPUT T07SVALO.
            OPEN INPUT T07PVALO.
            READ T07PVALO INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PVALO.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            IF AAAAMM-FILTRO NOT NUMERIC OR AAAAMM-FILTRO = 0 THEN
                DIVIDE FECHAPROC-RUN BY 100 GIVING AAAAMM-FILTRO.
            COMPUTE FECHA-DESDE = AAAAMM-FILTRO * 100 + 1.
            COMPUTE FECHA-HASTA = AAAAMM-FILTRO * 100 + 31.
            MOVE AAAAMM-FILTRO TO AAAAMM-TITULO.
            WRITE REG-T07SVALO FROM TITULO.
            WRITE REG-T07SVALO FROM SUBTITULO.
            WRITE REG-T07SVALO FROM LINEA.
            MOVE 0 TO SUCURSAL-CLAVE-STOCK.
            MOVE 0 TO IDREPUESTO-CLAVE-STOCK.
            START T07STOCK KEY IS NOT LESS THAN CLAVE-STOCK
                INVALID KEY MOVE 1 TO EOF-T07STOCK.
            READ T07STOCK NEXT INTO REGISTRO-T07STOCK
            AT END MOVE 1 TO EOF-T07STOCK.
            PERFORM VALUAR-STOCK UNTIL EOF-T07STOCK = 1.
            IF PRIMERA-LINEA = 0 THEN
                PERFORM EMITIR-SUBTOTAL.
            WRITE REG-T07SVALO FROM LINEA.
            MOVE CONTADOR-T07SVALO TO CANTIDAD-TOTAL.
            MOVE VALOR-TOTAL TO VALOR-TOTAL-T07SVALO.
            WRITE REG-T07SVALO FROM REGISTRO-T07STOTAL.
            OPEN INPUT T07KARDX.
            READ T07KARDX INTO REGISTRO-T07KARDX
            AT END MOVE 1 TO EOF-T07KARDX.
            PERFORM ACUMULAR-KARDEX UNTIL EOF-T07KARDX = 1.
            CLOSE T07KARDX.
            PERFORM EMITIR-CONCILIACION.
            CLOSE T07STOCK T07REPUE T07SVALO.
            STOP RUN.
        VALUAR-STOCK.
            IF COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF PRIMERA-LINEA = 0 AND
            SUCURSAL-STOCK NOT = SUCURSAL-ANTERIOR THEN
                PERFORM EMITIR-SUBTOTAL.
            IF CANTIDAD-STOCK > 0 THEN
                PERFORM EMITIR-VALUACION.
            READ T07STOCK NEXT INTO REGISTRO-T07STOCK
            AT END MOVE 1 TO EOF-T07STOCK.
        EMITIR-VALUACION.
            MOVE 0 TO PRIMERA-LINEA.
            MOVE SUCURSAL-STOCK TO SUCURSAL-ANTERIOR.
            PERFORM BUSCAR-DESCRIPCION.
            COMPUTE VALOR-LINEA = CANTIDAD-STOCK * COSTOPROM-STOCK.
            ADD VALOR-LINEA TO VALOR-SUCURSAL.
            ADD VALOR-LINEA TO VALOR-TOTAL.
            MOVE SUCURSAL-STOCK TO SUCURSAL-T07SVALO.
            MOVE IDREPUESTO-STOCK TO IDREPUESTO-T07SVALO.
            IF EXISTE-REPUE = 1 THEN
                MOVE DESCREPUESTO-REPUE TO DESCREPUESTO-T07SVALO
            ELSE
                MOVE SPACES TO DESCREPUESTO-T07SVALO
            END-IF.
            MOVE CANTIDAD-STOCK TO CANTIDAD-T07SVALO.
            MOVE COSTOPROM-STOCK TO COSTOPROM-T07SVALO.
            MOVE VALOR-LINEA TO VALOR-T07SVALO.
            WRITE REG-T07SVALO FROM REGISTRO-T07SVALO.
            ADD 1 TO CONTADOR-T07SVALO.
        EMITIR-SUBTOTAL.
            MOVE SUCURSAL-ANTERIOR TO SUCURSAL-T07SSUBT.
            MOVE VALOR-SUCURSAL TO VALOR-T07SSUBT.
            WRITE REG-T07SVALO FROM REGISTRO-T07SSUBT.
            MOVE 0 TO VALOR-SUCURSAL.
            MOVE 1 TO PRIMERA-LINEA.
        BUSCAR-DESCRIPCION.
            MOVE 0 TO EXISTE-REPUE.
            MOVE IDREPUESTO-STOCK TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
        ACUMULAR-KARDEX.
            IF VALOR-KARDX NOT NUMERIC THEN
                MOVE 0 TO VALOR-KARDX.
            IF FECHAPROC-KARDX < FECHA-DESDE THEN
                IF SIGNO-KARDX = '-' THEN
                    SUBTRACT VALOR-KARDX FROM KARDEX-INICIAL
                ELSE
                    ADD VALOR-KARDX TO KARDEX-INICIAL
                END-IF
            ELSE
                IF FECHAPROC-KARDX > FECHA-HASTA THEN
                    IF SIGNO-KARDX = '-' THEN
                        SUBTRACT VALOR-KARDX FROM KARDEX-POSTERIOR
                    ELSE
                        ADD VALOR-KARDX TO KARDEX-POSTERIOR
                    END-IF
                ELSE
                    IF SIGNO-KARDX = '-' THEN
                        ADD VALOR-KARDX TO KARDEX-SALIDAS
                    ELSE
                        ADD VALOR-KARDX TO KARDEX-ENTRADAS
                    END-IF
                END-IF
            END-IF.
            READ T07KARDX INTO REGISTRO-T07KARDX
            AT END MOVE 1 TO EOF-T07KARDX.
        EMITIR-CONCILIACION.
            COMPUTE KARDEX-SALDO = KARDEX-INICIAL + KARDEX-ENTRADAS
                - KARDEX-SALIDAS + KARDEX-POSTERIOR.
            COMPUTE DIFERENCIA-CONC = VALOR-TOTAL - KARDEX-SALDO.
            WRITE REG-T07SVALO FROM LINEA.
            MOVE 'SALDO INICIAL' TO LEYENDA-T07SCONC.
            MOVE KARDEX-INICIAL TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'ENTRADAS PERIODO' TO LEYENDA-T07SCONC.
            MOVE KARDEX-ENTRADAS TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'SALIDAS PERIODO' TO LEYENDA-T07SCONC.
            MOVE KARDEX-SALIDAS TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'MOV POSTERIORES' TO LEYENDA-T07SCONC.
            MOVE KARDEX-POSTERIOR TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'SALDO KARDEX' TO LEYENDA-T07SCONC.
            MOVE KARDEX-SALDO TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'VALOR STOCK' TO LEYENDA-T07SCONC.
            MOVE VALOR-TOTAL TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
            MOVE 'DIFERENCIA' TO LEYENDA-T07SCONC.
            MOVE DIFERENCIA-CONC TO VALOR-T07SCONC.
            WRITE REG-T07SVALO FROM REGISTRO-T07SCONC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=SHR
//GO.T07PVALO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PVALO),DISP=SHR
//GO.T07SVALO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SVALO),DISP=SHR
