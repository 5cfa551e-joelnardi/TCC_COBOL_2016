//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. APROPEND.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SAPEN ASSIGN TO T07SAPEN.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
        DATA DIVISION.
        FILE SECTION.
        FD T07SAPEN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SAPEN PIC X(126).
        FD T07APROB
            LABEL RECORDS ARE STANDARD.
        01 REG-T07APROB.
         03 CLAVE-APROB.
             05 PROGRAMA-CLAVE-APROB PIC X(8).
             05 FECHASOL-CLAVE-APROB PIC 9(8).
             05 HORASOL-CLAVE-APROB PIC 9(6).
             05 ITEM-CLAVE-APROB PIC 9(5).
         03 FILLER PIC X(293).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'PENDIENTES DE APROBACION          '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 PROGRAMA-TITULO PIC X(9) VALUE 'PROGRAMA|'.
         03 FECHASOL-TITULO PIC X(9) VALUE 'FECSOL  |'.
         03 HORASOL-TITULO PIC X(7) VALUE 'HORA  |'.
         03 ITEM-TITULO PIC X(6) VALUE 'ITEM |'.
         03 SOLICIT-TITULO PIC X(9) VALUE 'SOLICIT |'.
         03 REFER-TITULO PIC X(16) VALUE 'REFERENCIA     |'.
         03 IMPORTE-TITULO PIC X(11) VALUE 'IMPORTE   |'.
         03 DIAS-TITULO PIC X(5) VALUE 'DIAS '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SAPEN.
         03 PROGRAMA-T07SAPEN PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHASOL-T07SAPEN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORASOL-T07SAPEN PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 ITEM-T07SAPEN PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 SOLICITANTE-T07SAPEN PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 REFERENCIA-T07SAPEN PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SAPEN PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SAPEN PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(10) VALUE 'MAX DIAS|'.
         03 MAXDIAS-TOTAL PIC ZZZZ9.
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
        01 EOF-T07APROB PIC 9 VALUE 0.
        01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
        01 MAXIMO-DIAS PIC 9(5) COMP VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 DIAS-PENDIENTE PIC S9(5) COMP.
        01 FECHA-CALCULO.
         03 FECHA-AAAA-CALC PIC 9(4).
         03 FECHA-MM-CALC PIC 9(2).
         03 FECHA-DD-CALC PIC 9(2).
        01 JULIANO-CALC PIC 9(7) COMP.
        01 ANIO-CALC PIC 9(4) COMP.
        01 MES-CALC PIC 9(2) COMP.
        01 BISIESTOS-CALC PIC 9(5) COMP.
        01 SIGLOS-CALC PIC 9(5) COMP.
        01 CUATROSIGLOS-CALC PIC 9(5) COMP.
        01 DIASMES-CALC PIC 9(5) COMP.
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            OPEN OUTPUT T07SAPEN.
            MOVE FECHA-HOY TO FECHA-TITULO.
            WRITE REG-T07SAPEN FROM TITULO.
            WRITE REG-T07SAPEN FROM SUBTITULO.
            WRITE REG-T07SAPEN FROM LINEA.
            OPEN INPUT T07APROB.
            MOVE LOW-VALUES TO CLAVE-APROB.
            START T07APROB KEY IS NOT LESS THAN CLAVE-APROB
                INVALID KEY MOVE 1 TO EOF-T07APROB.
            PERFORM LEER-APROB UNTIL EOF-T07APROB = 1.
            CLOSE T07APROB.
            MOVE TOTAL-GENERAL TO CANTIDAD-TOTAL.
            MOVE MAXIMO-DIAS TO MAXDIAS-TOTAL.
            WRITE REG-T07SAPEN FROM REGISTRO-T07STOTAL.
            CLOSE T07SAPEN.
            STOP RUN.
        LEER-APROB.
            READ T07APROB NEXT INTO REGISTRO-T07APROB
            AT END MOVE 1 TO EOF-T07APROB.
            IF EOF-T07APROB = 0 AND ESTADO-APROB = 'P' THEN
                PERFORM EMITIR-PENDIENTE.
        EMITIR-PENDIENTE.
            MOVE 0 TO DIAS-PENDIENTE.
            IF FECHASOL-APROB NUMERIC AND FECHASOL-APROB > 0 THEN
                MOVE FECHASOL-APROB TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                COMPUTE DIAS-PENDIENTE = JULIANO-HOY - JULIANO-CALC
            END-IF.
            IF DIAS-PENDIENTE < 0 THEN
                MOVE 0 TO DIAS-PENDIENTE.
            MOVE PROGRAMA-APROB TO PROGRAMA-T07SAPEN.
            MOVE FECHASOL-APROB TO FECHASOL-T07SAPEN.
            MOVE HORASOL-APROB TO HORASOL-T07SAPEN.
            MOVE ITEM-APROB TO ITEM-T07SAPEN.
            MOVE OPERADORSOL-APROB TO SOLICITANTE-T07SAPEN.
            MOVE REFERENCIA-APROB TO REFERENCIA-T07SAPEN.
            MOVE IMPORTE-APROB TO IMPORTE-T07SAPEN.
            MOVE DIAS-PENDIENTE TO DIAS-T07SAPEN.
            WRITE REG-T07SAPEN FROM REGISTRO-T07SAPEN.
            ADD 1 TO TOTAL-GENERAL.
            IF DIAS-PENDIENTE > MAXIMO-DIAS THEN
                MOVE DIAS-PENDIENTE TO MAXIMO-DIAS.
        CALCULAR-JULIANO.
            MOVE FECHA-AAAA-CALC TO ANIO-CALC.
            MOVE FECHA-MM-CALC TO MES-CALC.
            IF MES-CALC < 3 THEN
                SUBTRACT 1 FROM ANIO-CALC
                ADD 12 TO MES-CALC.
            DIVIDE ANIO-CALC BY 4 GIVING BISIESTOS-CALC.
            DIVIDE ANIO-CALC BY 100 GIVING SIGLOS-CALC.
            DIVIDE ANIO-CALC BY 400 GIVING CUATROSIGLOS-CALC.
            COMPUTE DIASMES-CALC = MES-CALC * 153 - 457.
            DIVIDE DIASMES-CALC BY 5 GIVING DIASMES-CALC.
            COMPUTE JULIANO-CALC = ANIO-CALC * 365 + BISIESTOS-CALC
                - SIGLOS-CALC + CUATROSIGLOS-CALC
                + DIASMES-CALC + FECHA-DD-CALC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SAPEN DD DSN=KC03BAB.CATALOGO.SALIDA(T07SAPEN),DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
