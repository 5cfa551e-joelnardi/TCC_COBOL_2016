//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKUBIC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EUBIC ASSIGN TO T07EUBIC.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07SUBIC ASSIGN TO T07SUBIC.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
            SELECT T07PSUCU ASSIGN TO T07PSUCU.
        DATA DIVISION.
        FILE SECTION.
        FD T07EUBIC
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EUBIC PIC X(240).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07SUBIC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SUBIC PIC X(126).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        FD T07OPMAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07OPMAS.
         03 OPERADOR-CLAVE-OPMAS PIC X(8).
         03 FILLER PIC X(72).
        FD T07SEGUR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SEGUR PIC X(126).
        FD T07PSUCU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSUCU PIC 9(2).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 SUCURSAL-TITULO PIC X(4) VALUE 'SUC|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 ANTERIOR-TITULO PIC X(9) VALUE 'ANTERIOR|'.
         03 UBICACION-TITULO PIC X(9) VALUE 'UBICACIO|'.
         03 OPERADOR-TITULO PIC X(9) VALUE 'OPERADOR|'.
         03 FECHAPROC-TITULO PIC X(9) VALUE 'FECPROC |'.
         03 HORAPROC-TITULO PIC X(7) VALUE 'HORA  |'.
         03 RESULTADO-TITULO PIC X(9) VALUE 'RESULTADO'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07EUBIC.
         03 SUCURSAL-T07EUBIC PIC 9(2).
         03 IDREPUESTO-T07EUBIC PIC 9(3).
         03 UBICACION-T07EUBIC PIC X(8).
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07SUBIC.
         03 SUCURSAL-T07SUBIC PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SUBIC PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 ANTERIOR-T07SUBIC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 UBICACION-T07SUBIC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SUBIC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SUBIC PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SUBIC PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SUBIC PIC X(15).
        01 EOF-T07EUBIC PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 VALIDO-T07EUBIC PIC 9 VALUE 1.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 REGISTRO-T07OPMAS.
         03 OPERADOR-OPMAS PIC X(8).
         03 NOMBRE-OPMAS PIC X(30).
         03 ACTIVO-OPMAS PIC X(1).
         03 PERMISO-ALTA-OPMAS PIC X(1).
         03 PERMISO-MODI-OPMAS PIC X(1).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 CONTADOR-T07SUBIC PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EUBIC.
            OPEN I-O T07STOCK.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PSUCU.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EUBIC T07STOCK
                STOP RUN.
            OPEN OUTPUT T07SUBIC.
            WRITE REG-T07SUBIC FROM TITULO.
            WRITE REG-T07SUBIC FROM LINEA.
            READ T07EUBIC INTO REGISTRO-T07EUBIC
            AT END MOVE 1 TO EOF-T07EUBIC.
            PERFORM UBICAR-REGISTRO UNTIL EOF-T07EUBIC = 1.
            MOVE CONTADOR-T07SUBIC TO CANTIDAD-TOTAL.
            WRITE REG-T07SUBIC FROM REGISTRO-T07STOTAL.
            CLOSE T07EUBIC T07SUBIC T07STOCK.
            STOP RUN.
        UBICAR-REGISTRO.
            PERFORM VALIDAR-T07EUBIC.
            MOVE SUCURSAL-T07EUBIC TO SUCURSAL-T07SUBIC.
            MOVE IDREPUESTO-T07EUBIC TO IDREPUESTO-T07SUBIC.
            MOVE SPACES TO ANTERIOR-T07SUBIC.
            MOVE UBICACION-T07EUBIC TO UBICACION-T07SUBIC.
            MOVE OPERADOR-RUN TO OPERADOR-T07SUBIC.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SUBIC.
            MOVE HORAPROC-RUN TO HORAPROC-T07SUBIC.
            IF VALIDO-T07EUBIC = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SUBIC
                WRITE REG-T07SUBIC FROM REGISTRO-T07SUBIC
                ADD 1 TO CONTADOR-T07SUBIC.
            IF VALIDO-T07EUBIC = 1 THEN
                PERFORM BUSCAR-STOCK-UBIC.
            IF VALIDO-T07EUBIC = 1 AND EXISTE-STOCK = 0 THEN
                MOVE 'SIN FICHA' TO RESULTADO-T07SUBIC
                WRITE REG-T07SUBIC FROM REGISTRO-T07SUBIC
                ADD 1 TO CONTADOR-T07SUBIC.
            IF VALIDO-T07EUBIC = 1 AND EXISTE-STOCK = 1 THEN
                MOVE UBICACION-STOCK TO ANTERIOR-T07SUBIC
                MOVE UBICACION-T07EUBIC TO UBICACION-STOCK
                REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                MOVE 'UBICADO' TO RESULTADO-T07SUBIC
                WRITE REG-T07SUBIC FROM REGISTRO-T07SUBIC
                ADD 1 TO CONTADOR-T07SUBIC.
            READ T07EUBIC INTO REGISTRO-T07EUBIC
            AT END MOVE 1 TO EOF-T07EUBIC.
        BUSCAR-STOCK-UBIC.
            MOVE 0 TO EXISTE-STOCK.
            MOVE SUCURSAL-T07EUBIC TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-T07EUBIC TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
        VALIDAR-T07EUBIC.
            MOVE 1 TO VALIDO-T07EUBIC.
            IF SUCURSAL-T07EUBIC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EUBIC.
            IF VALIDO-T07EUBIC = 1 AND SUCURSAL-T07EUBIC = 0 THEN
                MOVE SUCURSAL-RUN TO SUCURSAL-T07EUBIC.
            IF IDREPUESTO-T07EUBIC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EUBIC.
            IF UBICACION-T07EUBIC = LOW-VALUES THEN
                MOVE SPACES TO UBICACION-T07EUBIC.
        VALIDAR-OPERADOR.
            MOVE 0 TO AUTORIZADO.
            OPEN INPUT T07OPMAS.
            MOVE OPERADOR-RUN TO OPERADOR-CLAVE-OPMAS.
            READ T07OPMAS INTO REGISTRO-T07OPMAS
                INVALID KEY MOVE 0 TO AUTORIZADO
                NOT INVALID KEY PERFORM VERIFICAR-PERMISO
            END-READ.
            CLOSE T07OPMAS.
            OPEN EXTEND T07SEGUR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR.
            MOVE 'STKUBIC ' TO PROGRAMA-T07SEGUR.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR.
            MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR.
            IF AUTORIZADO = 1 THEN
                MOVE 'ACEPTADO' TO RESULTADO-T07SEGUR
            ELSE
                MOVE 'RECHAZADO' TO RESULTADO-T07SEGUR
            END-IF.
            WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR.
            CLOSE T07SEGUR.
        VERIFICAR-PERMISO.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-REPM-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EUBIC DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EUBIC),DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07SUBIC DD DSN=KC03BAB.CATALOGO.SALIDA(T07SUBIC),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07PSUCU DD DSN=KC03BAB.CATALOGO.PARM(T07PSUCU),DISP=SHR
