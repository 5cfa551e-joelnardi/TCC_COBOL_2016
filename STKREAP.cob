//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKREAP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07QREPO ASSIGN TO T07QREPO.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07SREAP ASSIGN TO T07SREAP.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07QREPO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07QREPO PIC X(80).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07SREAP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SREAP PIC X(126).
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
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 SUCURSAL-TITULO PIC X(4) VALUE 'SUC|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 MINANT-TITULO PIC X(7) VALUE 'MINANT|'.
         03 MINNUE-TITULO PIC X(7) VALUE 'MINNUE|'.
         03 REPANT-TITULO PIC X(7) VALUE 'REPANT|'.
         03 REPNUE-TITULO PIC X(7) VALUE 'REPNUE|'.
         03 CLASE-TITULO PIC X(6) VALUE 'ABC  |'.
         03 OPERADOR-TITULO PIC X(9) VALUE 'OPERADOR|'.
         03 FECHAPROC-TITULO PIC X(9) VALUE 'FECPROC |'.
         03 HORAPROC-TITULO PIC X(7) VALUE 'HORA  |'.
         03 RESULTADO-TITULO PIC X(9) VALUE 'RESULTADO'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07QREPO.
         03 SUCURSAL-QREPO PIC 9(2).
         03 IDREPUESTO-QREPO PIC 9(3).
         03 STOCKMINANT-QREPO PIC 9(5).
         03 STOCKMIN-QREPO PIC 9(5).
         03 CANTREPO-QREPO PIC 9(5).
         03 CLASEABC-QREPO PIC X(1).
         03 FECHAPROC-QREPO PIC 9(8).
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07SREAP.
         03 SUCURSAL-T07SREAP PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SREAP PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 MINANT-T07SREAP PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 MINNUE-T07SREAP PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 REPANT-T07SREAP PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 REPNUE-T07SREAP PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASEANT-T07SREAP PIC X(1).
         03 FILLER PIC X(1) VALUE '>'.
         03 CLASENUE-T07SREAP PIC X(1).
         03 FILLER PIC X(3) VALUE '  |'.
         03 OPERADOR-T07SREAP PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SREAP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SREAP PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SREAP PIC X(15).
        01 EOF-T07QREPO PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 VALIDO-T07QREPO PIC 9 VALUE 1.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
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
        01 CONTADOR-T07SREAP PIC 9(5) COMP VALUE 0.
        01 CONTADOR-APLICADOS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(11) VALUE '|APLICADOS|'.
         03 APLICADOS-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07QREPO.
            OPEN I-O T07STOCK.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07QREPO T07STOCK
                STOP RUN.
            OPEN OUTPUT T07SREAP.
            WRITE REG-T07SREAP FROM TITULO.
            WRITE REG-T07SREAP FROM LINEA.
            READ T07QREPO INTO REGISTRO-T07QREPO
            AT END MOVE 1 TO EOF-T07QREPO.
            PERFORM APLICAR-PROPUESTA UNTIL EOF-T07QREPO = 1.
            MOVE CONTADOR-T07SREAP TO CANTIDAD-TOTAL.
            MOVE CONTADOR-APLICADOS TO APLICADOS-TOTAL.
            WRITE REG-T07SREAP FROM REGISTRO-T07STOTAL.
            CLOSE T07QREPO T07SREAP T07STOCK.
            STOP RUN.
        APLICAR-PROPUESTA.
            PERFORM VALIDAR-T07QREPO.
            MOVE SUCURSAL-QREPO TO SUCURSAL-T07SREAP.
            MOVE IDREPUESTO-QREPO TO IDREPUESTO-T07SREAP.
            MOVE 0 TO MINANT-T07SREAP.
            MOVE 0 TO REPANT-T07SREAP.
            MOVE SPACES TO CLASEANT-T07SREAP.
            MOVE STOCKMIN-QREPO TO MINNUE-T07SREAP.
            MOVE CANTREPO-QREPO TO REPNUE-T07SREAP.
            MOVE CLASEABC-QREPO TO CLASENUE-T07SREAP.
            MOVE OPERADOR-RUN TO OPERADOR-T07SREAP.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SREAP.
            MOVE HORAPROC-RUN TO HORAPROC-T07SREAP.
            IF VALIDO-T07QREPO = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SREAP
                WRITE REG-T07SREAP FROM REGISTRO-T07SREAP
                ADD 1 TO CONTADOR-T07SREAP.
            IF VALIDO-T07QREPO = 1 THEN
                PERFORM BUSCAR-STOCK-REPO.
            IF VALIDO-T07QREPO = 1 AND EXISTE-STOCK = 0 THEN
                MOVE 'SIN FICHA' TO RESULTADO-T07SREAP
                WRITE REG-T07SREAP FROM REGISTRO-T07SREAP
                ADD 1 TO CONTADOR-T07SREAP.
            IF VALIDO-T07QREPO = 1 AND EXISTE-STOCK = 1 THEN
                PERFORM ACTUALIZAR-STOCK.
            READ T07QREPO INTO REGISTRO-T07QREPO
            AT END MOVE 1 TO EOF-T07QREPO.
        ACTUALIZAR-STOCK.
            IF CANTREPO-STOCK NOT NUMERIC THEN
                MOVE 0 TO CANTREPO-STOCK.
            MOVE STOCKMIN-STOCK TO MINANT-T07SREAP.
            MOVE CANTREPO-STOCK TO REPANT-T07SREAP.
            MOVE CLASEABC-STOCK TO CLASEANT-T07SREAP.
            IF STOCKMIN-STOCK NOT = STOCKMINANT-QREPO THEN
                MOVE 'MODIFICADO' TO RESULTADO-T07SREAP
            ELSE
                MOVE STOCKMIN-QREPO TO STOCKMIN-STOCK
                MOVE CANTREPO-QREPO TO CANTREPO-STOCK
                MOVE CLASEABC-QREPO TO CLASEABC-STOCK
                REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                MOVE 'APLICADO' TO RESULTADO-T07SREAP
                ADD 1 TO CONTADOR-APLICADOS
            END-IF.
            WRITE REG-T07SREAP FROM REGISTRO-T07SREAP.
            ADD 1 TO CONTADOR-T07SREAP.
        BUSCAR-STOCK-REPO.
            MOVE 0 TO EXISTE-STOCK.
            MOVE SUCURSAL-QREPO TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-QREPO TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
        VALIDAR-T07QREPO.
            MOVE 1 TO VALIDO-T07QREPO.
            IF SUCURSAL-QREPO NOT NUMERIC OR
            IDREPUESTO-QREPO NOT NUMERIC OR
            STOCKMINANT-QREPO NOT NUMERIC OR
            STOCKMIN-QREPO NOT NUMERIC OR
            CANTREPO-QREPO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07QREPO.
            IF CLASEABC-QREPO NOT = 'A' AND
            CLASEABC-QREPO NOT = 'B' AND
            CLASEABC-QREPO NOT = 'C' THEN
                MOVE 0 TO VALIDO-T07QREPO.
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
            MOVE 'STKREAP ' TO PROGRAMA-T07SEGUR.
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
//GO.T07QREPO DD DSN=KC03BAB.CATALOGO.SALIDA(T07QREPO),DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07SREAP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SREAP),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
