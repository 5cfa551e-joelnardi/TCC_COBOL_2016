//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PROLISTA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ELIST ASSIGN TO T07ELIST.
            SELECT T07SLIST ASSIGN TO T07SLIST.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07LISPR ASSIGN TO T07LISPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-LISPR.
        DATA DIVISION.
        FILE SECTION.
        FD T07ELIST
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ELIST PIC X(240).
        FD T07SLIST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SLIST PIC X(126).
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07LISPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07LISPR.
         03 CLAVE-LISPR.
             05 IDREPUESTO-CLAVE-LISPR PIC 9(3).
             05 IDPROVEEDOR-CLAVE-LISPR PIC 9(3).
         03 FILLER PIC X(74).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ELIST.
         03 TIPO-T07ELIST PIC X(1).
             88 LISTA-ALTA VALUE 'A'.
             88 LISTA-MODI VALUE 'M'.
             88 LISTA-BAJA VALUE 'B'.
         03 IDPROVEEDOR-T07ELIST PIC 9(3).
         03 IDREPUESTO-T07ELIST PIC 9(3).
         03 CODIGOPROV-T07ELIST PIC X(15).
         03 COSTO-T07ELIST PIC 9(7)V99.
         03 DEMORA-T07ELIST PIC 9(3).
         03 CANTMINIMA-T07ELIST PIC 9(5).
         03 PREFERIDO-T07ELIST PIC X(1).
        01 REGISTRO-T07SLIST.
         03 TIPO-T07SLIST PIC X(1).
         03 IDPROVEEDOR-T07SLIST PIC 9(3).
         03 IDREPUESTO-T07SLIST PIC 9(3).
         03 CODIGOPROV-T07SLIST PIC X(15).
         03 RESULTADO-T07SLIST PIC X(15).
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
         03 CUIT-PROVE PIC X(13).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
        01 REGISTRO-T07LISPR.
         03 IDREPUESTO-LISPR PIC 9(3).
         03 IDPROVEEDOR-LISPR PIC 9(3).
         03 CODIGOPROV-LISPR PIC X(15).
         03 COSTO-LISPR PIC 9(7)V99.
         03 DEMORA-LISPR PIC 9(3).
         03 CANTMINIMA-LISPR PIC 9(5).
         03 PREFERIDO-LISPR PIC X(1).
        01 EOF-T07ELIST PIC 9 VALUE 0.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07LISPR PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 EXISTE-LISPR PIC 9 VALUE 0.
        01 VALIDO-T07ELIST PIC 9 VALUE 1.
        01 CONTADOR-T07SLIST PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ELIST.
            OPEN OUTPUT T07SLIST.
            OPEN INPUT T07REPUE.
            OPEN I-O T07LISPR.
            READ T07ELIST INTO REGISTRO-T07ELIST
            AT END MOVE 1 TO EOF-T07ELIST.
            PERFORM PROLISTA-REGISTRO UNTIL EOF-T07ELIST = 1.
            MOVE CONTADOR-T07SLIST TO CANTIDAD-TOTAL.
            WRITE REG-T07SLIST FROM REGISTRO-T07STOTAL.
            CLOSE T07ELIST T07SLIST T07REPUE T07LISPR.
            STOP RUN.
        PROLISTA-REGISTRO.
            PERFORM VALIDAR-T07ELIST.
            IF VALIDO-T07ELIST = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO.
            IF VALIDO-T07ELIST = 1 THEN
                PERFORM BUSCAR-LISPR.
            IF VALIDO-T07ELIST = 1 AND LISTA-ALTA THEN
                PERFORM AGREGAR-LINEA.
            IF VALIDO-T07ELIST = 1 AND LISTA-MODI THEN
                PERFORM MODIFICAR-LINEA.
            IF VALIDO-T07ELIST = 1 AND LISTA-BAJA THEN
                PERFORM ELIMINAR-LINEA.
            READ T07ELIST INTO REGISTRO-T07ELIST
            AT END MOVE 1 TO EOF-T07ELIST.
        AGREGAR-LINEA.
            IF EXISTE-LISPR = 1 THEN
                MOVE 'DUPLICADO' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO
            ELSE
                PERFORM BUSCAR-PROVEEDOR
                PERFORM BUSCAR-REPUE
                IF EXISTE-PROVE = 0 THEN
                    MOVE 'PROVEE INEXIST' TO RESULTADO-T07SLIST
                    PERFORM EMITIR-RESULTADO
                ELSE
                    IF EXISTE-REPUE = 0 THEN
                        MOVE 'REPUESTO INEXIS' TO RESULTADO-T07SLIST
                        PERFORM EMITIR-RESULTADO
                    ELSE
                        IF PREFERIDO-T07ELIST = 'S' THEN
                            PERFORM QUITAR-PREFERIDO
                        END-IF
                        PERFORM CARGAR-LINEA
                        WRITE REG-T07LISPR FROM REGISTRO-T07LISPR
                        MOVE 'AGREGADO' TO RESULTADO-T07SLIST
                        PERFORM EMITIR-RESULTADO
                    END-IF
                END-IF
            END-IF.
        MODIFICAR-LINEA.
            IF EXISTE-LISPR = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO
            ELSE
                IF PREFERIDO-T07ELIST = 'S' THEN
                    PERFORM QUITAR-PREFERIDO
                    PERFORM BUSCAR-LISPR
                END-IF
                PERFORM CARGAR-LINEA
                REWRITE REG-T07LISPR FROM REGISTRO-T07LISPR
                MOVE 'MODIFICADO' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO
            END-IF.
        ELIMINAR-LINEA.
            IF EXISTE-LISPR = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO
            ELSE
                DELETE T07LISPR RECORD
                MOVE 'ELIMINADO' TO RESULTADO-T07SLIST
                PERFORM EMITIR-RESULTADO
            END-IF.
        CARGAR-LINEA.
            MOVE IDREPUESTO-T07ELIST TO IDREPUESTO-LISPR.
            MOVE IDPROVEEDOR-T07ELIST TO IDPROVEEDOR-LISPR.
            MOVE CODIGOPROV-T07ELIST TO CODIGOPROV-LISPR.
            MOVE COSTO-T07ELIST TO COSTO-LISPR.
            MOVE DEMORA-T07ELIST TO DEMORA-LISPR.
            MOVE CANTMINIMA-T07ELIST TO CANTMINIMA-LISPR.
            MOVE PREFERIDO-T07ELIST TO PREFERIDO-LISPR.
        QUITAR-PREFERIDO.
            MOVE 0 TO EOF-T07LISPR.
            MOVE IDREPUESTO-T07ELIST TO IDREPUESTO-CLAVE-LISPR.
            MOVE 0 TO IDPROVEEDOR-CLAVE-LISPR.
            START T07LISPR KEY IS NOT LESS THAN CLAVE-LISPR
                INVALID KEY MOVE 1 TO EOF-T07LISPR.
            PERFORM DESMARCAR-PREFERIDO UNTIL EOF-T07LISPR = 1.
        DESMARCAR-PREFERIDO.
            READ T07LISPR NEXT INTO REGISTRO-T07LISPR
            AT END MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND
            IDREPUESTO-LISPR NOT = IDREPUESTO-T07ELIST THEN
                MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND PREFERIDO-LISPR = 'S' AND
            IDPROVEEDOR-LISPR NOT = IDPROVEEDOR-T07ELIST THEN
                MOVE 'N' TO PREFERIDO-LISPR
                REWRITE REG-T07LISPR FROM REGISTRO-T07LISPR.
        BUSCAR-LISPR.
            MOVE 0 TO EXISTE-LISPR.
            MOVE IDREPUESTO-T07ELIST TO IDREPUESTO-CLAVE-LISPR.
            MOVE IDPROVEEDOR-T07ELIST TO IDPROVEEDOR-CLAVE-LISPR.
            READ T07LISPR INTO REGISTRO-T07LISPR
                INVALID KEY MOVE 0 TO EXISTE-LISPR
                NOT INVALID KEY MOVE 1 TO EXISTE-LISPR
            END-READ.
        BUSCAR-REPUE.
            MOVE 0 TO EXISTE-REPUE.
            MOVE IDREPUESTO-T07ELIST TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
        BUSCAR-PROVEEDOR.
            OPEN INPUT T07PROVE.
            MOVE 0 TO EOF-T07PROVE.
            MOVE 0 TO EXISTE-PROVE.
            PERFORM VERIFICAR-PROVEEDOR UNTIL EOF-T07PROVE = 1
            OR EXISTE-PROVE = 1.
            CLOSE T07PROVE.
        VERIFICAR-PROVEEDOR.
            READ T07PROVE INTO REGISTRO-T07PROVE
            AT END MOVE 1 TO EOF-T07PROVE.
            IF EOF-T07PROVE = 0 AND
            IDPROVEEDOR-PROVE = IDPROVEEDOR-T07ELIST THEN
                MOVE 1 TO EXISTE-PROVE.
        EMITIR-RESULTADO.
            MOVE TIPO-T07ELIST TO TIPO-T07SLIST.
            MOVE IDPROVEEDOR-T07ELIST TO IDPROVEEDOR-T07SLIST.
            MOVE IDREPUESTO-T07ELIST TO IDREPUESTO-T07SLIST.
            MOVE CODIGOPROV-T07ELIST TO CODIGOPROV-T07SLIST.
            WRITE REG-T07SLIST FROM REGISTRO-T07SLIST.
            ADD 1 TO CONTADOR-T07SLIST.
        VALIDAR-T07ELIST.
            MOVE 1 TO VALIDO-T07ELIST.
            IF NOT LISTA-ALTA AND NOT LISTA-MODI AND
            NOT LISTA-BAJA THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF IDPROVEEDOR-T07ELIST NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF IDREPUESTO-T07ELIST NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF NOT LISTA-BAJA AND COSTO-T07ELIST NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF NOT LISTA-BAJA AND DEMORA-T07ELIST NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF NOT LISTA-BAJA AND
            CANTMINIMA-T07ELIST NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ELIST.
            IF NOT LISTA-BAJA AND PREFERIDO-T07ELIST NOT = 'S' AND
            PREFERIDO-T07ELIST NOT = 'N' THEN
                MOVE 0 TO VALIDO-T07ELIST.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ELIST DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ELIST),DISP=SHR
//GO.T07SLIST DD DSN=KC03BAB.CATALOGO.SALIDA(T07SLIST),DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07LISPR DD DSN=KC03BAB.CATALOGO.LISPR,DISP=SHR
