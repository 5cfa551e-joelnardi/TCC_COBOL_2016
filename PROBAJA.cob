            SELECT T07EPROB ASSIGN TO T07EPROB.
            SELECT T07SPROB ASSIGN TO T07SPROB.
            SELECT T07PRONU ASSIGN TO T07PRONU.
            SELECT T07LISPR ASSIGN TO T07LISPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-LISPR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EPROB
        FD T07PRONU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PRONU PIC X(240).
        FD T07LISPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07LISPR.
         03 CLAVE-LISPR.
             05 IDREPUESTO-CLAVE-LISPR PIC 9(3).
             05 IDPROVEEDOR-CLAVE-LISPR PIC 9(3).
         03 FILLER PIC X(74).
        FD T07SPROB
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SPROB PIC X(126).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
         03 CONDGAN-PROVE PIC X(1).
         03 TASAGAN-PROVE PIC 9(2)V99.
         03 CONDIIBB-PROVE PIC X(1).
         03 TASAIIBB-PROVE PIC 9(2)V99.
        01 REGISTRO-T07LISPR.
         03 IDREPUESTO-LISPR PIC 9(3).
         03 IDPROVEEDOR-LISPR PIC 9(3).
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07LISPR PIC 9 VALUE 0.
        01 EOF-T07EPROB PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 CONTADOR-T07SPROB PIC 9(5) COMP VALUE 0.
        PROCEDURE DIVISION.
            OPEN INPUT T07EPROB.
            OPEN OUTPUT T07SPROB.
            OPEN I-O T07LISPR.
            READ T07EPROB INTO REGISTRO-T07EPROB
            AT END MOVE 1 TO EOF-T07EPROB.
            PERFORM PROBAJA-REGISTRO UNTIL EOF-T07EPROB = 1.
            MOVE CONTADOR-T07SPROB TO CANTIDAD-TOTAL.
            WRITE REG-T07SPROB FROM REGISTRO-T07STOTAL.
            CLOSE T07EPROB T07SPROB T07LISPR.
            STOP RUN.
        PROBAJA-REGISTRO.
            OPEN INPUT T07PROVE.
            PERFORM COPIAR-PROVE UNTIL EOF-T07PROVE = 1.
            CLOSE T07PROVE T07PRONU.
            IF EXISTE-PROVE = 1 THEN
                PERFORM REGRABAR-PROVE
                PERFORM QUITAR-LISTA-PROVE.
            IF EXISTE-PROVE = 0 THEN
                MOVE IDPROVEEDOR-T07EPROB TO IDPROVEEDOR-T07SPROB
                MOVE 'INEXISTENTE' TO RESULTADO-T07SPROB
                    WRITE REG-T07PRONU FROM REGISTRO-T07PROVE
                END-IF
            END-IF.
        QUITAR-LISTA-PROVE.
            MOVE 0 TO EOF-T07LISPR.
            MOVE 0 TO IDREPUESTO-CLAVE-LISPR.
            MOVE 0 TO IDPROVEEDOR-CLAVE-LISPR.
            START T07LISPR KEY IS NOT LESS THAN CLAVE-LISPR
                INVALID KEY MOVE 1 TO EOF-T07LISPR.
            PERFORM QUITAR-LINEA-LISTA UNTIL EOF-T07LISPR = 1.
        QUITAR-LINEA-LISTA.
            READ T07LISPR NEXT INTO REGISTRO-T07LISPR
            AT END MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND
            IDPROVEEDOR-LISPR = IDPROVEEDOR-T07EPROB THEN
                DELETE T07LISPR RECORD.
        REGRABAR-PROVE.
            OPEN INPUT T07PRONU.
            OPEN OUTPUT T07PROVE.
//GO.T07EPROB DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EPROB),DISP=SHR
//GO.T07SPROB DD DSN=KC03BAB.CATALOGO.SALIDA(T07SPROB),DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07LISPR DD DSN=KC03BAB.CATALOGO.LISPR,DISP=SHR
//GO.T07PRONU DD DSN=&&T07PRONU,DISP=(NEW,DELETE),
// UNIT=SYSDA,SPACE=(TRK,(5,5))
