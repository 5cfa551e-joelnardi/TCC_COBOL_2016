//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. APROBAR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EAPRO ASSIGN TO T07EAPRO.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
            SELECT T07SAPRO ASSIGN TO T07SAPRO.
            SELECT T07ENCRE ASSIGN TO T07ENCRE.
            SELECT T07EAJUS ASSIGN TO T07EAJUS.
            SELECT T07EMERG ASSIGN TO T07EMERG.
            SELECT T07EALTA ASSIGN TO T07EALTA.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EAPRO
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EAPRO PIC X(240).
        FD T07APROB
            LABEL RECORDS ARE STANDARD.
        01 REG-T07APROB.
         03 CLAVE-APROB.
             05 PROGRAMA-CLAVE-APROB PIC X(8).
             05 FECHASOL-CLAVE-APROB PIC 9(8).
             05 HORASOL-CLAVE-APROB PIC 9(6).
             05 ITEM-CLAVE-APROB PIC 9(5).
         03 FILLER PIC X(293).
        FD T07SAPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SAPRO PIC X(126).
        FD T07ENCRE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ENCRE PIC X(240).
        FD T07EAJUS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EAJUS PIC X(240).
        FD T07EMERG
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EMERG PIC X(240).
        FD T07EALTA
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EALTA PIC X(240).
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
        01 REGISTRO-T07EAPRO.
         03 CLAVE-T07EAPRO.
             05 PROGRAMA-T07EAPRO PIC X(8).
             05 FECHASOL-T07EAPRO PIC 9(8).
             05 HORASOL-T07EAPRO PIC 9(6).
             05 ITEM-T07EAPRO PIC 9(5).
         03 DECISION-T07EAPRO PIC X(1).
             88 DECISION-APROBAR VALUE 'A'.
             88 DECISION-RECHAZAR VALUE 'R'.
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
        01 REGISTRO-LIBERADO PIC X(240).
        01 REGISTRO-T07SAPRO.
         03 PROGRAMA-T07SAPRO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHASOL-T07SAPRO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORASOL-T07SAPRO PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 ITEM-T07SAPRO PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 SOLICITANTE-T07SAPRO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 REFERENCIA-T07SAPRO PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SAPRO PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DECISION-T07SAPRO PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SAPRO PIC X(15).
        01 EOF-T07EAPRO PIC 9 VALUE 0.
        01 EXISTE-APROB PIC 9 VALUE 0.
        01 VALIDO-T07EAPRO PIC 9 VALUE 1.
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
         03 PERMISO-CRED-OPMAS PIC X(1).
         03 PERMISO-APRO-OPMAS PIC X(1).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 CONTADOR-T07SAPRO PIC 9(5) COMP VALUE 0.
        01 CANT-APROBADAS PIC 9(5) COMP VALUE 0.
        01 CANT-RECHAZADAS PIC 9(5) COMP VALUE 0.
        01 LINEA-RESUMEN.
         03 FILLER PIC X(10) VALUE 'APROBADAS|'.
         03 APROBADAS-RESUMEN PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(11) VALUE 'RECHAZADAS|'.
         03 RECHAZADAS-RESUMEN PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EAPRO.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EAPRO
                STOP RUN.
            OPEN OUTPUT T07SAPRO.
            OPEN I-O T07APROB.
            OPEN EXTEND T07ENCRE.
            OPEN EXTEND T07EAJUS.
            OPEN EXTEND T07EMERG.
            OPEN EXTEND T07EALTA.
            READ T07EAPRO INTO REGISTRO-T07EAPRO
            AT END MOVE 1 TO EOF-T07EAPRO.
            PERFORM APROBAR-REGISTRO UNTIL EOF-T07EAPRO = 1.
            MOVE CANT-APROBADAS TO APROBADAS-RESUMEN.
            MOVE CANT-RECHAZADAS TO RECHAZADAS-RESUMEN.
            WRITE REG-T07SAPRO FROM LINEA-RESUMEN.
            MOVE CONTADOR-T07SAPRO TO CANTIDAD-TOTAL.
            WRITE REG-T07SAPRO FROM REGISTRO-T07STOTAL.
            CLOSE T07EAPRO T07SAPRO T07APROB T07ENCRE T07EAJUS
                T07EMERG T07EALTA.
            STOP RUN.
        APROBAR-REGISTRO.
            PERFORM VALIDAR-T07EAPRO.
            MOVE PROGRAMA-T07EAPRO TO PROGRAMA-T07SAPRO.
            MOVE FECHASOL-T07EAPRO TO FECHASOL-T07SAPRO.
            MOVE HORASOL-T07EAPRO TO HORASOL-T07SAPRO.
            MOVE ITEM-T07EAPRO TO ITEM-T07SAPRO.
            MOVE DECISION-T07EAPRO TO DECISION-T07SAPRO.
            MOVE SPACES TO SOLICITANTE-T07SAPRO.
            MOVE SPACES TO REFERENCIA-T07SAPRO.
            MOVE 0 TO IMPORTE-T07SAPRO.
            MOVE 0 TO EXISTE-APROB.
            IF VALIDO-T07EAPRO = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SAPRO.
            IF VALIDO-T07EAPRO = 1 THEN
                PERFORM BUSCAR-APROB.
            IF VALIDO-T07EAPRO = 1 AND EXISTE-APROB = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SAPRO.
            IF VALIDO-T07EAPRO = 1 AND EXISTE-APROB = 1 THEN
                MOVE OPERADORSOL-APROB TO SOLICITANTE-T07SAPRO
                MOVE REFERENCIA-APROB TO REFERENCIA-T07SAPRO
                MOVE IMPORTE-APROB TO IMPORTE-T07SAPRO
                IF ESTADO-APROB NOT = 'P' THEN
                    MOVE 'NO PENDIENTE' TO RESULTADO-T07SAPRO
                ELSE
                    IF OPERADORSOL-APROB = OPERADOR-RUN THEN
                        MOVE 'MISMO OPERADOR' TO RESULTADO-T07SAPRO
                    ELSE
                        PERFORM RESOLVER-APROB
                    END-IF
                END-IF
            END-IF.
            WRITE REG-T07SAPRO FROM REGISTRO-T07SAPRO.
            ADD 1 TO CONTADOR-T07SAPRO.
            READ T07EAPRO INTO REGISTRO-T07EAPRO
            AT END MOVE 1 TO EOF-T07EAPRO.
        BUSCAR-APROB.
            MOVE CLAVE-T07EAPRO TO CLAVE-APROB.
            READ T07APROB INTO REGISTRO-T07APROB
                INVALID KEY MOVE 0 TO EXISTE-APROB
                NOT INVALID KEY MOVE 1 TO EXISTE-APROB
            END-READ.
        RESOLVER-APROB.
            MOVE OPERADOR-RUN TO APROBADOR-APROB.
            MOVE FECHAPROC-RUN TO FECHAAPRO-APROB.
            IF DECISION-RECHAZAR THEN
                MOVE 'R' TO ESTADO-APROB
                REWRITE REG-T07APROB FROM REGISTRO-T07APROB
                MOVE 'RECHAZADA' TO RESULTADO-T07SAPRO
                ADD 1 TO CANT-RECHAZADAS
            ELSE
                MOVE 'A' TO ESTADO-APROB
                REWRITE REG-T07APROB FROM REGISTRO-T07APROB
                PERFORM LIBERAR-TRANSACCION
                MOVE 'APROBADA' TO RESULTADO-T07SAPRO
                ADD 1 TO CANT-APROBADAS
            END-IF.
        LIBERAR-TRANSACCION.
            MOVE TRANSACCION-APROB TO REGISTRO-LIBERADO.
            MOVE CLAVE-T07EAPRO TO REGISTRO-LIBERADO (201:27).
            IF PROGRAMA-APROB = 'NOTACRED' THEN
                WRITE REG-T07ENCRE FROM REGISTRO-LIBERADO.
            IF PROGRAMA-APROB = 'STKAJUST' THEN
                WRITE REG-T07EAJUS FROM REGISTRO-LIBERADO.
            IF PROGRAMA-APROB = 'CLIMERGE' THEN
                WRITE REG-T07EMERG FROM REGISTRO-LIBERADO.
            IF PROGRAMA-APROB = 'ALTA    ' THEN
                WRITE REG-T07EALTA FROM REGISTRO-LIBERADO.
        VALIDAR-T07EAPRO.
            MOVE 1 TO VALIDO-T07EAPRO.
            IF FECHASOL-T07EAPRO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EAPRO.
            IF HORASOL-T07EAPRO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EAPRO.
            IF ITEM-T07EAPRO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EAPRO.
            IF NOT DECISION-APROBAR AND NOT DECISION-RECHAZAR THEN
                MOVE 0 TO VALIDO-T07EAPRO.
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
            MOVE 'APROBAR ' TO PROGRAMA-T07SEGUR.
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
            IF ACTIVO-OPMAS = 'S' AND PERMISO-APRO-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EAPRO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EAPRO),DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07SAPRO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SAPRO),DISP=SHR
//GO.T07ENCRE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ENCRE),DISP=MOD
//GO.T07EAJUS DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EAJUS),DISP=MOD
//GO.T07EMERG DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EMERG),DISP=MOD
//GO.T07EALTA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EALTA),DISP=MOD
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
