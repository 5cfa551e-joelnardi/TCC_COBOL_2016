//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTEXIME.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EEXIN ASSIGN TO T07EEXIN.
            SELECT T07SEXIN ASSIGN TO T07SEXIN.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07EXINT ASSIGN TO T07EXINT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-EXINT.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EEXIN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07EEXIN PIC X(80).
        FD T07SEXIN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SEXIN PIC X(126).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07EXINT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07EXINT.
         03 IDCLIENTE-CLAVE-EXINT PIC 9(5).
         03 FILLER PIC X(75).
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
        01 REGISTRO-T07EEXIN.
         03 IDCLIENTE-T07EEXIN PIC 9(5).
         03 TIPO-T07EEXIN PIC X(1).
             88 ALTA-EXENCION VALUE 'A'.
             88 BAJA-EXENCION VALUE 'B'.
         03 FECHADESDE-T07EEXIN PIC 9(8).
         03 FECHAHASTA-T07EEXIN PIC 9(8).
         03 MOTIVO-T07EEXIN PIC X(30).
        01 REGISTRO-T07SEXIN.
         03 IDCLIENTE-T07SEXIN PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 TIPO-T07SEXIN PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHADESDE-T07SEXIN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAHASTA-T07SEXIN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SEXIN PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 MOTIVO-T07SEXIN PIC X(30).
        01 REGISTRO-T07EXINT.
         03 IDCLIENTE-EXINT PIC 9(5).
         03 FECHADESDE-EXINT PIC 9(8).
         03 FECHAHASTA-EXINT PIC 9(8).
         03 MOTIVO-EXINT PIC X(30).
         03 ESTADO-EXINT PIC X(1).
         03 OPERADOR-EXINT PIC X(8).
         03 FECHAPROC-EXINT PIC 9(8).
         03 HORAPROC-EXINT PIC 9(6).
        01 EOF-T07EEXIN PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 EXISTE-EXINT PIC 9 VALUE 0.
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
        01 CONTADOR-T07SEXIN PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EEXIN.
            OPEN INPUT T07CLIEN.
            OPEN I-O T07EXINT.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EEXIN T07CLIEN T07EXINT
                STOP RUN.
            OPEN OUTPUT T07SEXIN.
            READ T07EEXIN INTO REGISTRO-T07EEXIN
            AT END MOVE 1 TO EOF-T07EEXIN.
            PERFORM INTEXIME-REGISTRO UNTIL EOF-T07EEXIN = 1.
            MOVE CONTADOR-T07SEXIN TO CANTIDAD-TOTAL.
            WRITE REG-T07SEXIN FROM REGISTRO-T07STOTAL.
            CLOSE T07EEXIN T07SEXIN T07CLIEN T07EXINT.
            STOP RUN.
        INTEXIME-REGISTRO.
            IF FECHADESDE-T07EEXIN NOT NUMERIC OR
            FECHADESDE-T07EEXIN = 0 THEN
                MOVE FECHAPROC-RUN TO FECHADESDE-T07EEXIN.
            IF FECHAHASTA-T07EEXIN NOT NUMERIC THEN
                MOVE 0 TO FECHAHASTA-T07EEXIN.
            MOVE IDCLIENTE-T07EEXIN TO IDCLIENTE-T07SEXIN.
            MOVE TIPO-T07EEXIN TO TIPO-T07SEXIN.
            MOVE FECHADESDE-T07EEXIN TO FECHADESDE-T07SEXIN.
            MOVE FECHAHASTA-T07EEXIN TO FECHAHASTA-T07SEXIN.
            MOVE MOTIVO-T07EEXIN TO MOTIVO-T07SEXIN.
            PERFORM BUSCAR-CLIEN.
            PERFORM BUSCAR-EXINT.
            IF EXISTE-CLIEN = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SEXIN
            ELSE
                IF ALTA-EXENCION THEN
                    PERFORM ALTA-REGISTRO
                ELSE
                    IF BAJA-EXENCION THEN
                        PERFORM BAJA-REGISTRO
                    ELSE
                        MOVE 'TIPO INVALIDO' TO RESULTADO-T07SEXIN
                    END-IF
                END-IF
            END-IF.
            WRITE REG-T07SEXIN FROM REGISTRO-T07SEXIN.
            ADD 1 TO CONTADOR-T07SEXIN.
            READ T07EEXIN INTO REGISTRO-T07EEXIN
            AT END MOVE 1 TO EOF-T07EEXIN.
        ALTA-REGISTRO.
            IF MOTIVO-T07EEXIN = SPACES THEN
                MOVE 'SIN MOTIVO' TO RESULTADO-T07SEXIN
            ELSE
                IF FECHAHASTA-T07EEXIN > 0 AND
                FECHAHASTA-T07EEXIN < FECHADESDE-T07EEXIN THEN
                    MOVE 'FECHAS INVALIDAS' TO RESULTADO-T07SEXIN
                ELSE
                    MOVE IDCLIENTE-T07EEXIN TO IDCLIENTE-EXINT
                    MOVE FECHADESDE-T07EEXIN TO FECHADESDE-EXINT
                    MOVE FECHAHASTA-T07EEXIN TO FECHAHASTA-EXINT
                    MOVE MOTIVO-T07EEXIN TO MOTIVO-EXINT
                    MOVE 'A' TO ESTADO-EXINT
                    MOVE OPERADOR-RUN TO OPERADOR-EXINT
                    MOVE FECHAPROC-RUN TO FECHAPROC-EXINT
                    MOVE HORAPROC-RUN TO HORAPROC-EXINT
                    IF EXISTE-EXINT = 1 THEN
                        REWRITE REG-T07EXINT FROM REGISTRO-T07EXINT
                        MOVE 'MODIFICADO' TO RESULTADO-T07SEXIN
                    ELSE
                        WRITE REG-T07EXINT FROM REGISTRO-T07EXINT
                        MOVE 'EXIMIDO' TO RESULTADO-T07SEXIN
                    END-IF
                END-IF
            END-IF.
        BAJA-REGISTRO.
            IF EXISTE-EXINT = 0 THEN
                MOVE 'SIN EXENCION' TO RESULTADO-T07SEXIN
            ELSE
                MOVE 'B' TO ESTADO-EXINT
                MOVE FECHADESDE-T07EEXIN TO FECHAHASTA-EXINT
                IF MOTIVO-T07EEXIN NOT = SPACES THEN
                    MOVE MOTIVO-T07EEXIN TO MOTIVO-EXINT
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-EXINT
                MOVE FECHAPROC-RUN TO FECHAPROC-EXINT
                MOVE HORAPROC-RUN TO HORAPROC-EXINT
                REWRITE REG-T07EXINT FROM REGISTRO-T07EXINT
                MOVE 'REVOCADO' TO RESULTADO-T07SEXIN
            END-IF.
        BUSCAR-CLIEN.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE IDCLIENTE-T07EEXIN TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
        BUSCAR-EXINT.
            MOVE 0 TO EXISTE-EXINT.
            MOVE IDCLIENTE-T07EEXIN TO IDCLIENTE-CLAVE-EXINT.
            READ T07EXINT INTO REGISTRO-T07EXINT
                INVALID KEY MOVE 0 TO EXISTE-EXINT
                NOT INVALID KEY MOVE 1 TO EXISTE-EXINT
            END-READ.
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
            MOVE 'INTEXIME' TO PROGRAMA-T07SEGUR.
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
            IF ACTIVO-OPMAS = 'S' AND PERMISO-CLIM-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EEXIN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EEXIN),DISP=SHR
//GO.T07SEXIN DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEXIN),DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07EXINT DD DSN=KC03BAB.CATALOGO.EXINT,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
