//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FLOALTA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EFLOA ASSIGN TO T07EFLOA.
            SELECT T07SFLOA ASSIGN TO T07SFLOA.
            SELECT T07FLOTA ASSIGN TO T07FLOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDFLOTA-CLAVE-FLOTA.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EFLOA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07EFLOA PIC X(80).
        FD T07SFLOA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SFLOA PIC X(126).
        FD T07FLOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOTA.
         03 IDFLOTA-CLAVE-FLOTA PIC 9(4).
         03 FILLER PIC X(76).
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
        01 REGISTRO-T07EFLOA.
         03 TIPO-T07EFLOA PIC X(1).
             88 ALTA-FLOTA VALUE 'A'.
             88 MODI-FLOTA VALUE 'M'.
             88 BAJA-FLOTA VALUE 'B'.
         03 IDFLOTA-T07EFLOA PIC 9(4).
         03 RAZONSOCIAL-T07EFLOA PIC X(30).
         03 CUIT-T07EFLOA PIC X(11).
         03 CATEGIVA-T07EFLOA PIC X(1).
             88 CATEG-RESPINSC VALUE 'R'.
             88 CATEG-CONSFINAL VALUE 'F'.
             88 CATEG-MONOTRIB VALUE 'M'.
             88 CATEG-EXENTO VALUE 'E'.
         03 PLAZOPAGO-T07EFLOA PIC 9(3).
        01 REGISTRO-T07SFLOA.
         03 TIPO-T07SFLOA PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDFLOTA-T07SFLOA PIC 9(4).
         03 FILLER PIC X(1) VALUE '|'.
         03 RAZONSOCIAL-T07SFLOA PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 CUIT-T07SFLOA PIC X(11).
         03 FILLER PIC X(1) VALUE '|'.
         03 CATEGIVA-T07SFLOA PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 PLAZOPAGO-T07SFLOA PIC ZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SFLOA PIC X(15).
        01 REGISTRO-T07FLOTA.
         03 IDFLOTA-FLOTA PIC 9(4).
         03 RAZONSOCIAL-FLOTA PIC X(30).
         03 CUIT-FLOTA PIC X(11).
         03 CATEGIVA-FLOTA PIC X(1).
         03 PLAZOPAGO-FLOTA PIC 9(3).
         03 ESTADO-FLOTA PIC X(1).
         03 OPERADOR-FLOTA PIC X(8).
         03 FECHAPROC-FLOTA PIC 9(8).
         03 HORAPROC-FLOTA PIC 9(6).
        01 EOF-T07EFLOA PIC 9 VALUE 0.
        01 EXISTE-FLOTA PIC 9 VALUE 0.
        01 VALIDO-T07EFLOA PIC 9 VALUE 1.
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
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 CONTADOR-T07SFLOA PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EFLOA.
            OPEN I-O T07FLOTA.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EFLOA T07FLOTA
                STOP RUN.
            OPEN OUTPUT T07SFLOA.
            READ T07EFLOA INTO REGISTRO-T07EFLOA
            AT END MOVE 1 TO EOF-T07EFLOA.
            PERFORM FLOALTA-REGISTRO UNTIL EOF-T07EFLOA = 1.
            MOVE CONTADOR-T07SFLOA TO CANTIDAD-TOTAL.
            WRITE REG-T07SFLOA FROM REGISTRO-T07STOTAL.
            CLOSE T07EFLOA T07SFLOA T07FLOTA.
            STOP RUN.
        FLOALTA-REGISTRO.
            MOVE TIPO-T07EFLOA TO TIPO-T07SFLOA.
            MOVE IDFLOTA-T07EFLOA TO IDFLOTA-T07SFLOA.
            MOVE RAZONSOCIAL-T07EFLOA TO RAZONSOCIAL-T07SFLOA.
            MOVE CUIT-T07EFLOA TO CUIT-T07SFLOA.
            MOVE CATEGIVA-T07EFLOA TO CATEGIVA-T07SFLOA.
            IF PLAZOPAGO-T07EFLOA NUMERIC THEN
                MOVE PLAZOPAGO-T07EFLOA TO PLAZOPAGO-T07SFLOA
            ELSE
                MOVE 0 TO PLAZOPAGO-T07SFLOA
            END-IF.
            PERFORM VALIDAR-T07EFLOA.
            IF VALIDO-T07EFLOA = 0 THEN
                MOVE 'DATOS INVALIDOS' TO RESULTADO-T07SFLOA
            ELSE
                PERFORM BUSCAR-FLOTA
                IF ALTA-FLOTA THEN
                    PERFORM ALTA-REGISTRO
                END-IF
                IF MODI-FLOTA THEN
                    PERFORM MODI-REGISTRO
                END-IF
                IF BAJA-FLOTA THEN
                    PERFORM BAJA-REGISTRO
                END-IF
            END-IF.
            WRITE REG-T07SFLOA FROM REGISTRO-T07SFLOA.
            ADD 1 TO CONTADOR-T07SFLOA.
            READ T07EFLOA INTO REGISTRO-T07EFLOA
            AT END MOVE 1 TO EOF-T07EFLOA.
        VALIDAR-T07EFLOA.
            MOVE 1 TO VALIDO-T07EFLOA.
            IF NOT ALTA-FLOTA AND NOT MODI-FLOTA
            AND NOT BAJA-FLOTA THEN
                MOVE 0 TO VALIDO-T07EFLOA.
            IF IDFLOTA-T07EFLOA NOT NUMERIC OR
            IDFLOTA-T07EFLOA = 0 THEN
                MOVE 0 TO VALIDO-T07EFLOA.
            IF (ALTA-FLOTA OR MODI-FLOTA) AND
            RAZONSOCIAL-T07EFLOA = SPACES THEN
                MOVE 0 TO VALIDO-T07EFLOA.
            IF (ALTA-FLOTA OR MODI-FLOTA) AND
            CUIT-T07EFLOA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EFLOA.
            IF (ALTA-FLOTA OR MODI-FLOTA) AND
            NOT CATEG-RESPINSC AND NOT CATEG-CONSFINAL AND
            NOT CATEG-MONOTRIB AND NOT CATEG-EXENTO THEN
                MOVE 0 TO VALIDO-T07EFLOA.
            IF (ALTA-FLOTA OR MODI-FLOTA) AND
            PLAZOPAGO-T07EFLOA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EFLOA.
        ALTA-REGISTRO.
            IF EXISTE-FLOTA = 1 THEN
                MOVE 'DUPLICADO' TO RESULTADO-T07SFLOA
            ELSE
                MOVE IDFLOTA-T07EFLOA TO IDFLOTA-FLOTA
                PERFORM MOVER-DATOS-FLOTA
                WRITE REG-T07FLOTA FROM REGISTRO-T07FLOTA
                MOVE 'OK' TO RESULTADO-T07SFLOA
            END-IF.
        MODI-REGISTRO.
            IF EXISTE-FLOTA = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SFLOA
            ELSE
                PERFORM MOVER-DATOS-FLOTA
                REWRITE REG-T07FLOTA FROM REGISTRO-T07FLOTA
                MOVE 'MODIFICADO' TO RESULTADO-T07SFLOA
            END-IF.
        BAJA-REGISTRO.
            IF EXISTE-FLOTA = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SFLOA
            ELSE
                MOVE 'B' TO ESTADO-FLOTA
                MOVE OPERADOR-RUN TO OPERADOR-FLOTA
                MOVE FECHAPROC-RUN TO FECHAPROC-FLOTA
                MOVE HORAPROC-RUN TO HORAPROC-FLOTA
                REWRITE REG-T07FLOTA FROM REGISTRO-T07FLOTA
                MOVE 'BAJA' TO RESULTADO-T07SFLOA
            END-IF.
        MOVER-DATOS-FLOTA.
            MOVE RAZONSOCIAL-T07EFLOA TO RAZONSOCIAL-FLOTA.
            MOVE CUIT-T07EFLOA TO CUIT-FLOTA.
            MOVE CATEGIVA-T07EFLOA TO CATEGIVA-FLOTA.
            MOVE PLAZOPAGO-T07EFLOA TO PLAZOPAGO-FLOTA.
            MOVE 'A' TO ESTADO-FLOTA.
            MOVE OPERADOR-RUN TO OPERADOR-FLOTA.
            MOVE FECHAPROC-RUN TO FECHAPROC-FLOTA.
            MOVE HORAPROC-RUN TO HORAPROC-FLOTA.
        BUSCAR-FLOTA.
            MOVE 0 TO EXISTE-FLOTA.
            MOVE IDFLOTA-T07EFLOA TO IDFLOTA-CLAVE-FLOTA.
            READ T07FLOTA INTO REGISTRO-T07FLOTA
                INVALID KEY MOVE 0 TO EXISTE-FLOTA
                NOT INVALID KEY MOVE 1 TO EXISTE-FLOTA
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
            MOVE 'FLOALTA ' TO PROGRAMA-T07SEGUR.
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
//GO.T07EFLOA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EFLOA),DISP=SHR
//GO.T07SFLOA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SFLOA),DISP=SHR
//GO.T07FLOTA DD DSN=KC03BAB.CATALOGO.FLOTA,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
