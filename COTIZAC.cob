//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. COTIZAC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECOTI ASSIGN TO T07ECOTI.
            SELECT T07COTIZ ASSIGN TO T07COTIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-COTIZ.
            SELECT T07SCOTI ASSIGN TO T07SCOTI.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECOTI
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ECOTI PIC X(80).
        FD T07COTIZ
            LABEL RECORDS ARE STANDARD.
        01 REG-T07COTIZ.
         03 CLAVE-COTIZ.
             05 MONEDA-CLAVE-COTIZ PIC X(1).
             05 FECHAINV-CLAVE-COTIZ PIC 9(8).
         03 FILLER PIC X(71).
        FD T07SCOTI
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCOTI PIC X(126).
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
        01 REGISTRO-T07ECOTI.
         03 MONEDA-T07ECOTI PIC X(1).
         03 FECHA-T07ECOTI PIC 9(8).
         03 TASA-T07ECOTI PIC 9(5)V9999.
         03 ACCION-T07ECOTI PIC X(1).
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 REGISTRO-T07COTIZ.
         03 MONEDA-COTIZ PIC X(1).
         03 FECHAINV-COTIZ PIC 9(8).
         03 FECHA-COTIZ PIC 9(8).
         03 TASA-COTIZ PIC 9(5)V9999.
         03 OPERADOR-COTIZ PIC X(8).
         03 FECHAPROC-COTIZ PIC 9(8).
        01 TITULO.
         03 FILLER PIC X(33) VALUE
             'COTIZACIONES DE MONEDA           '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 MONEDA-TITULO PIC X(4) VALUE 'MON|'.
         03 FECHA-SUBT PIC X(9) VALUE 'FECHA   |'.
         03 TASA-TITULO PIC X(11) VALUE 'TASA      |'.
         03 RESULTADO-TITULO PIC X(15) VALUE 'RESULTADO      '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCOTI.
         03 MONEDA-T07SCOTI PIC X(1).
         03 FILLER PIC X(3) VALUE '  |'.
         03 FECHA-T07SCOTI PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 TASA-T07SCOTI PIC ZZZZ9.9999.
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SCOTI PIC X(15).
        01 EOF-T07ECOTI PIC 9 VALUE 0.
        01 EXISTE-COTIZ PIC 9 VALUE 0.
        01 VALIDO-T07ECOTI PIC 9 VALUE 1.
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
        01 CONTADOR-T07SCOTI PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ECOTI.
            OPEN I-O T07COTIZ.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07ECOTI T07COTIZ
                STOP RUN.
            OPEN OUTPUT T07SCOTI.
            MOVE FECHAPROC-RUN TO FECHA-TITULO.
            WRITE REG-T07SCOTI FROM TITULO.
            WRITE REG-T07SCOTI FROM SUBTITULO.
            WRITE REG-T07SCOTI FROM LINEA.
            READ T07ECOTI INTO REGISTRO-T07ECOTI
            AT END MOVE 1 TO EOF-T07ECOTI.
            PERFORM COTIZAC-REGISTRO UNTIL EOF-T07ECOTI = 1.
            MOVE CONTADOR-T07SCOTI TO CANTIDAD-TOTAL.
            WRITE REG-T07SCOTI FROM REGISTRO-T07STOTAL.
            CLOSE T07ECOTI T07SCOTI T07COTIZ.
            STOP RUN.
        COTIZAC-REGISTRO.
            PERFORM VALIDAR-T07ECOTI.
            MOVE MONEDA-T07ECOTI TO MONEDA-T07SCOTI.
            IF FECHA-T07ECOTI NUMERIC THEN
                MOVE FECHA-T07ECOTI TO FECHA-T07SCOTI
            ELSE
                MOVE 0 TO FECHA-T07SCOTI
            END-IF.
            IF TASA-T07ECOTI NUMERIC THEN
                MOVE TASA-T07ECOTI TO TASA-T07SCOTI
            ELSE
                MOVE 0 TO TASA-T07SCOTI
            END-IF.
            IF VALIDO-T07ECOTI = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SCOTI
            ELSE
                PERFORM BUSCAR-COTIZ
                IF ACCION-T07ECOTI = 'B' THEN
                    IF EXISTE-COTIZ = 1 THEN
                        DELETE T07COTIZ RECORD
                        MOVE 'BAJA' TO RESULTADO-T07SCOTI
                    ELSE
                        MOVE 'INEXISTENTE' TO RESULTADO-T07SCOTI
                    END-IF
                ELSE
                    MOVE MONEDA-T07ECOTI TO MONEDA-COTIZ
                    COMPUTE FECHAINV-COTIZ = 99999999 - FECHA-T07ECOTI
                    MOVE FECHA-T07ECOTI TO FECHA-COTIZ
                    MOVE TASA-T07ECOTI TO TASA-COTIZ
                    MOVE OPERADOR-RUN TO OPERADOR-COTIZ
                    MOVE FECHAPROC-RUN TO FECHAPROC-COTIZ
                    IF EXISTE-COTIZ = 1 THEN
                        REWRITE REG-T07COTIZ FROM REGISTRO-T07COTIZ
                        MOVE 'MODIFICADA' TO RESULTADO-T07SCOTI
                    ELSE
                        WRITE REG-T07COTIZ FROM REGISTRO-T07COTIZ
                        MOVE 'ALTA' TO RESULTADO-T07SCOTI
                    END-IF
                END-IF
            END-IF.
            WRITE REG-T07SCOTI FROM REGISTRO-T07SCOTI.
            ADD 1 TO CONTADOR-T07SCOTI.
            READ T07ECOTI INTO REGISTRO-T07ECOTI
            AT END MOVE 1 TO EOF-T07ECOTI.
        BUSCAR-COTIZ.
            MOVE 0 TO EXISTE-COTIZ.
            MOVE MONEDA-T07ECOTI TO MONEDA-CLAVE-COTIZ.
            COMPUTE FECHAINV-CLAVE-COTIZ = 99999999 - FECHA-T07ECOTI.
            READ T07COTIZ INTO REGISTRO-T07COTIZ
                INVALID KEY MOVE 0 TO EXISTE-COTIZ
                NOT INVALID KEY MOVE 1 TO EXISTE-COTIZ
            END-READ.
        VALIDAR-T07ECOTI.
            MOVE 1 TO VALIDO-T07ECOTI.
            IF MONEDA-T07ECOTI NOT = 'D' THEN
                MOVE 0 TO VALIDO-T07ECOTI.
            IF FECHA-T07ECOTI NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECOTI.
            IF VALIDO-T07ECOTI = 1 THEN
                MOVE FECHA-T07ECOTI TO FECHA-DESGLOSE
                IF FECHA-MM < 1 OR FECHA-MM > 12 OR
                FECHA-DD < 1 OR FECHA-DD > 31 THEN
                    MOVE 0 TO VALIDO-T07ECOTI
                END-IF
            END-IF.
            IF ACCION-T07ECOTI NOT = 'B' THEN
                IF TASA-T07ECOTI NOT NUMERIC THEN
                    MOVE 0 TO VALIDO-T07ECOTI
                ELSE
                    IF TASA-T07ECOTI = 0 THEN
                        MOVE 0 TO VALIDO-T07ECOTI
                    END-IF
                END-IF
            END-IF.
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
            MOVE 'COTIZAC ' TO PROGRAMA-T07SEGUR.
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
//GO.T07ECOTI DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECOTI),DISP=SHR
//GO.T07SCOTI DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCOTI),DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
