        01 REG-T07EPCIE PIC X(240).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07SPCIE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SPCIE PIC X(126).
        01 REG-T07SEGUR PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EPCIE.
         03 AAAAMM-T07EPCIE PIC 9(6).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 REGISTRO-T07SPCIE.
         03 AAAAMM-T07SPCIE PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SPCIE PIC X(15).
        01 EOF-T07EPCIE PIC 9 VALUE 0.
        01 CONCILIA-LIMPIA PIC 9 VALUE 0.
        01 VALIDO-T07EPCIE PIC 9 VALUE 1.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 CONTADOR-T07SPCIE PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VERIFICAR-CONCILIA.
            READ T07EPCIE INTO REGISTRO-T07EPCIE
            STOP RUN.
        CERRAR-PERIODO.
            PERFORM VALIDAR-T07EPCIE.
            MOVE AAAAMM-T07EPCIE TO AAAAMM-T07SPCIE.
            IF VALIDO-T07EPCIE = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SPCIE
                WRITE REG-T07SPCIE FROM REGISTRO-T07SPCIE
            IF VALIDO-T07EPCIE = 1 AND YA-CERRADO = 0 AND
            CONCILIA-LIMPIA = 1 THEN
                OPEN EXTEND T07PERCT
                MOVE AAAAMM-T07EPCIE TO AAAAMM-PERCT
                MOVE 'C' TO ESTADO-PERCT
                WRITE REG-T07PERCT FROM REGISTRO-T07PERCT
                CLOSE T07PERCT
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            AAAAMM-PERCT = AAAAMM-T07EPCIE THEN
                MOVE 1 TO YA-CERRADO.
        GRABAR-SEGURIDAD.
            OPEN EXTEND T07SEGUR.
            CLOSE T07SEGUR.
        VALIDAR-T07EPCIE.
            MOVE 1 TO VALIDO-T07EPCIE.
            IF AAAAMM-T07EPCIE NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EPCIE.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
