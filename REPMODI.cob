         03 DESCREPUESTO-T07EREPM PIC X(30).
         03 PRECIO-T07EREPM PIC 9(7)V99.
         03 INTERVALO-T07EREPM PIC 9(3).
         03 CASCO-T07EREPM PIC 9(7)V99.
         03 PROVCASCO-T07EREPM PIC 9(3).
         03 MONEDA-T07EREPM PIC X(1).
        01 REGISTRO-T07SREPM.
         03 IDREPUESTO-T07SREPM PIC 9(3).
         03 RESULTADO-T07SREPM PIC X(15).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
         03 INTERVALO-REPUE PIC 9(3).
         03 CASCO-REPUE PIC 9(7)V99.
         03 PROVCASCO-REPUE PIC 9(3).
         03 MONEDA-REPUE PIC X(1).
        01 EOF-T07EREPM PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-T07OPMAS.
         03 OPERADOR-OPMAS PIC X(8).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 REGISTRO-T07PHIST.
         03 IDREPUESTO-PHIST PIC 9(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 PRECIO-PHIST PIC 9(7)V99.
        01 PRECIO-ANTERIOR PIC 9(7)V99 VALUE 0.
        01 MONEDA-ANTERIOR PIC X(1) VALUE 'P'.
        01 EOF-T07PHIST PIC 9 VALUE 0.
        01 TIENE-HISTORIA PIC 9 VALUE 0.
        01 CONTADOR-T07SREPM PIC 9(5) COMP VALUE 0.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                ADD 1 TO CONTADOR-T07SREPM
            ELSE
                MOVE PRECIO-REPUE TO PRECIO-ANTERIOR
                IF MONEDA-REPUE NOT = 'D' THEN
                    MOVE 'P' TO MONEDA-REPUE
                END-IF
                MOVE MONEDA-REPUE TO MONEDA-ANTERIOR
                MOVE DESCREPUESTO-T07EREPM TO DESCREPUESTO-REPUE
                MOVE PRECIO-T07EREPM TO PRECIO-REPUE
                IF INTERVALO-T07EREPM NUMERIC THEN
                    MOVE INTERVALO-T07EREPM TO INTERVALO-REPUE
                END-IF
                IF CASCO-REPUE NOT NUMERIC THEN
                    MOVE 0 TO CASCO-REPUE
                END-IF
                IF PROVCASCO-REPUE NOT NUMERIC THEN
                    MOVE 0 TO PROVCASCO-REPUE
                END-IF
                IF CASCO-T07EREPM NUMERIC THEN
                    MOVE CASCO-T07EREPM TO CASCO-REPUE
                END-IF
                IF PROVCASCO-T07EREPM NUMERIC THEN
                    MOVE PROVCASCO-T07EREPM TO PROVCASCO-REPUE
                END-IF
                IF MONEDA-T07EREPM = 'D' OR MONEDA-T07EREPM = 'P' THEN
                    MOVE MONEDA-T07EREPM TO MONEDA-REPUE
                END-IF
                REWRITE REG-T07REPUE FROM REGISTRO-T07REPUE
                IF PRECIO-T07EREPM NOT = PRECIO-ANTERIOR OR
                MONEDA-REPUE NOT = MONEDA-ANTERIOR THEN
                    PERFORM VERIFICAR-HISTORIA
                    IF TIENE-HISTORIA = 0 THEN
                        PERFORM GRABAR-SEMILLA-PRECIO
