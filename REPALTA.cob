         03 DESCREPUESTO-T07EREPA PIC X(30).
         03 PRECIO-T07EREPA PIC 9(7)V99.
         03 INTERVALO-T07EREPA PIC 9(3).
         03 CASCO-T07EREPA PIC 9(7)V99.
         03 PROVCASCO-T07EREPA PIC 9(3).
         03 MONEDA-T07EREPA PIC X(1).
        01 REGISTRO-T07SREPA.
         03 IDREPUESTO-T07SREPA PIC 9(3).
         03 DESCREPUESTO-T07SREPA PIC X(30).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
         03 INTERVALO-REPUE PIC 9(3).
         03 CASCO-REPUE PIC 9(7)V99.
         03 PROVCASCO-REPUE PIC 9(3).
         03 MONEDA-REPUE PIC X(1).
        01 EOF-T07EREPA PIC 9 VALUE 0.
        01 DUPLICADO-REPUE PIC 9 VALUE 0.
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
        01 CONTADOR-T07SREPA PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                ELSE
                    MOVE 0 TO INTERVALO-REPUE
                END-IF
                IF CASCO-T07EREPA NUMERIC THEN
                    MOVE CASCO-T07EREPA TO CASCO-REPUE
                ELSE
                    MOVE 0 TO CASCO-REPUE
                END-IF
                IF PROVCASCO-T07EREPA NUMERIC THEN
                    MOVE PROVCASCO-T07EREPA TO PROVCASCO-REPUE
                ELSE
                    MOVE 0 TO PROVCASCO-REPUE
                END-IF
                IF MONEDA-T07EREPA = 'D' THEN
                    MOVE 'D' TO MONEDA-REPUE
                ELSE
                    MOVE 'P' TO MONEDA-REPUE
                END-IF
                WRITE REG-T07REPUE FROM REGISTRO-T07REPUE
                PERFORM GRABAR-HISTORIA-PRECIO
                MOVE REGISTRO-T07EREPA TO REGISTRO-T07SREPA
