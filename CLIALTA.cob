             88 CATEG-CONSFINAL VALUE 'F'.
             88 CATEG-MONOTRIB VALUE 'M'.
             88 CATEG-EXENTO VALUE 'E'.
         03 CUIT-T07ECLIA PIC X(11).
         03 LIMITECRED-T07ECLIA PIC 9(7)V99.
        01 REGISTRO-T07SCLIA.
         03 IDCLIENTE-T07SCLIA PIC 9(5).
         03 MODELOAUTO-T07SCLIA PIC X(30).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
         03 LIMITECRED-CLIEN PIC 9(7)V99.
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 EOF-T07ECLIA PIC 9 VALUE 0.
        01 DUPLICADO-CLIEN PIC 9 VALUE 0.
        01 PATENTE-DUPLICADA-CLIA PIC 9 VALUE 0.
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
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                ELSE
                    MOVE 'F' TO CATEGIVA-CLIEN
                END-IF
                IF CUIT-T07ECLIA NUMERIC THEN
                    MOVE CUIT-T07ECLIA TO CUIT-CLIEN
                ELSE
                    MOVE SPACES TO CUIT-CLIEN
                END-IF
                IF LIMITECRED-T07ECLIA NUMERIC THEN
                    MOVE LIMITECRED-T07ECLIA TO LIMITECRED-CLIEN
                ELSE
                    MOVE 0 TO LIMITECRED-CLIEN
                END-IF
                WRITE REG-T07CLIEN FROM REGISTRO-T07CLIEN
                MOVE REGISTRO-T07ECLIA TO REGISTRO-T07SCLIA
                MOVE 'OK' TO RESULTADO-T07SCLIA
