             88 CAMBIA-DNI-CLIM VALUE 'D'.
             88 CAMBIA-TELEFONO-CLIM VALUE 'T'.
             88 CAMBIA-CATEGIVA-CLIM VALUE 'C'.
             88 CAMBIA-CUIT-CLIM VALUE 'U'.
             88 CAMBIA-LIMITE-CLIM VALUE 'L'.
         03 MODELOAUTO-T07ECLIM PIC X(30).
         03 PATENTE-T07ECLIM PIC X(7).
         03 DNI-T07ECLIM PIC X(8).
             88 CATEG-CONSFINAL VALUE 'F'.
             88 CATEG-MONOTRIB VALUE 'M'.
             88 CATEG-EXENTO VALUE 'E'.
         03 CUIT-T07ECLIM PIC X(11).
         03 LIMITECRED-T07ECLIM PIC 9(7)V99.
        01 REGISTRO-T07SCLIM.
         03 IDCLIENTE-T07SCLIM PIC 9(5).
         03 CAMPO-T07SCLIM PIC X(1).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
         03 LIMITECRED-CLIEN PIC 9(7)V99.
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 EOF-T07ECLIM PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 PATENTE-DUPLICADA-CLIM PIC 9 VALUE 0.
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
                            MOVE 'F' TO CATEGIVA-CLIEN
                        END-IF
                    END-IF
                    IF CAMBIA-CUIT-CLIM THEN
                        IF CUIT-T07ECLIM NUMERIC THEN
                            MOVE CUIT-T07ECLIM TO CUIT-CLIEN
                        ELSE
                            MOVE SPACES TO CUIT-CLIEN
                        END-IF
                    END-IF
                    IF CAMBIA-LIMITE-CLIM THEN
                        IF LIMITECRED-T07ECLIM NUMERIC THEN
                            MOVE LIMITECRED-T07ECLIM
                            TO LIMITECRED-CLIEN
                        ELSE
                            MOVE 0 TO LIMITECRED-CLIEN
                        END-IF
                    END-IF
                    REWRITE REG-T07CLIEN FROM REGISTRO-T07CLIEN
                    MOVE IDCLIENTE-T07ECLIM TO IDCLIENTE-T07SCLIM
                    MOVE CAMPO-T07ECLIM TO CAMPO-T07SCLIM
