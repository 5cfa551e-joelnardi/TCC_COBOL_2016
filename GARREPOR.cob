         03 FILLER PIC X(237).
        FD T07PGARA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PGARA PIC X(6).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(37) VALUE
         03 PATENTE-PPAL PIC X(7).
         03 DNI-PPAL PIC X(8).
         03 DESCREPARACION-PPAL PIC X(30).
         03 FECHAINGRESO-PPAL PIC 9(8).
         03 FECHAEGRESO-PPAL PIC 9(8).
         03 ESTADO-PPAL PIC X(1).
         03 OPERADOR-PPAL PIC X(8).
         03 FECHAPROC-PPAL PIC 9(8).
         03 HORAPROC-PPAL PIC 9(6).
         03 MANODEOBRA-PPAL PIC 9(7)V99.
         03 MOTIVO-PPAL PIC X(1).
         03 PRECIO-REPUE PIC 9(7)V99.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 AAAAMM-EGRESO PIC 9(6).
        01 COSTO-ORDEN PIC 9(7)V99 VALUE 0.
        01 TABLA-GARANTIAS.
         03 GARANTIA-OCU OCCURS 200 TIMES INDEXED BY IX-GARANTIA.
            OPEN INPUT PPAL.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07PGARA.
            READ T07PGARA INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PGARA.
            WRITE REG-T07SGARA FROM TITULO.
            WRITE REG-T07SGARA FROM SUBTITULO.
        EVALUAR-GARANTIA.
            IF ESTADO-PPAL = 'E' AND GARANTIA-PPAL = 'G' THEN
                MOVE FECHAEGRESO-PPAL TO FECHA-DESGLOSE-EGR
                COMPUTE AAAAMM-EGRESO =
                    FECHA-AAAA-EGR * 100 + FECHA-MM-EGR
                IF AAAAMM-EGRESO = AAAAMM-FILTRO THEN
                    PERFORM ACUMULAR-GARANTIA
                END-IF
            END-IF.
