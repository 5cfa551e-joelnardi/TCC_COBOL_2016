        01 REG-T07SGREC PIC X(126).
        FD T07PGREC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PGREC PIC X(6).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(31) VALUE
             'RECUPERO DE GARANTIAS - PERIODO'.
         03 FILLER PIC X(1) VALUE ' '.
         03 PERIODO-TITULO PIC 9(6).
        01 SUBTITULO.
         03 FILLER PIC X(8) VALUE 'RECLAMO|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(7) VALUE 'IDPROV|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(10) VALUE 'COSTO    |'.
         03 FILLER PIC X(6) VALUE 'ESTADO'.
        01 LINEA.
         03 IDREPUESTO-RECLA PIC 9(3).
         03 IDPROVEEDOR-RECLA PIC 9(3).
         03 COSTO-RECLA PIC 9(7)V99.
         03 FECHA-RECLA PIC 9(8).
         03 ESTADO-RECLA PIC X(1).
        01 EOF-T07RECLA PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-REC.
         03 FECHA-AAAA-REC PIC 9(4).
         03 FECHA-MM-REC PIC 9(2).
         03 FECHA-DD-REC PIC 9(2).
        01 AAAAMM-RECLAMO PIC 9(6) VALUE 0.
        01 TOTAL-PRESENTADO PIC 9(9)V99 VALUE 0.
        01 TOTAL-ACEPTADO PIC 9(9)V99 VALUE 0.
        01 TOTAL-ACREDITADO PIC 9(9)V99 VALUE 0.
         03 FILLER PIC X(1) VALUE '|'.
         03 IDPROVEEDOR-T07SGREC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SGREC PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-T07SGREC PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
            OPEN INPUT T07RECLA.
            OPEN OUTPUT T07SGREC.
            OPEN INPUT T07PGREC.
            READ T07PGREC INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PGREC.
            MOVE AAAAMM-FILTRO TO PERIODO-TITULO.
            WRITE REG-T07SGREC FROM TITULO.
            WRITE REG-T07SGREC FROM SUBTITULO.
            WRITE REG-T07SGREC FROM LINEA.
            STOP RUN.
        EVALUAR-RECLAMO.
            MOVE FECHA-RECLA TO FECHA-DESGLOSE-REC.
            COMPUTE AAAAMM-RECLAMO =
                FECHA-AAAA-REC * 100 + FECHA-MM-REC.
            IF AAAAMM-FILTRO = 0 OR AAAAMM-RECLAMO = AAAAMM-FILTRO THEN
                PERFORM EMITIR-RECLAMO.
            READ T07RECLA NEXT INTO REGISTRO-T07RECLA
            AT END MOVE 1 TO EOF-T07RECLA.
