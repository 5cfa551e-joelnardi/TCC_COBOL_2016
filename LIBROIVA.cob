        01 REG-T07SLIBR PIC X(126).
        FD T07PLIBR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PLIBR PIC X(6).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 MES-TITULO PIC X(36) VALUE
             'LIBRO IVA VENTAS - PERIODO AAMM    |'.
        01 SUBTITULO.
         03 FECHA-TITULO PIC X(9) VALUE 'FECHA   |'.
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 IDCLIENTE-TITULO PIC X(6) VALUE 'IDCLI|'.
         03 DNI-TITULO PIC X(9) VALUE 'DNI     |'.
         03 IVA-TITULO PIC X(12) VALUE 'IVA 21 PCT |'.
         03 BRUTO-TITULO PIC X(12) VALUE 'BRUTO      |'.
         03 TIPODOC-TITULO PIC X(4) VALUE 'DOC|'.
         03 NROFACT-TITULO PIC X(11) VALUE 'NROFACTURA|'.
         03 CAE-TITULO PIC X(3) VALUE 'CAE'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
         03 SUCFACT-FACTU PIC 9(2).
         03 NROFACT-FACTU PIC 9(8).
         03 TIPOFACT-FACTU PIC X(1).
         03 ASEGURADORA-FACTU PIC 9(3).
         03 SINIESTRO-FACTU PIC X(12).
         03 CAE-FACTU PIC 9(14).
         03 VTOCAE-FACTU PIC 9(8).
         03 ESTADOCAE-FACTU PIC X(1).
             88 CAE-AUTORIZADO VALUE 'A'.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 AAAAMM-EGRESO PIC 9(6).
        01 TOTAL-NETO PIC S9(9)V99 VALUE 0.
        01 TOTAL-IVA PIC S9(9)V99 VALUE 0.
        01 TOTAL-BRUTO PIC S9(9)V99 VALUE 0.
        01 TOTAL-BRUTO-B PIC S9(9)V99 VALUE 0.
        01 CONTADOR-T07SLIBR PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SLIBR.
         03 FECHA-T07SLIBR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SLIBR PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCFACT-T07SLIBR PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROFACT-T07SLIBR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CAE-T07SLIBR PIC 9(14).
        01 REGISTRO-T07SSUBTI.
         03 LEYENDA-SUBTI PIC X(12).
         03 SUBNETO-T07SLIBR PIC ZZZZZZZZZ9.99-.
            OPEN INPUT T07FACTU.
            OPEN OUTPUT T07SLIBR.
            OPEN INPUT T07PLIBR.
            READ T07PLIBR INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PLIBR.
            WRITE REG-T07SLIBR FROM TITULO.
            WRITE REG-T07SLIBR FROM SUBTITULO.
            STOP RUN.
        EVALUAR-FACTURA.
            MOVE FECHAEGRESO-FACTU TO FECHA-DESGLOSE-EGR.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
            IF AAAAMM-EGRESO = AAAAMM-FILTRO AND CAE-AUTORIZADO THEN
                PERFORM EMITIR-LIBRO
            END-IF.
            READ T07FACTU INTO REGISTRO-T07FACTU
            IF TIPODOC-FACTU = 'C' THEN
                MOVE 'N' TO TIPODOC-T07SLIBR (1:1)
            ELSE
                IF TIPODOC-FACTU = 'D' THEN
                    MOVE 'D' TO TIPODOC-T07SLIBR (1:1)
                ELSE
                    MOVE 'F' TO TIPODOC-T07SLIBR (1:1)
                END-IF
            END-IF.
            IF TIPOFACT-FACTU = 'A' THEN
                MOVE 'A' TO TIPODOC-T07SLIBR (2:1)
                MOVE 0 TO SUCFACT-T07SLIBR
                MOVE 0 TO NROFACT-T07SLIBR
            END-IF.
            MOVE CAE-FACTU TO CAE-T07SLIBR.
            WRITE REG-T07SLIBR FROM REGISTRO-T07SLIBR.
            ADD 1 TO CONTADOR-T07SLIBR.
            IF TIPODOC-FACTU = 'C' THEN
