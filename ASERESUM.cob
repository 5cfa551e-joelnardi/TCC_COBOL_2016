        01 REG-T07SARES PIC X(126).
        FD T07PARES
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PARES PIC X(6).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
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
         03 NROORDEN-CTASE PIC 9(7).
         03 SINIESTRO-CTASE PIC X(12).
         03 IDCLIENTE-CTASE PIC 9(5).
         03 FECHAFACT-CTASE PIC 9(8).
         03 IMPORTE-CTASE PIC 9(7)V99.
         03 PAGADO-CTASE PIC 9(7)V99.
        01 ENCABEZADO-ASEG.
         03 FILLER PIC X(1) VALUE '|'.
         03 CUIT-ENCAB PIC X(13).
         03 FILLER PIC X(9) VALUE '|PERIODO '.
         03 PERIODO-ENCAB PIC 9(6).
        01 SUBTITULO.
         03 FILLER PIC X(10) VALUE 'SINIESTRO '.
         03 FILLER PIC X(3) VALUE '  |'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(9) VALUE 'FECEGR  |'.
         03 FILLER PIC X(10) VALUE 'IMPORTE   '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-DET PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAEGRESO-DET PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-DET PIC ZZZZZZZ9.99-.
        01 LINEA-TOTAL-PERIODO.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07ASEGU PIC 9 VALUE 0.
        01 EOF-T07CTASE PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 AAAAMM-EGRESO PIC 9(6).
        01 ASEG-ACTUAL PIC 9(3) VALUE 0.
        01 TOTAL-PERIODO PIC S9(9)V99 VALUE 0.
        01 IMPORTE-LINEA PIC S9(9)V99 VALUE 0.
            OPEN OUTPUT T07SARES.
            OPEN INPUT T07CTASE.
            OPEN INPUT T07PARES.
            READ T07PARES INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PARES.
            OPEN INPUT T07ASEGU.
            READ T07ASEGU INTO REGISTRO-T07ASEGU
            MOVE IDASEGURADORA-ASEGU TO IDASEG-ENCAB.
            MOVE NOMBRE-ASEGU TO NOMBRE-ENCAB.
            MOVE CUIT-ASEGU TO CUIT-ENCAB.
            MOVE AAAAMM-FILTRO TO PERIODO-ENCAB.
            WRITE REG-T07SARES FROM ENCABEZADO-ASEG.
            WRITE REG-T07SARES FROM SUBTITULO.
            WRITE REG-T07SARES FROM LINEA.
            CLOSE T07FACTU.
        DETALLAR-UN-SINIESTRO.
            MOVE FECHAEGRESO-FACTU TO FECHA-DESGLOSE-EGR.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
            IF AAAAMM-EGRESO = AAAAMM-FILTRO AND
            ASEGURADORA-FACTU NUMERIC AND
            ASEGURADORA-FACTU = ASEG-ACTUAL THEN
                IF TIPODOC-FACTU = 'C' THEN
