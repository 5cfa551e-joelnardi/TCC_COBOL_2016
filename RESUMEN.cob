        01 REG-T07SRESU PIC X(126).
        FD T07PRESC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PRESC PIC X(6).
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
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 ENCABEZADO-RESUMEN.
         03 FILLER PIC X(1) VALUE '|'.
         03 TELEFONO-ENCAB PIC X(12).
         03 FILLER PIC X(9) VALUE '|PERIODO '.
         03 PERIODO-ENCAB PIC 9(6).
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(21) VALUE 'MODELOAUTO           '.
         03 FILLER PIC X(10) VALUE '         |'.
         03 FILLER PIC X(9) VALUE 'FECEGR  |'.
         03 FILLER PIC X(10) VALUE 'IMPORTE   '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELOAUTO-DET PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAEGRESO-DET PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-DET PIC ZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 AAAAMM-EGRESO PIC 9(6).
        01 FECHA-DESGLOSE-FAC.
         03 FECHA-AAAA-FAC PIC 9(4).
         03 FECHA-MM-FAC PIC 9(2).
         03 FECHA-DD-FAC PIC 9(2).
        01 AAAAMM-FACTURA PIC 9(6).
        01 TABLA-CLIENTES.
         03 CLIENTE-OCU OCCURS 200 TIMES INDEXED BY IX-CLIENTE.
             05 IDCLIENTE-TAB PIC 9(5).
            OPEN OUTPUT T07SRESU.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07PRESC.
            READ T07PRESC INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PRESC.
            PERFORM RELEVAR-CLIENTES.
            PERFORM EMITIR-RESUMEN
            CLOSE T07FACTU.
        CLASIFICAR-FACTURA.
            MOVE FECHAEGRESO-FACTU TO FECHA-DESGLOSE-EGR.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
            IF AAAAMM-EGRESO = AAAAMM-FILTRO THEN
                PERFORM ACUMULAR-CLIENTE.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
                MOVE SPACES TO DNI-ENCAB
                MOVE SPACES TO TELEFONO-ENCAB
            END-IF.
            MOVE AAAAMM-FILTRO TO PERIODO-ENCAB.
            WRITE REG-T07SRESU FROM ENCABEZADO-RESUMEN.
            WRITE REG-T07SRESU FROM SUBTITULO.
            WRITE REG-T07SRESU FROM LINEA.
            CLOSE T07FACTU.
        DETALLAR-UNA-ORDEN.
            MOVE FECHAEGRESO-FACTU TO FECHA-DESGLOSE-EGR.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
            IF AAAAMM-EGRESO = AAAAMM-FILTRO AND
            IDCLIENTE-FACTU = CLIENTE-ACTUAL THEN
                IF TIPODOC-FACTU = 'C' THEN
                    COMPUTE IMPORTE-LINEA = 0 - BRUTO-FACTU
            IDCLIENTE-CTACT = CLIENTE-ACTUAL AND
            IMPORTE-CTACT > PAGADO-CTACT THEN
                MOVE FECHAFACT-CTACT TO FECHA-DESGLOSE-FAC
                COMPUTE AAAAMM-FACTURA =
                    FECHA-AAAA-FAC * 100 + FECHA-MM-FAC
                IF AAAAMM-FACTURA < AAAAMM-FILTRO THEN
                    COMPUTE SALDO-ANTERIOR = SALDO-ANTERIOR
                        + IMPORTE-CTACT - PAGADO-CTACT
                END-IF
