        01 REG-T07SBANC PIC X(126).
        WORKING-STORAGE SECTION.
        01 LINEA-T07EBANC PIC X(240).
        01 FECHA-CAMPO PIC X(8).
        01 FECHA-CORTA PIC 9(6).
        01 REFERENCIA-CAMPO PIC X(20).
        01 IMPORTE-CAMPO PIC X(9).
        01 IMPORTE-CAMPO-NUM REDEFINES IMPORTE-CAMPO PIC 9(7)V99.
        01 ORDEN-CAMPO PIC X(7).
        01 ORDEN-CAMPO-NUM REDEFINES ORDEN-CAMPO PIC 9(7).
        01 FECHA-NUM PIC 9(8).
        01 IMPORTE-NUM PIC 9(7)V99.
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07EPAGO.
         03 NROORDEN-T07EPAGO PIC 9(7).
         03 FECHAPAGO-T07EPAGO PIC 9(8).
         03 IMPORTE-T07EPAGO PIC 9(7)V99.
         03 MEDIO-T07EPAGO PIC X(1).
        01 REGISTRO-T07SBANC.
         03 FECHA-T07SBANC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 REFERENCIA-T07SBANC PIC X(20).
         03 FILLER PIC X(1) VALUE '|'.
            AT END MOVE 1 TO EOF-T07EBANC.
        VALIDAR-FORMATO.
            MOVE 1 TO FORMATO-VALIDO.
            IF FECHA-CAMPO (7:2) = SPACES
                AND FECHA-CAMPO (1:6) NUMERIC THEN
                PERFORM EXPANDIR-FECHA-CAMPO.
            IF FECHA-CAMPO NOT NUMERIC THEN
                MOVE 0 TO FORMATO-VALIDO.
            IF IMPORTE-CAMPO NOT NUMERIC THEN
            END-IF.
            MOVE ORDEN-RESUELTA TO NROORDEN-T07SBANC.
            WRITE REG-T07SBANC FROM REGISTRO-T07SBANC.
        EXPANDIR-FECHA-CAMPO.
            MOVE FECHA-CAMPO (1:6) TO FECHA-CORTA.
            IF FECHA-CORTA < 500000 THEN
                COMPUTE FECHA-NUM = FECHA-CORTA + 20000000
            ELSE
                COMPUTE FECHA-NUM = FECHA-CORTA + 19000000.
            MOVE FECHA-NUM TO FECHA-CAMPO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EBANC DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EBANC),DISP=SHR
