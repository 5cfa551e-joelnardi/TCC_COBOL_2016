        01 DNI-CAMPO PIC X(8).
        01 PATENTE-CAMPO PIC X(7).
        01 IDREPUESTO-CAMPO PIC X(3).
        01 FECHA-CAMPO PIC X(8).
        01 FECHA-CORTA PIC 9(6).
        01 DESCRIPCION-CAMPO PIC X(30).
        01 IDREPUESTO-NUM PIC 9(3).
        01 FECHA-NUM PIC 9(8).
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
        01 REGISTRO-T07EALTA.
         03 IDCLIENTE-T07EALTA PIC 9(5).
         03 IDREPUESTO-T07EALTA PIC 9(3).
         03 FECHAINGRESO-T07EALTA PIC 9(8).
         03 DESCREPARACION-T07EALTA PIC X(30).
         03 MANODEOBRA-T07EALTA PIC 9(7)V99.
         03 MISMOTICKET-T07EALTA PIC X(1).
         03 SUCURSAL-T07EALTA PIC 9(2).
         03 FECHAPROMETIDA-T07EALTA PIC 9(8).
         03 PRECIOPACTADO-T07EALTA PIC 9(7)V99.
         03 PATENTE-T07EALTA PIC X(7).
         03 IDASEGURADORA-T07EALTA PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SIMPO PIC X(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SIMPO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SIMPO PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 BISIESTO PIC 9 VALUE 0.
        01 ACEPTADOS PIC 9(5) COMP VALUE 0.
        01 RECHAZADOS PIC 9(5) COMP VALUE 0.
            AT END MOVE 1 TO EOF-T07EIMPO.
        VALIDAR-FORMATO.
            MOVE 1 TO FORMATO-VALIDO.
            IF FECHA-CAMPO (7:2) = SPACES
                AND FECHA-CAMPO (1:6) NUMERIC THEN
                PERFORM EXPANDIR-FECHA-CAMPO.
            IF IDREPUESTO-CAMPO NOT NUMERIC THEN
                MOVE 0 TO FORMATO-VALIDO.
            IF FECHA-CAMPO NOT NUMERIC THEN
                OR FECHA-MM = 11) THEN
                MOVE 0 TO FECHA-VALIDA.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 THEN
                DIVIDE FECHA-AAAA BY 4 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1 THEN
                DIVIDE FECHA-AAAA BY 100 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 0 TO BISIESTO
                    DIVIDE FECHA-AAAA BY 400 GIVING RESTO-DIV
                    REMAINDER RESTO-MOD
                    IF RESTO-MOD = 0 THEN
                        MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1
                AND FECHA-DD > 29 THEN
                MOVE 0 TO FECHA-VALIDA.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 0
                AND FECHA-DD > 28 THEN
                MOVE 0 TO FECHA-VALIDA.
        EXPANDIR-FECHA-CAMPO.
            MOVE FECHA-CAMPO (1:6) TO FECHA-CORTA.
            IF FECHA-CORTA < 500000 THEN
                COMPUTE FECHA-NUM = FECHA-CORTA + 20000000
            ELSE
                COMPUTE FECHA-NUM = FECHA-CORTA + 19000000.
            MOVE FECHA-NUM TO FECHA-CAMPO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EIMPO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EIMPO),DISP=SHR
