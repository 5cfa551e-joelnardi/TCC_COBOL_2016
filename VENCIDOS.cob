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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 DIAS-LIMITE PIC 9(3) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-ING PIC 9(7) COMP.
        01 FECHA-CALCULO.
         03 FECHA-AAAA-CALC PIC 9(4).
         03 FECHA-MM-CALC PIC 9(2).
         03 FECHA-DD-CALC PIC 9(2).
        01 JULIANO-CALC PIC 9(7) COMP.
        01 ANIO-CALC PIC 9(4) COMP.
        01 MES-CALC PIC 9(2) COMP.
        01 BISIESTOS-CALC PIC 9(5) COMP.
        01 SIGLOS-CALC PIC 9(5) COMP.
        01 CUATROSIGLOS-CALC PIC 9(5) COMP.
        01 DIASMES-CALC PIC 9(5) COMP.
        01 DIAS-ATRASO PIC 9(5) COMP.
        01 CANT-VENCIDOS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SVENC.
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELOAUTO-T07SVENC PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAINGRESO-T07SVENC PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SVENC PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
            OPEN INPUT T07PVENC.
            READ T07PVENC INTO DIAS-LIMITE AT END MOVE 0 TO DIAS-LIMITE.
            CLOSE T07PVENC.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SVENC FROM TITULO.
            WRITE REG-T07SVENC FROM LINEA.
            MOVE 0 TO NROORDEN-CLAVE-PPAL
            STOP RUN.
        EVALUAR-VENCIDO.
            IF ESTADO-PPAL = 'V' THEN
                MOVE FECHAINGRESO-PPAL TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                MOVE JULIANO-CALC TO JULIANO-ING
                COMPUTE DIAS-ATRASO = JULIANO-HOY - JULIANO-ING
                IF DIAS-ATRASO > DIAS-LIMITE THEN
                    PERFORM EMITIR-VENCIDO
            MOVE DIAS-ATRASO TO DIAS-T07SVENC.
            WRITE REG-T07SVENC FROM REGISTRO-T07SVENC.
            ADD 1 TO CANT-VENCIDOS.
        CALCULAR-JULIANO.
            MOVE FECHA-AAAA-CALC TO ANIO-CALC.
            MOVE FECHA-MM-CALC TO MES-CALC.
            IF MES-CALC < 3 THEN
                SUBTRACT 1 FROM ANIO-CALC
                ADD 12 TO MES-CALC.
            DIVIDE ANIO-CALC BY 4 GIVING BISIESTOS-CALC.
            DIVIDE ANIO-CALC BY 100 GIVING SIGLOS-CALC.
            DIVIDE ANIO-CALC BY 400 GIVING CUATROSIGLOS-CALC.
            COMPUTE DIASMES-CALC = MES-CALC * 153 - 457.
            DIVIDE DIASMES-CALC BY 5 GIVING DIASMES-CALC.
            COMPUTE JULIANO-CALC = ANIO-CALC * 365 + BISIESTOS-CALC
                - SIGLOS-CALC + CUATROSIGLOS-CALC
                + DIASMES-CALC + FECHA-DD-CALC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SVENC DD DSN=KC03BAB.CATALOGO.SALIDA(T07SVENC),DISP=SHR
