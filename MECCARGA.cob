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
         03 GARANTIA-PPAL PIC X(1).
         03 ORDENORIGEN-PPAL PIC 9(7).
         03 SUCURSAL-PPAL PIC 9(2).
         03 FECHAPROMETIDA-PPAL PIC 9(8).
         03 PRECIOPACTADO-PPAL PIC 9(7)V99.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
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
        01 DIAS-EN-TALLER PIC S9(5) COMP.
        01 ORDENES-MECANICO PIC 9(3) VALUE 0.
        01 ENCABEZADO-MECANICO.
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-DET PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 PROMETIDA-DET PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-DET PIC ZZZZ9.
        01 CONTADOR-T07SMCAR PIC 9(5) COMP VALUE 0.
            OPEN INPUT T07MECAN.
            OPEN INPUT PPAL.
            OPEN OUTPUT T07SMCAR.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SMCAR FROM TITULO.
            WRITE REG-T07SMCAR FROM LINEA.
            READ T07MECAN INTO REGISTRO-T07MECAN
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND ESTADO-PPAL = 'V' AND
            MECANICO-PPAL = IDMECANICO-MECAN THEN
                MOVE FECHAINGRESO-PPAL TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                MOVE JULIANO-CALC TO JULIANO-ING
                COMPUTE DIAS-EN-TALLER = JULIANO-HOY - JULIANO-ING
                MOVE NROORDEN-PPAL TO NROORDEN-DET
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-DET
                MOVE DIAS-EN-TALLER TO DIAS-DET
                WRITE REG-T07SMCAR FROM DETALLE-CARGA
            END-IF.
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
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
