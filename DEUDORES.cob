        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-FAC PIC 9(7) COMP.
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
        01 DIAS-DEUDA PIC S9(5) COMP.
        01 SALDO-ORDEN PIC 9(7)V99 VALUE 0.
        01 TABLA-DEUDORES.
        PROCEDURE DIVISION.
            OPEN INPUT T07CTACT.
            OPEN OUTPUT T07SDEUD.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SDEUD FROM TITULO.
            WRITE REG-T07SDEUD FROM LINEA.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
        EVALUAR-SALDO.
            IF IMPORTE-CTACT > PAGADO-CTACT THEN
                COMPUTE SALDO-ORDEN = IMPORTE-CTACT - PAGADO-CTACT
                MOVE FECHAFACT-CTACT TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                MOVE JULIANO-CALC TO JULIANO-FAC
                COMPUTE DIAS-DEUDA = JULIANO-HOY - JULIANO-FAC
                PERFORM ACUMULAR-DEUDOR
            END-IF.
                + DEUDAMAS-TAB (IX-DEUDOR).
            MOVE SALDO-CLIENTE TO SALDO-T07SDEUD.
            WRITE REG-T07SDEUD FROM REGISTRO-T07SDEUD.
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
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
