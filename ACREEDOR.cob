         03 IDPROVEEDOR-CTAPR PIC 9(3).
         03 NROFACTURA-CTAPR PIC X(12).
         03 NROPEDIDO-CTAPR PIC 9(5).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 IMPORTE-CTAPR PIC 9(7)V99.
         03 PAGADO-CTAPR PIC 9(7)V99.
        01 EOF-T07CTAPR PIC 9 VALUE 0.
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
        01 SALDO-FACTURA PIC 9(7)V99 VALUE 0.
        01 TABLA-ACREEDORES.
        PROCEDURE DIVISION.
            OPEN INPUT T07CTAPR.
            OPEN OUTPUT T07SACRE.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SACRE FROM TITULO.
            WRITE REG-T07SACRE FROM LINEA.
            MOVE 0 TO IDPROVEEDOR-CLAVE-CTAPR.
        EVALUAR-SALDO.
            IF IMPORTE-CTAPR > PAGADO-CTAPR THEN
                COMPUTE SALDO-FACTURA = IMPORTE-CTAPR - PAGADO-CTAPR
                MOVE FECHAFACT-CTAPR TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                MOVE JULIANO-CALC TO JULIANO-FAC
                COMPUTE DIAS-DEUDA = JULIANO-HOY - JULIANO-FAC
                PERFORM ACUMULAR-ACREEDOR
            END-IF.
                + DEUDAMAS-TAB (IX-ACREEDOR).
            MOVE SALDO-PROVEEDOR TO SALDO-T07SACRE.
            WRITE REG-T07SACRE FROM REGISTRO-T07SACRE.
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
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
