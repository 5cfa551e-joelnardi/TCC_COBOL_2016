         03 PEDIDA-SUBTIT PIC X(7) VALUE 'PEDIDA|'.
         03 RECIBIDA-SUBTIT PIC X(9) VALUE 'RECIBIDA|'.
         03 SALDO-SUBTIT PIC X(6) VALUE 'SALDO|'.
         03 FECHA-SUBTIT PIC X(9) VALUE 'FECHA   |'.
         03 DIAS-SUBTIT PIC X(4) VALUE 'DIAS'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 CANTPEDIDA-PEDID PIC 9(5).
         03 IDPROVEEDOR-PEDID PIC 9(3).
         03 COSTO-PEDID PIC 9(7)V99.
         03 FECHAPEDIDO-PEDID PIC 9(8).
         03 CANTRECIBIDA-PEDID PIC 9(5).
         03 ESTADO-PEDID PIC X(1).
         03 SUCURSAL-PEDID PIC 9(2).
        01 EOF-T07PEDID PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-PED PIC 9(7) COMP.
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
        01 DIAS-PENDIENTE PIC S9(5) COMP.
        01 SALDO-PEDIDO PIC S9(6) COMP VALUE 0.
        01 TOTAL30 PIC 9(5) COMP VALUE 0.
         03 FILLER PIC X(1) VALUE '|'.
         03 SALDO-T07SPPEN PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SPPEN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SPPEN PIC ZZZZ9.
        01 LINEA-TRAMOS.
        PROCEDURE DIVISION.
            OPEN INPUT T07PEDID.
            OPEN OUTPUT T07SPPEN.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SPPEN FROM TITULO.
            WRITE REG-T07SPPEN FROM SUBTITULO.
            WRITE REG-T07SPPEN FROM LINEA.
        EMITIR-PENDIENTE.
            COMPUTE SALDO-PEDIDO =
                CANTPEDIDA-PEDID - CANTRECIBIDA-PEDID.
            MOVE FECHAPEDIDO-PEDID TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-PED.
            COMPUTE DIAS-PENDIENTE = JULIANO-HOY - JULIANO-PED.
            MOVE NROPEDIDO-PEDID TO NROPEDIDO-T07SPPEN.
            MOVE IDREPUESTO-PEDID TO IDREPUESTO-T07SPPEN.
                    END-IF
                END-IF
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
//GO.T07PEDID DD DSN=KC03BAB.CATALOGO.SALIDA(T07PEDID),DISP=SHR
