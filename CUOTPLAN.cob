        01 REGISTRO-T07ECUOT.
         03 NROORDEN-T07ECUOT PIC 9(7).
         03 CANTCUOTAS-T07ECUOT PIC 9(2).
         03 FECHAPRIMERA-T07ECUOT PIC 9(8).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07CUOTA.
         03 NROORDEN-CUOTA PIC 9(7).
         03 NROCUOTA-CUOTA PIC 9(2).
         03 IDCLIENTE-CUOTA PIC 9(5).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 IMPORTE-CUOTA PIC 9(7)V99.
         03 PAGADO-CUOTA PIC 9(7)V99.
        01 REGISTRO-T07SCUOT.
        01 IMPORTE-CUOTA-CALC PIC 9(7)V99 VALUE 0.
        01 IMPORTE-ULTIMA PIC 9(7)V99 VALUE 0.
        01 IX-CUOTA PIC 9(2) VALUE 0.
        01 FECHA-VENCE-CALC PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 DIA-PRIMERA PIC 9(2) VALUE 0.
        01 DIAS-DEL-MES PIC 9(2) VALUE 0.
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 CONTADOR-T07SCUOT PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
            COMPUTE IMPORTE-ULTIMA = SALDO-ORDEN -
                IMPORTE-CUOTA-CALC * (CANTCUOTAS-T07ECUOT - 1).
            MOVE FECHAPRIMERA-T07ECUOT TO FECHA-VENCE-CALC.
            MOVE FECHA-VENCE-CALC TO FECHA-DESGLOSE.
            MOVE FECHA-DD TO DIA-PRIMERA.
            PERFORM GENERAR-CUOTA
            VARYING IX-CUOTA FROM 1 BY 1
            UNTIL IX-CUOTA > CANTCUOTAS-T07ECUOT.
            PERFORM SUMAR-MES.
        SUMAR-MES.
            MOVE FECHA-VENCE-CALC TO FECHA-DESGLOSE.
            ADD 1 TO FECHA-MM.
            IF FECHA-MM > 12 THEN
                MOVE 1 TO FECHA-MM
                ADD 1 TO FECHA-AAAA.
            PERFORM CALCULAR-DIAS-MES.
            IF DIA-PRIMERA > DIAS-DEL-MES THEN
                MOVE DIAS-DEL-MES TO FECHA-DD
            ELSE
                MOVE DIA-PRIMERA TO FECHA-DD
            END-IF.
            MOVE FECHA-DESGLOSE TO FECHA-VENCE-CALC.
        CALCULAR-DIAS-MES.
            MOVE 31 TO DIAS-DEL-MES.
            IF FECHA-MM = 4 OR FECHA-MM = 6 OR FECHA-MM = 9
                OR FECHA-MM = 11 THEN
                MOVE 30 TO DIAS-DEL-MES.
            IF FECHA-MM = 2 THEN
                MOVE 28 TO DIAS-DEL-MES
                DIVIDE FECHA-AAAA BY 4 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 29 TO DIAS-DEL-MES
                    DIVIDE FECHA-AAAA BY 100 GIVING RESTO-DIV
                    REMAINDER RESTO-MOD
                    IF RESTO-MOD = 0 THEN
                        MOVE 28 TO DIAS-DEL-MES
                        DIVIDE FECHA-AAAA BY 400 GIVING RESTO-DIV
                        REMAINDER RESTO-MOD
                        IF RESTO-MOD = 0 THEN
                            MOVE 29 TO DIAS-DEL-MES.
        VERIFICAR-PLAN.
            MOVE 0 TO TIENE-PLAN.
            MOVE NROORDEN-T07ECUOT TO NROORDEN-CLAVE-CUOTA.
