         03 NROCUOTA-SUBTIT PIC X(6) VALUE 'CUOTA|'.
         03 IDCLIENTE-SUBTIT PIC X(6) VALUE 'IDCLI|'.
         03 TELEFONO-SUBTIT PIC X(9) VALUE 'TELEFONO|'.
         03 VENCE-SUBTIT PIC X(9) VALUE 'VENCE   |'.
         03 SALDO-SUBTIT PIC X(7) VALUE 'SALDO |'.
         03 DIAS-SUBTIT PIC X(5) VALUE 'DIAS|'.
         03 ESTADO-SUBTIT PIC X(8) VALUE 'ESTADO  '.
         03 NROORDEN-CUOTA PIC 9(7).
         03 NROCUOTA-CUOTA PIC 9(2).
         03 IDCLIENTE-CUOTA PIC 9(5).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 IMPORTE-CUOTA PIC 9(7)V99.
         03 PAGADO-CUOTA PIC 9(7)V99.
        01 REGISTRO-T07CLIEN.
         03 TELEFONO-CLIEN PIC X(12).
        01 EOF-T07CUOTA PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-VEN PIC 9(7) COMP.
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
        01 DIAS-VENCIDA PIC S9(5) COMP.
        01 SALDO-CUOTA PIC 9(7)V99 VALUE 0.
        01 REGISTRO-T07SCVEN.
         03 FILLER PIC X(1) VALUE '|'.
         03 TELEFONO-T07SCVEN PIC X(12).
         03 FILLER PIC X(1) VALUE '|'.
         03 VENCE-T07SCVEN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 SALDO-T07SCVEN PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
            OPEN INPUT T07CUOTA.
            OPEN INPUT T07CLIEN.
            OPEN OUTPUT T07SCVEN.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SCVEN FROM TITULO.
            WRITE REG-T07SCVEN FROM SUBTITULO.
            WRITE REG-T07SCVEN FROM LINEA.
            AT END MOVE 1 TO EOF-T07CUOTA.
        EMITIR-CUOTA.
            COMPUTE SALDO-CUOTA = IMPORTE-CUOTA - PAGADO-CUOTA.
            MOVE FECHAVENCE-CUOTA TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-VEN.
            COMPUTE DIAS-VENCIDA = JULIANO-HOY - JULIANO-VEN.
            PERFORM BUSCAR-TELEFONO.
            MOVE NROORDEN-CUOTA TO NROORDEN-T07SCVEN.
            END-READ.
            IF EXISTE-CLIEN = 1 THEN
                MOVE TELEFONO-CLIEN TO TELEFONO-T07SCVEN.
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
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
