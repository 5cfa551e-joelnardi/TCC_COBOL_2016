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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-PRO PIC 9(7) COMP.
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
        01 DIAS-RESTAN PIC S9(5) COMP.
        01 TABLA-PROMESAS.
         03 PROMESA-OCU OCCURS 200 TIMES INDEXED BY IX-PROMESA.
             05 NROORDEN-TAB PIC 9(7).
             05 IDCLIENTE-TAB PIC 9(5).
             05 PATENTE-TAB PIC X(7).
             05 PROMETIDA-TAB PIC 9(8).
             05 DIAS-TAB PIC S9(5) COMP.
        01 CANT-PROMESAS-TAB PIC 9(5) COMP VALUE 0.
        01 POS-INSERCION PIC 9(5) COMP VALUE 0.
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SPRO PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 PROMETIDA-T07SPRO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SPRO PIC -(4)9.
        01 LINEA-SIN-PROMESA.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            OPEN OUTPUT T07SPROM.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SPROM FROM TITULO.
            WRITE REG-T07SPROM FROM SUBTITULO.
            WRITE REG-T07SPROM FROM LINEA.
            END-IF.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        CALCULAR-DIAS.
            MOVE FECHAPROMETIDA-PPAL TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-PRO.
            COMPUTE DIAS-RESTAN = JULIANO-PRO - JULIANO-HOY.
        AGREGAR-PROMESA.
            IF CANT-PROMESAS-TAB < 200 THEN
            MOVE PROMETIDA-TAB (IX-PROMESA) TO PROMETIDA-T07SPRO.
            MOVE DIAS-TAB (IX-PROMESA) TO DIAS-T07SPRO.
            WRITE REG-T07SPROM FROM REGISTRO-T07SPRO.
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
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
