         03 FILLER PIC X(230).
        FD T07PESTA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PESTA PIC X(6).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 MES-TITULO PIC X(35) VALUE
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
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 JULIANO-ING PIC 9(7) COMP.
        01 JULIANO-EGR PIC 9(7) COMP.
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
        01 DIAS-TURNAROUND PIC 9(5) COMP.
        01 AAAAMM-EGRESO PIC 9(6).
        01 TABLA-PARTES.
         03 PARTE-OCU OCCURS 200 TIMES INDEXED BY IX-PARTE.
             05 ID-PARTE-TAB PIC 9(3).
            OPEN OUTPUT T07SESTA.
            OPEN INPUT PPAL.
            OPEN INPUT T07PESTA.
            READ T07PESTA INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PESTA.
            PERFORM LIMPIAR-SUBTOTAL-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
        EVALUAR-TICKET.
            IF ESTADO-PPAL = 'E' THEN
                PERFORM CALCULAR-TURNAROUND
                IF AAAAMM-EGRESO = AAAAMM-FILTRO THEN
                    PERFORM ACUMULAR-PARTE-ESTA
                END-IF
            END-IF.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        CALCULAR-TURNAROUND.
            MOVE FECHAINGRESO-PPAL TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-ING.
            MOVE FECHAEGRESO-PPAL TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-EGR.
            MOVE FECHAEGRESO-PPAL TO FECHA-DESGLOSE-EGR.
            COMPUTE DIAS-TURNAROUND = JULIANO-EGR - JULIANO-ING.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
        ACUMULAR-PARTE-ESTA.
            MOVE 0 TO PROMESA-OK.
            IF FECHAPROMETIDA-PPAL NUMERIC AND
            END-IF.
            MOVE PORCENTAJE-PROMESA TO PORCENTAJE-T07SEST.
            WRITE REG-T07SESTA FROM REGISTRO-T07SEST.
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
//GO.T07SESTA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SESTA),DISP=SHR
