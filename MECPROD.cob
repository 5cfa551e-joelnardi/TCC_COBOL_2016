        01 REG-T07MECAN PIC X(240).
        FD T07PMPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PMPRO PIC X(6).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
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
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 FECHA-DESGLOSE-HOR.
         03 FECHA-AAAA-HOR PIC 9(4).
         03 FECHA-MM-HOR PIC 9(2).
         03 FECHA-DD-HOR PIC 9(2).
        01 AAAAMM-PARTE PIC 9(6).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EXISTE-MECAN PIC 9 VALUE 0.
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
        01 TABLA-MECANICOS.
         03 MECANICO-OCU OCCURS 200 TIMES INDEXED BY IX-MECANICO.
             05 ID-MECANICO-TAB PIC 9(3).
            OPEN OUTPUT T07SMPRO.
            OPEN INPUT PPAL.
            OPEN INPUT T07PMPRO.
            READ T07PMPRO INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PMPRO.
            WRITE REG-T07SMPRO FROM TITULO.
            WRITE REG-T07SMPRO FROM SUBTITULO.
        EVALUAR-ORDEN.
            IF ESTADO-PPAL = 'E' THEN
                PERFORM CALCULAR-TURNAROUND
                IF AAAAMM-EGRESO = AAAAMM-FILTRO THEN
                    PERFORM ACUMULAR-MECANICO
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
        ACUMULAR-MECANICO.
            MOVE 0 TO ENCONTRO-MECANICO.
            PERFORM BUSCAR-MECANICO-TAB
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 THEN
                MOVE FECHA-HORAS TO FECHA-DESGLOSE-HOR
                COMPUTE AAAAMM-PARTE =
                    FECHA-AAAA-HOR * 100 + FECHA-MM-HOR
                IF AAAAMM-PARTE = AAAAMM-FILTRO THEN
                    PERFORM SUMAR-PARTE-TAB
                END-IF
            END-IF.
            IF EOF-T07MECAN = 0 AND
            IDMECANICO-MECAN = ID-MECANICO-TAB (IX-MECANICO) THEN
                MOVE 1 TO EXISTE-MECAN.
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
//GO.T07SMPRO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SMPRO),DISP=SHR
