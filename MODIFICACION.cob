        01 REG-T07PSUCU PIC 9(2).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EMODI.
         03 NROORDEN-T07EMODI PIC 9(7).
         03 DESCREPARACION-MODI-T07EMODI PIC X(30).
         03 MODELOAUTO-MODI-T07EMODI PIC X(30).
         03 PATENTE-MODI-T07EMODI PIC X(7).
         03 FECHAINGRESO-MODI-T07EMODI PIC 9(8).
         03 MANODEOBRA-MODI-T07EMODI PIC 9(7)V99.
         03 SUCURSAL-T07EMODI PIC 9(2).
        01 REGISTRO-T07SMODI.
         03 CAMPO-T07SMODI PIC X(1).
         03 RESULTADO-T07SMODI PIC X(15).
         03 OPERADOR-T07SMODI PIC X(8).
         03 FECHAPROC-T07SMODI PIC 9(8).
         03 HORAPROC-T07SMODI PIC 9(6).
         03 NROORDEN-T07SMODI PIC 9(7).
         03 SUCURSAL-T07SMODI PIC 9(2).
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
         03 ASEGURADORA-PPAL PIC 9(3).
         03 SINIESTRO-PPAL PIC X(12).
         03 NROPRESU-PPAL PIC 9(5).
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-CONTROL-PER PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 CHECKPOINT-T07CMODI PIC 9(7) VALUE 0.
        01 PROCESADOS-T07CMODI PIC 9(7) VALUE 0.
        01 REGISTRO-T07OPMAS.
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 SUCURSAL-ORDEN-OK PIC 9 VALUE 0.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM CARGAR-PERIODOS.
            PERFORM VALIDAR-OPERADOR.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            CANT-PERIODOS-TAB < 100 THEN
                ADD 1 TO CANT-PERIODOS-TAB
                MOVE AAAAMM-PERCT
                TO AAAAMM-CERRADO-TAB (CANT-PERIODOS-TAB).
        VERIFICAR-PERIODO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE FECHA-CONTROL-PER TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
        RECHAZAR-PERIODO.
            MOVE IDREPUESTO-T07EMODI TO IDREPUESTO-T07SMODI.
