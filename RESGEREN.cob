//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RESGEREN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07PGERE ASSIGN TO T07PGERE.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07RESGE ASSIGN TO T07RESGE.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07COBRO ASSIGN TO T07COBRO.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07MECAN ASSIGN TO T07MECAN.
            SELECT T07TURNO ASSIGN TO T07TURNO.
            SELECT T07SGERE ASSIGN TO T07SGERE.
        DATA DIVISION.
        FILE SECTION.
        FD T07PGERE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PGERE PIC X(9).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07RESGE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RESGE PIC X(130).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07COBRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07COBRO PIC X(40).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
        FD T07MECAN
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07MECAN PIC X(240).
        FD T07TURNO
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07TURNO PIC X(240).
        FD T07SGERE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SGERE PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(36) VALUE
             'RESUMEN GERENCIAL - PERIODO        |'.
         03 AAAAMM-TITULO PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 ORIGEN-TITULO PIC X(12) VALUE SPACES.
        01 SUBTITULO.
         03 INDICADOR-SUBTIT PIC X(31) VALUE
             'INDICADOR                     |'.
         03 ACTUAL-SUBTIT PIC X(14) VALUE 'MES ACTUAL   |'.
         03 ANTERIOR-SUBTIT PIC X(14) VALUE 'MES ANIO ANT.|'.
         03 VARIACION-SUBTIT PIC X(13) VALUE 'VARIACION    '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07PGERE.
         03 AAAAMM-PGERE PIC 9(6).
         03 HORASMES-PGERE PIC 9(3).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 REGISTRO-T07RESGE.
         03 AAAAMM-RESGE PIC 9(6).
         03 SUCURSAL-RESGE PIC 9(2).
         03 ABIERTAS-RESGE PIC 9(5).
         03 CERRADAS-RESGE PIC 9(5).
         03 DIAS-RESGE PIC 9(7).
         03 NETO-RESGE PIC S9(9)V99.
         03 IVA-RESGE PIC S9(9)V99.
         03 COBRADO-RESGE PIC 9(9)V99.
         03 DEUDA-RESGE PIC 9(9)V99.
         03 STOCK-RESGE PIC 9(9)V99.
         03 HORASFACT-RESGE PIC S9(7)V99.
         03 HORASDISP-RESGE PIC 9(7)V99.
         03 GARANTIAS-RESGE PIC 9(5).
         03 TURNOS-RESGE PIC 9(5).
         03 FALTAS-RESGE PIC 9(5).
         03 FECHAPROC-RESGE PIC 9(8).
         03 FILLER PIC X(9) VALUE SPACES.
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 IDREPUESTO-PPAL PIC 9(3).
         03 DESCREPUESTO-PPAL PIC X(30).
         03 IDCLIENTE-PPAL PIC 9(5).
         03 MODELOAUTO-PPAL PIC X(30).
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
         03 MECANICO-PPAL PIC 9(3).
         03 SITUACION-PPAL PIC X(1).
         03 GARANTIA-PPAL PIC X(1).
         03 ORDENORIGEN-PPAL PIC 9(7).
         03 SUCURSAL-PPAL PIC 9(2).
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
         03 IDCLIENTE-FACTU PIC 9(5).
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
         03 SUCFACT-FACTU PIC 9(2).
         03 NROFACT-FACTU PIC 9(8).
         03 TIPOFACT-FACTU PIC X(1).
         03 ASEGURADORA-FACTU PIC 9(3).
         03 SINIESTRO-FACTU PIC X(12).
         03 CAE-FACTU PIC 9(14).
         03 VTOCAE-FACTU PIC 9(8).
         03 ESTADOCAE-FACTU PIC X(1).
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 REGISTRO-T07COBRO.
         03 NROORDEN-COBRO PIC 9(7).
         03 FECHAPAGO-COBRO PIC 9(8).
         03 IMPORTE-COBRO PIC 9(7)V99.
         03 MEDIO-COBRO PIC X(1).
         03 CUENTA-COBRO PIC X(1).
         03 FECHAPROC-COBRO PIC 9(8).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
        01 REGISTRO-T07HORAS.
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07MECAN.
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 EOF-T07RESGE PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-BUSQUEDA PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07COBRO PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 EOF-T07STOCK PIC 9 VALUE 0.
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-T07TURNO PIC 9 VALUE 0.
        01 VALIDO-PARAMETRO PIC 9 VALUE 1.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 YA-GENERADO PIC 9 VALUE 0.
        01 HAY-ANTERIOR PIC 9 VALUE 0.
        01 SE-PRESENTO PIC 9 VALUE 0.
        01 ENCONTRO-MECSUC PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 AAAAMM-ANTERIOR PIC 9(6) VALUE 0.
        01 AAAAMM-FECHA PIC 9(6) VALUE 0.
        01 HORAS-MES PIC 9(3) VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 FECHA-GENERICA PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 ANIO-FILTRO PIC 9(4) VALUE 0.
        01 MES-FILTRO PIC 9(2) VALUE 0.
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
        01 JULIANO-ING PIC 9(7) COMP.
        01 JULIANO-EGR PIC 9(7) COMP.
        01 JULIANO-CORTE PIC 9(7) COMP.
        01 NROORDEN-ANTERIOR PIC 9(7) VALUE 0.
        01 ORDEN-BUSCADA PIC 9(7) VALUE 0.
        01 SUC-ORDEN PIC 9(3) COMP VALUE 1.
        01 INGRESO-EN-MES PIC 9 VALUE 0.
        01 TODAS-CERRADAS PIC 9 VALUE 0.
        01 GARANTIA-ORDEN PIC 9 VALUE 0.
        01 INGRESO-MINIMO PIC 9(8) VALUE 0.
        01 EGRESO-MAXIMO PIC 9(8) VALUE 0.
        01 FECHA-ULTIMA PIC 9(8) VALUE 0.
        01 SALDO-CUENTA PIC 9(7)V99 VALUE 0.
        01 TABLA-RESUMEN.
         03 SUCURSAL-OCU OCCURS 101 TIMES.
             05 PERIODO-OCU OCCURS 2 TIMES.
                 07 ACTIVA-TAB PIC 9.
                 07 ABIERTAS-TAB PIC 9(5) COMP.
                 07 CERRADAS-TAB PIC 9(5) COMP.
                 07 DIAS-TAB PIC 9(7) COMP.
                 07 NETO-TAB PIC S9(9)V99.
                 07 IVA-TAB PIC S9(9)V99.
                 07 COBRADO-TAB PIC 9(9)V99.
                 07 DEUDA-TAB PIC 9(9)V99.
                 07 STOCK-TAB PIC 9(9)V99.
                 07 HORASFACT-TAB PIC S9(7)V99.
                 07 HORASDISP-TAB PIC 9(7)V99.
                 07 GARANTIAS-TAB PIC 9(5) COMP.
                 07 TURNOS-TAB PIC 9(5) COMP.
                 07 FALTAS-TAB PIC 9(5) COMP.
                 07 INDICADOR-TAB PIC S9(9)V99 OCCURS 13 TIMES.
        01 IX-SUCURSAL PIC 9(3) COMP VALUE 0.
        01 IX-PERIODO PIC 9 COMP VALUE 0.
        01 IX-INDICADOR PIC 9(2) COMP VALUE 0.
        01 SUC-INDICE PIC 9(3) COMP VALUE 1.
        01 SUC-SUBT PIC 9(2).
        01 TABLA-MECSUC.
         03 MECSUC-OCU OCCURS 2000 TIMES INDEXED BY IX-MECSUC.
             05 IDMECANICO-MECSUC-TAB PIC 9(3).
             05 SUC-MECSUC-TAB PIC 9(3) COMP.
             05 HORAS-MECSUC-TAB PIC 9(7)V99.
        01 CANT-MECSUC-TAB PIC 9(5) COMP VALUE 0.
        01 SUC-MECANICO PIC 9(3) COMP VALUE 1.
        01 HORAS-MAYOR PIC 9(7)V99 VALUE 0.
        01 TABLA-DESCRIPCIONES.
         03 FILLER PIC X(31) VALUE
             'ORDENES ABIERTAS              C'.
         03 FILLER PIC X(31) VALUE
             'ORDENES CERRADAS              C'.
         03 FILLER PIC X(31) VALUE
             'DEMORA PROMEDIO (DIAS)        I'.
         03 FILLER PIC X(31) VALUE
             'FACTURADO NETO                I'.
         03 FILLER PIC X(31) VALUE
             'IVA FACTURADO                 I'.
         03 FILLER PIC X(31) VALUE
             'COBRANZAS                     I'.
         03 FILLER PIC X(31) VALUE
             'DEUDA A MAS DE 60 DIAS        I'.
         03 FILLER PIC X(31) VALUE
             'VALOR DEL STOCK               I'.
         03 FILLER PIC X(31) VALUE
             'HORAS MECANICO FACTURADAS     I'.
         03 FILLER PIC X(31) VALUE
             'HORAS MECANICO DISPONIBLES    I'.
         03 FILLER PIC X(31) VALUE
             'PCT HORAS FACT / DISPONIBLES  I'.
         03 FILLER PIC X(31) VALUE
             'PCT REPARACIONES EN GARANTIA  I'.
         03 FILLER PIC X(31) VALUE
             'PCT TURNOS AUSENTES           I'.
        01 DESCRIPCIONES-TAB REDEFINES TABLA-DESCRIPCIONES.
         03 DESCRIPCION-OCU OCCURS 13 TIMES.
             05 DESC-INDICADOR-TAB PIC X(30).
             05 TIPO-INDICADOR-TAB PIC X(1).
        01 VALOR-ACTUAL PIC S9(9)V99 VALUE 0.
        01 VALOR-ANTERIOR PIC S9(9)V99 VALUE 0.
        01 VALOR-VARIACION PIC S9(9)V99 VALUE 0.
        01 REGISTRO-T07SGERE.
         03 DESCRIPCION-GER PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 ACTUAL-GER PIC X(13).
         03 ACTUAL-IMP-GER REDEFINES ACTUAL-GER PIC -ZZZZZZZZ9.99.
         03 ACTUAL-CNT-GER REDEFINES ACTUAL-GER PIC -ZZZZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ANTERIOR-GER PIC X(13).
         03 ANTERIOR-IMP-GER REDEFINES ANTERIOR-GER
             PIC -ZZZZZZZZ9.99.
         03 ANTERIOR-CNT-GER REDEFINES ANTERIOR-GER
             PIC -ZZZZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 VARIACION-GER PIC X(13).
         03 VARIACION-IMP-GER REDEFINES VARIACION-GER
             PIC -ZZZZZZZZ9.99.
         03 VARIACION-CNT-GER REDEFINES VARIACION-GER
             PIC -ZZZZZZZZZZZ9.
        01 REGISTRO-T07SSUC.
         03 FILLER PIC X(9) VALUE 'SUCURSAL '.
         03 SUCURSAL-SUBT PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
        01 REGISTRO-T07SCONS.
         03 FILLER PIC X(12) VALUE 'CONSOLIDADO|'.
        01 REGISTRO-T07SERROR.
         03 AAAAMM-T07SERROR PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SERROR PIC X(20).
        01 CONTADOR-T07SGERE PIC 9(5) COMP VALUE 0.
        01 CANT-GRABADOS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN OUTPUT T07SGERE.
            OPEN INPUT T07PGERE.
            READ T07PGERE INTO REGISTRO-T07PGERE
            AT END MOVE ZEROS TO REGISTRO-T07PGERE.
            CLOSE T07PGERE.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            PERFORM VALIDAR-PARAMETRO.
            IF VALIDO-PARAMETRO = 1 THEN
                PERFORM VERIFICAR-CERRADO.
            MOVE AAAAMM-FILTRO TO AAAAMM-TITULO.
            IF VALIDO-PARAMETRO = 0 OR PERIODO-CERRADO = 0 THEN
                PERFORM INFORMAR-RECHAZO
                MOVE 8 TO RETURN-CODE
                CLOSE T07SGERE
                STOP RUN.
            PERFORM LIMPIAR-SUCURSAL
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 101.
            PERFORM CARGAR-RESUMENES.
            IF YA-GENERADO = 1 THEN
                MOVE 'REIMPRESION' TO ORIGEN-TITULO
            ELSE
                PERFORM CALCULAR-MES
                PERFORM GRABAR-RESUMENES
                MOVE 'GENERADO' TO ORIGEN-TITULO
            END-IF.
            PERFORM CONSOLIDAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > 2.
            PERFORM CALCULAR-INDICADORES-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 101.
            WRITE REG-T07SGERE FROM TITULO.
            WRITE REG-T07SGERE FROM SUBTITULO.
            WRITE REG-T07SGERE FROM LINEA.
            PERFORM EMITIR-SUCURSAL
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
            MOVE 101 TO IX-SUCURSAL.
            WRITE REG-T07SGERE FROM REGISTRO-T07SCONS.
            PERFORM EMITIR-INDICADOR
            VARYING IX-INDICADOR FROM 1 BY 1
            UNTIL IX-INDICADOR > 13.
            MOVE CONTADOR-T07SGERE TO CANTIDAD-TOTAL.
            WRITE REG-T07SGERE FROM REGISTRO-T07STOTAL.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            CLOSE T07SGERE.
            STOP RUN.
        VALIDAR-PARAMETRO.
            MOVE 1 TO VALIDO-PARAMETRO.
            IF AAAAMM-PGERE NOT NUMERIC THEN
                MOVE 0 TO VALIDO-PARAMETRO
                MOVE 0 TO AAAAMM-FILTRO
            ELSE
                MOVE AAAAMM-PGERE TO AAAAMM-FILTRO
                DIVIDE AAAAMM-FILTRO BY 100 GIVING ANIO-FILTRO
                REMAINDER MES-FILTRO
                IF MES-FILTRO < 1 OR MES-FILTRO > 12 OR
                ANIO-FILTRO < 1901 THEN
                    MOVE 0 TO VALIDO-PARAMETRO
                END-IF
            END-IF.
            IF VALIDO-PARAMETRO = 1 THEN
                COMPUTE AAAAMM-ANTERIOR = AAAAMM-FILTRO - 100.
            IF HORASMES-PGERE NUMERIC AND HORASMES-PGERE > 0 THEN
                MOVE HORASMES-PGERE TO HORAS-MES
            ELSE
                MOVE 160 TO HORAS-MES
            END-IF.
        VERIFICAR-CERRADO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1
            OR PERIODO-CERRADO = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            AAAAMM-PERCT = AAAAMM-FILTRO THEN
                MOVE 1 TO PERIODO-CERRADO.
        INFORMAR-RECHAZO.
            WRITE REG-T07SGERE FROM TITULO.
            WRITE REG-T07SGERE FROM LINEA.
            MOVE AAAAMM-FILTRO TO AAAAMM-T07SERROR.
            IF VALIDO-PARAMETRO = 0 THEN
                MOVE 'PARAMETRO INVALIDO' TO RESULTADO-T07SERROR
            ELSE
                MOVE 'PERIODO NO CERRADO' TO RESULTADO-T07SERROR
            END-IF.
            WRITE REG-T07SGERE FROM REGISTRO-T07SERROR.
            MOVE 0 TO CANTIDAD-TOTAL.
            WRITE REG-T07SGERE FROM REGISTRO-T07STOTAL.
        LIMPIAR-SUCURSAL.
            PERFORM LIMPIAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > 2.
        LIMPIAR-PERIODO.
            MOVE 0 TO ACTIVA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO ABIERTAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO CERRADAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO DIAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO NETO-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO IVA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO COBRADO-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO DEUDA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO STOCK-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO HORASFACT-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO HORASDISP-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO GARANTIAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO TURNOS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE 0 TO FALTAS-TAB (IX-SUCURSAL IX-PERIODO).
            PERFORM LIMPIAR-INDICADOR
            VARYING IX-INDICADOR FROM 1 BY 1
            UNTIL IX-INDICADOR > 13.
        LIMPIAR-INDICADOR.
            MOVE 0 TO
            INDICADOR-TAB (IX-SUCURSAL IX-PERIODO IX-INDICADOR).
        CARGAR-RESUMENES.
            MOVE 0 TO YA-GENERADO.
            MOVE 0 TO HAY-ANTERIOR.
            MOVE 0 TO EOF-T07RESGE.
            OPEN INPUT T07RESGE.
            PERFORM LEER-RESUMEN UNTIL EOF-T07RESGE = 1.
            CLOSE T07RESGE.
        LEER-RESUMEN.
            READ T07RESGE INTO REGISTRO-T07RESGE
            AT END MOVE 1 TO EOF-T07RESGE.
            IF EOF-T07RESGE = 0 AND
            AAAAMM-RESGE = AAAAMM-FILTRO THEN
                MOVE 1 TO YA-GENERADO
                MOVE 1 TO IX-PERIODO
                PERFORM CARGAR-LINEA-RESUMEN.
            IF EOF-T07RESGE = 0 AND
            AAAAMM-RESGE = AAAAMM-ANTERIOR THEN
                MOVE 1 TO HAY-ANTERIOR
                MOVE 2 TO IX-PERIODO
                PERFORM CARGAR-LINEA-RESUMEN.
        CARGAR-LINEA-RESUMEN.
            COMPUTE IX-SUCURSAL = SUCURSAL-RESGE + 1.
            MOVE 1 TO ACTIVA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE ABIERTAS-RESGE
            TO ABIERTAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE CERRADAS-RESGE
            TO CERRADAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE DIAS-RESGE TO DIAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE NETO-RESGE TO NETO-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE IVA-RESGE TO IVA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE COBRADO-RESGE TO COBRADO-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE DEUDA-RESGE TO DEUDA-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE STOCK-RESGE TO STOCK-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE HORASFACT-RESGE
            TO HORASFACT-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE HORASDISP-RESGE
            TO HORASDISP-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE GARANTIAS-RESGE
            TO GARANTIAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE TURNOS-RESGE TO TURNOS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE FALTAS-RESGE TO FALTAS-TAB (IX-SUCURSAL IX-PERIODO).
        CALCULAR-MES.
            PERFORM CALCULAR-CORTE.
            OPEN INPUT PPAL.
            PERFORM RECORRER-ORDENES.
            PERFORM RECORRER-FACTURAS.
            PERFORM RECORRER-COBRANZAS.
            PERFORM RECORRER-CUENTAS.
            PERFORM RECORRER-STOCK.
            PERFORM RECORRER-HORAS.
            PERFORM REPARTIR-MECANICOS.
            PERFORM RECORRER-TURNOS.
            CLOSE PPAL.
        CALCULAR-CORTE.
            IF MES-FILTRO = 12 THEN
                COMPUTE FECHA-AAAA-CALC = ANIO-FILTRO + 1
                MOVE 1 TO FECHA-MM-CALC
            ELSE
                MOVE ANIO-FILTRO TO FECHA-AAAA-CALC
                COMPUTE FECHA-MM-CALC = MES-FILTRO + 1
            END-IF.
            MOVE 1 TO FECHA-DD-CALC.
            PERFORM CALCULAR-JULIANO.
            COMPUTE JULIANO-CORTE = JULIANO-CALC - 1 - 60.
        OBTENER-AAAAMM.
            MOVE FECHA-GENERICA TO FECHA-DESGLOSE.
            COMPUTE AAAAMM-FECHA = FECHA-AAAA * 100 + FECHA-MM.
        RECORRER-ORDENES.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-ANTERIOR.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-LINEA-ORDEN UNTIL EOF-PPAL = 1.
            IF NROORDEN-ANTERIOR > 0 THEN
                PERFORM CERRAR-ORDEN.
        EVALUAR-LINEA-ORDEN.
            IF NROORDEN-PPAL NOT = NROORDEN-ANTERIOR THEN
                IF NROORDEN-ANTERIOR > 0 THEN
                    PERFORM CERRAR-ORDEN
                END-IF
                PERFORM INICIAR-ORDEN
            END-IF.
            PERFORM ACUMULAR-LINEA-ORDEN.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        INICIAR-ORDEN.
            MOVE NROORDEN-PPAL TO NROORDEN-ANTERIOR.
            IF SUCURSAL-PPAL NUMERIC THEN
                COMPUTE SUC-ORDEN = SUCURSAL-PPAL + 1
            ELSE
                MOVE 1 TO SUC-ORDEN
            END-IF.
            MOVE 0 TO INGRESO-EN-MES.
            MOVE 1 TO TODAS-CERRADAS.
            MOVE 0 TO GARANTIA-ORDEN.
            MOVE FECHAINGRESO-PPAL TO INGRESO-MINIMO.
            MOVE 0 TO EGRESO-MAXIMO.
        ACUMULAR-LINEA-ORDEN.
            MOVE FECHAINGRESO-PPAL TO FECHA-GENERICA.
            PERFORM OBTENER-AAAAMM.
            IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                MOVE 1 TO INGRESO-EN-MES.
            IF FECHAINGRESO-PPAL < INGRESO-MINIMO THEN
                MOVE FECHAINGRESO-PPAL TO INGRESO-MINIMO.
            IF ESTADO-PPAL = 'E' THEN
                IF FECHAEGRESO-PPAL > EGRESO-MAXIMO THEN
                    MOVE FECHAEGRESO-PPAL TO EGRESO-MAXIMO
                END-IF
            ELSE
                MOVE 0 TO TODAS-CERRADAS
            END-IF.
            IF GARANTIA-PPAL = 'G' THEN
                MOVE 1 TO GARANTIA-ORDEN.
        CERRAR-ORDEN.
            IF INGRESO-EN-MES = 1 THEN
                MOVE 1 TO ACTIVA-TAB (SUC-ORDEN 1)
                ADD 1 TO ABIERTAS-TAB (SUC-ORDEN 1).
            IF TODAS-CERRADAS = 1 AND EGRESO-MAXIMO > 0 THEN
                MOVE EGRESO-MAXIMO TO FECHA-GENERICA
                PERFORM OBTENER-AAAAMM
                IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                    PERFORM CONTAR-CIERRE
                END-IF
            END-IF.
        CONTAR-CIERRE.
            MOVE 1 TO ACTIVA-TAB (SUC-ORDEN 1).
            ADD 1 TO CERRADAS-TAB (SUC-ORDEN 1).
            MOVE INGRESO-MINIMO TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-ING.
            MOVE EGRESO-MAXIMO TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-EGR.
            IF JULIANO-EGR > JULIANO-ING THEN
                COMPUTE DIAS-TAB (SUC-ORDEN 1) =
                    DIAS-TAB (SUC-ORDEN 1) + JULIANO-EGR - JULIANO-ING.
            IF GARANTIA-ORDEN = 1 THEN
                ADD 1 TO GARANTIAS-TAB (SUC-ORDEN 1).
        RECORRER-FACTURAS.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            PERFORM ACUMULAR-FACTURA UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        ACUMULAR-FACTURA.
            MOVE FECHAEGRESO-FACTU TO FECHA-GENERICA.
            PERFORM OBTENER-AAAAMM.
            IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                PERFORM SUMAR-FACTURA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
        SUMAR-FACTURA.
            IF SUCFACT-FACTU NUMERIC THEN
                COMPUTE SUC-INDICE = SUCFACT-FACTU + 1
            ELSE
                MOVE 1 TO SUC-INDICE
            END-IF.
            IF HORAS-FACTU NOT NUMERIC THEN
                MOVE 0 TO HORAS-FACTU.
            MOVE 1 TO ACTIVA-TAB (SUC-INDICE 1).
            IF TIPODOC-FACTU = 'C' THEN
                SUBTRACT NETO-FACTU FROM NETO-TAB (SUC-INDICE 1)
                SUBTRACT IVA-FACTU FROM IVA-TAB (SUC-INDICE 1)
                SUBTRACT HORAS-FACTU FROM HORASFACT-TAB (SUC-INDICE 1)
            ELSE
                ADD NETO-FACTU TO NETO-TAB (SUC-INDICE 1)
                ADD IVA-FACTU TO IVA-TAB (SUC-INDICE 1)
                ADD HORAS-FACTU TO HORASFACT-TAB (SUC-INDICE 1)
            END-IF.
        RECORRER-COBRANZAS.
            MOVE 0 TO EOF-T07COBRO.
            OPEN INPUT T07COBRO.
            READ T07COBRO INTO REGISTRO-T07COBRO
            AT END MOVE 1 TO EOF-T07COBRO.
            PERFORM ACUMULAR-COBRANZA UNTIL EOF-T07COBRO = 1.
            CLOSE T07COBRO.
        ACUMULAR-COBRANZA.
            MOVE FECHAPAGO-COBRO TO FECHA-GENERICA.
            PERFORM OBTENER-AAAAMM.
            IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                MOVE NROORDEN-COBRO TO ORDEN-BUSCADA
                PERFORM BUSCAR-SUCURSAL-ORDEN
                MOVE 1 TO ACTIVA-TAB (SUC-INDICE 1)
                ADD IMPORTE-COBRO TO COBRADO-TAB (SUC-INDICE 1).
            READ T07COBRO INTO REGISTRO-T07COBRO
            AT END MOVE 1 TO EOF-T07COBRO.
        BUSCAR-SUCURSAL-ORDEN.
            MOVE 1 TO SUC-INDICE.
            MOVE 0 TO EOF-BUSQUEDA.
            MOVE ORDEN-BUSCADA TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-BUSQUEDA.
            IF EOF-BUSQUEDA = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-BUSQUEDA.
            IF EOF-BUSQUEDA = 0 AND
            NROORDEN-PPAL = ORDEN-BUSCADA AND
            SUCURSAL-PPAL NUMERIC THEN
                COMPUTE SUC-INDICE = SUCURSAL-PPAL + 1.
        RECORRER-CUENTAS.
            MOVE 0 TO EOF-T07CTACT.
            OPEN INPUT T07CTACT.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
            START T07CTACT KEY IS NOT LESS THAN NROORDEN-CLAVE-CTACT
                INVALID KEY MOVE 1 TO EOF-T07CTACT.
            IF EOF-T07CTACT = 0 THEN
                READ T07CTACT NEXT INTO REGISTRO-T07CTACT
                AT END MOVE 1 TO EOF-T07CTACT.
            PERFORM EVALUAR-CUENTA UNTIL EOF-T07CTACT = 1.
            CLOSE T07CTACT.
        EVALUAR-CUENTA.
            IF IMPORTE-CTACT > PAGADO-CTACT AND
            FECHAFACT-CTACT NUMERIC AND FECHAFACT-CTACT > 0 THEN
                MOVE FECHAFACT-CTACT TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                IF JULIANO-CALC < JULIANO-CORTE THEN
                    PERFORM SUMAR-DEUDA
                END-IF
            END-IF.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
        SUMAR-DEUDA.
            COMPUTE SALDO-CUENTA = IMPORTE-CTACT - PAGADO-CTACT.
            MOVE NROORDEN-CTACT TO ORDEN-BUSCADA.
            PERFORM BUSCAR-SUCURSAL-ORDEN.
            MOVE 1 TO ACTIVA-TAB (SUC-INDICE 1).
            ADD SALDO-CUENTA TO DEUDA-TAB (SUC-INDICE 1).
        RECORRER-STOCK.
            MOVE 0 TO EOF-T07STOCK.
            OPEN INPUT T07STOCK.
            MOVE 0 TO SUCURSAL-CLAVE-STOCK.
            MOVE 0 TO IDREPUESTO-CLAVE-STOCK.
            START T07STOCK KEY IS NOT LESS THAN CLAVE-STOCK
                INVALID KEY MOVE 1 TO EOF-T07STOCK.
            IF EOF-T07STOCK = 0 THEN
                READ T07STOCK NEXT INTO REGISTRO-T07STOCK
                AT END MOVE 1 TO EOF-T07STOCK.
            PERFORM ACUMULAR-STOCK UNTIL EOF-T07STOCK = 1.
            CLOSE T07STOCK.
        ACUMULAR-STOCK.
            IF CANTIDAD-STOCK > 0 THEN
                COMPUTE SUC-INDICE = SUCURSAL-STOCK + 1
                MOVE 1 TO ACTIVA-TAB (SUC-INDICE 1)
                COMPUTE STOCK-TAB (SUC-INDICE 1) =
                    STOCK-TAB (SUC-INDICE 1) +
                    CANTIDAD-STOCK * COSTOPROM-STOCK.
            READ T07STOCK NEXT INTO REGISTRO-T07STOCK
            AT END MOVE 1 TO EOF-T07STOCK.
        RECORRER-HORAS.
            MOVE 0 TO CANT-MECSUC-TAB.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            PERFORM ACUMULAR-HORAS UNTIL EOF-T07HORAS = 1.
            CLOSE T07HORAS.
        ACUMULAR-HORAS.
            MOVE FECHA-HORAS TO FECHA-GENERICA.
            PERFORM OBTENER-AAAAMM.
            IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                MOVE NROORDEN-HORAS TO ORDEN-BUSCADA
                PERFORM BUSCAR-SUCURSAL-ORDEN
                PERFORM ACUMULAR-MECSUC.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
        ACUMULAR-MECSUC.
            MOVE 0 TO ENCONTRO-MECSUC.
            PERFORM BUSCAR-MECSUC-TAB VARYING IX-MECSUC FROM 1 BY 1
            UNTIL IX-MECSUC > CANT-MECSUC-TAB OR ENCONTRO-MECSUC = 1.
            IF ENCONTRO-MECSUC = 0 THEN
                IF CANT-MECSUC-TAB < 2000 THEN
                    ADD 1 TO CANT-MECSUC-TAB
                    MOVE IDMECANICO-HORAS
                    TO IDMECANICO-MECSUC-TAB (CANT-MECSUC-TAB)
                    MOVE SUC-INDICE TO SUC-MECSUC-TAB (CANT-MECSUC-TAB)
                    MOVE HORAS-HORAS
                    TO HORAS-MECSUC-TAB (CANT-MECSUC-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-MECSUC-TAB.
            IF IDMECANICO-MECSUC-TAB (IX-MECSUC) = IDMECANICO-HORAS AND
            SUC-MECSUC-TAB (IX-MECSUC) = SUC-INDICE THEN
                ADD HORAS-HORAS TO HORAS-MECSUC-TAB (IX-MECSUC)
                MOVE 1 TO ENCONTRO-MECSUC.
        REPARTIR-MECANICOS.
            MOVE 0 TO EOF-T07MECAN.
            OPEN INPUT T07MECAN.
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
            PERFORM ASIGNAR-MECANICO UNTIL EOF-T07MECAN = 1.
            CLOSE T07MECAN.
        ASIGNAR-MECANICO.
            MOVE 1 TO SUC-MECANICO.
            MOVE 0 TO HORAS-MAYOR.
            PERFORM ELEGIR-SUCURSAL-MEC VARYING IX-MECSUC FROM 1 BY 1
            UNTIL IX-MECSUC > CANT-MECSUC-TAB.
            MOVE 1 TO ACTIVA-TAB (SUC-MECANICO 1).
            ADD HORAS-MES TO HORASDISP-TAB (SUC-MECANICO 1).
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
        ELEGIR-SUCURSAL-MEC.
            IF IDMECANICO-MECSUC-TAB (IX-MECSUC) = IDMECANICO-MECAN AND
            HORAS-MECSUC-TAB (IX-MECSUC) > HORAS-MAYOR THEN
                MOVE HORAS-MECSUC-TAB (IX-MECSUC) TO HORAS-MAYOR
                MOVE SUC-MECSUC-TAB (IX-MECSUC) TO SUC-MECANICO.
        RECORRER-TURNOS.
            MOVE 0 TO EOF-T07TURNO.
            OPEN INPUT T07TURNO.
            READ T07TURNO INTO REGISTRO-T07TURNO
            AT END MOVE 1 TO EOF-T07TURNO.
            PERFORM CONTROLAR-TURNO UNTIL EOF-T07TURNO = 1.
            CLOSE T07TURNO.
        CONTROLAR-TURNO.
            MOVE FECHA-TURNO TO FECHA-GENERICA.
            PERFORM OBTENER-AAAAMM.
            IF AAAAMM-FECHA = AAAAMM-FILTRO THEN
                PERFORM BUSCAR-INGRESO
                MOVE 1 TO ACTIVA-TAB (SUC-INDICE 1)
                ADD 1 TO TURNOS-TAB (SUC-INDICE 1)
                IF SE-PRESENTO = 0 THEN
                    ADD 1 TO FALTAS-TAB (SUC-INDICE 1)
                END-IF
            END-IF.
            READ T07TURNO INTO REGISTRO-T07TURNO
            AT END MOVE 1 TO EOF-T07TURNO.
        BUSCAR-INGRESO.
            MOVE 0 TO SE-PRESENTO.
            MOVE 1 TO SUC-INDICE.
            MOVE 0 TO FECHA-ULTIMA.
            MOVE 0 TO EOF-BUSQUEDA.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-BUSQUEDA.
            PERFORM COMPARAR-INGRESO UNTIL EOF-BUSQUEDA = 1
            OR SE-PRESENTO = 1.
        COMPARAR-INGRESO.
            READ PPAL NEXT INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-BUSQUEDA.
            IF EOF-BUSQUEDA = 0 AND
            IDCLIENTE-PPAL = IDCLIENTE-TURNO AND
            FECHAINGRESO-PPAL NOT > FECHA-TURNO AND
            FECHAINGRESO-PPAL NOT < FECHA-ULTIMA THEN
                MOVE FECHAINGRESO-PPAL TO FECHA-ULTIMA
                IF SUCURSAL-PPAL NUMERIC THEN
                    COMPUTE SUC-INDICE = SUCURSAL-PPAL + 1
                END-IF
                IF FECHAINGRESO-PPAL = FECHA-TURNO THEN
                    MOVE 1 TO SE-PRESENTO
                END-IF
            END-IF.
        GRABAR-RESUMENES.
            MOVE 0 TO CANT-GRABADOS.
            OPEN EXTEND T07RESGE.
            PERFORM GRABAR-RESUMEN-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
            IF CANT-GRABADOS = 0 THEN
                MOVE 1 TO IX-SUCURSAL
                MOVE 1 TO ACTIVA-TAB (1 1)
                PERFORM GRABAR-RESUMEN-SUC.
            CLOSE T07RESGE.
        GRABAR-RESUMEN-SUC.
            IF ACTIVA-TAB (IX-SUCURSAL 1) = 1 THEN
                MOVE AAAAMM-FILTRO TO AAAAMM-RESGE
                COMPUTE SUCURSAL-RESGE = IX-SUCURSAL - 1
                MOVE ABIERTAS-TAB (IX-SUCURSAL 1) TO ABIERTAS-RESGE
                MOVE CERRADAS-TAB (IX-SUCURSAL 1) TO CERRADAS-RESGE
                MOVE DIAS-TAB (IX-SUCURSAL 1) TO DIAS-RESGE
                MOVE NETO-TAB (IX-SUCURSAL 1) TO NETO-RESGE
                MOVE IVA-TAB (IX-SUCURSAL 1) TO IVA-RESGE
                MOVE COBRADO-TAB (IX-SUCURSAL 1) TO COBRADO-RESGE
                MOVE DEUDA-TAB (IX-SUCURSAL 1) TO DEUDA-RESGE
                MOVE STOCK-TAB (IX-SUCURSAL 1) TO STOCK-RESGE
                MOVE HORASFACT-TAB (IX-SUCURSAL 1) TO HORASFACT-RESGE
                MOVE HORASDISP-TAB (IX-SUCURSAL 1) TO HORASDISP-RESGE
                MOVE GARANTIAS-TAB (IX-SUCURSAL 1) TO GARANTIAS-RESGE
                MOVE TURNOS-TAB (IX-SUCURSAL 1) TO TURNOS-RESGE
                MOVE FALTAS-TAB (IX-SUCURSAL 1) TO FALTAS-RESGE
                MOVE FECHAPROC-RUN TO FECHAPROC-RESGE
                WRITE REG-T07RESGE FROM REGISTRO-T07RESGE
                ADD 1 TO CANT-GRABADOS.
        CONSOLIDAR-PERIODO.
            MOVE 1 TO ACTIVA-TAB (101 IX-PERIODO).
            PERFORM SUMAR-SUCURSAL
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
        SUMAR-SUCURSAL.
            ADD ABIERTAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO ABIERTAS-TAB (101 IX-PERIODO).
            ADD CERRADAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO CERRADAS-TAB (101 IX-PERIODO).
            ADD DIAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO DIAS-TAB (101 IX-PERIODO).
            ADD NETO-TAB (IX-SUCURSAL IX-PERIODO)
            TO NETO-TAB (101 IX-PERIODO).
            ADD IVA-TAB (IX-SUCURSAL IX-PERIODO)
            TO IVA-TAB (101 IX-PERIODO).
            ADD COBRADO-TAB (IX-SUCURSAL IX-PERIODO)
            TO COBRADO-TAB (101 IX-PERIODO).
            ADD DEUDA-TAB (IX-SUCURSAL IX-PERIODO)
            TO DEUDA-TAB (101 IX-PERIODO).
            ADD STOCK-TAB (IX-SUCURSAL IX-PERIODO)
            TO STOCK-TAB (101 IX-PERIODO).
            ADD HORASFACT-TAB (IX-SUCURSAL IX-PERIODO)
            TO HORASFACT-TAB (101 IX-PERIODO).
            ADD HORASDISP-TAB (IX-SUCURSAL IX-PERIODO)
            TO HORASDISP-TAB (101 IX-PERIODO).
            ADD GARANTIAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO GARANTIAS-TAB (101 IX-PERIODO).
            ADD TURNOS-TAB (IX-SUCURSAL IX-PERIODO)
            TO TURNOS-TAB (101 IX-PERIODO).
            ADD FALTAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO FALTAS-TAB (101 IX-PERIODO).
        CALCULAR-INDICADORES-SUC.
            PERFORM CALCULAR-INDICADORES
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > 2.
        CALCULAR-INDICADORES.
            MOVE ABIERTAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 1).
            MOVE CERRADAS-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 2).
            IF CERRADAS-TAB (IX-SUCURSAL IX-PERIODO) > 0 THEN
                COMPUTE INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 3)
                ROUNDED = DIAS-TAB (IX-SUCURSAL IX-PERIODO)
                / CERRADAS-TAB (IX-SUCURSAL IX-PERIODO)
                COMPUTE INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 12)
                ROUNDED = GARANTIAS-TAB (IX-SUCURSAL IX-PERIODO)
                * 100 / CERRADAS-TAB (IX-SUCURSAL IX-PERIODO).
            MOVE NETO-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 4).
            MOVE IVA-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 5).
            MOVE COBRADO-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 6).
            MOVE DEUDA-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 7).
            MOVE STOCK-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 8).
            MOVE HORASFACT-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 9).
            MOVE HORASDISP-TAB (IX-SUCURSAL IX-PERIODO)
            TO INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 10).
            IF HORASDISP-TAB (IX-SUCURSAL IX-PERIODO) > 0 THEN
                COMPUTE INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 11)
                ROUNDED = HORASFACT-TAB (IX-SUCURSAL IX-PERIODO)
                * 100 / HORASDISP-TAB (IX-SUCURSAL IX-PERIODO).
            IF TURNOS-TAB (IX-SUCURSAL IX-PERIODO) > 0 THEN
                COMPUTE INDICADOR-TAB (IX-SUCURSAL IX-PERIODO 13)
                ROUNDED = FALTAS-TAB (IX-SUCURSAL IX-PERIODO)
                * 100 / TURNOS-TAB (IX-SUCURSAL IX-PERIODO).
        EMITIR-SUCURSAL.
            IF ACTIVA-TAB (IX-SUCURSAL 1) = 1 OR
            ACTIVA-TAB (IX-SUCURSAL 2) = 1 THEN
                COMPUTE SUC-SUBT = IX-SUCURSAL - 1
                MOVE SUC-SUBT TO SUCURSAL-SUBT
                WRITE REG-T07SGERE FROM REGISTRO-T07SSUC
                PERFORM EMITIR-INDICADOR
                VARYING IX-INDICADOR FROM 1 BY 1
                UNTIL IX-INDICADOR > 13
                ADD 1 TO CONTADOR-T07SGERE.
        EMITIR-INDICADOR.
            MOVE DESC-INDICADOR-TAB (IX-INDICADOR) TO DESCRIPCION-GER.
            MOVE INDICADOR-TAB (IX-SUCURSAL 1 IX-INDICADOR)
            TO VALOR-ACTUAL.
            MOVE INDICADOR-TAB (IX-SUCURSAL 2 IX-INDICADOR)
            TO VALOR-ANTERIOR.
            COMPUTE VALOR-VARIACION = VALOR-ACTUAL - VALOR-ANTERIOR.
            IF TIPO-INDICADOR-TAB (IX-INDICADOR) = 'C' THEN
                MOVE VALOR-ACTUAL TO ACTUAL-CNT-GER
                MOVE VALOR-ANTERIOR TO ANTERIOR-CNT-GER
                MOVE VALOR-VARIACION TO VARIACION-CNT-GER
            ELSE
                MOVE VALOR-ACTUAL TO ACTUAL-IMP-GER
                MOVE VALOR-ANTERIOR TO ANTERIOR-IMP-GER
                MOVE VALOR-VARIACION TO VARIACION-IMP-GER
            END-IF.
            IF HAY-ANTERIOR = 0 THEN
                MOVE 'S/D' TO ANTERIOR-GER
                MOVE 'S/D' TO VARIACION-GER.
            WRITE REG-T07SGERE FROM REGISTRO-T07SGERE.
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
//GO.T07PGERE DD DSN=KC03BAB.CATALOGO.PARM(T07PGERE),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07RESGE DD DSN=KC03BAB.CATALOGO.RESGER,DISP=MOD
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07COBRO DD DSN=KC03BAB.CATALOGO.COBRO,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07TURNO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07TURNO),DISP=SHR
//GO.T07SGERE DD DSN=KC03BAB.CATALOGO.SALIDA(T07SGERE),DISP=SHR
