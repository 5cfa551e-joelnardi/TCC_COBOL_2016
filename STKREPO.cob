//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKREPO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07LISPR ASSIGN TO T07LISPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-LISPR.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07PREPO ASSIGN TO T07PREPO.
            SELECT T07SREPO ASSIGN TO T07SREPO.
            SELECT T07QREPO ASSIGN TO T07QREPO.
        DATA DIVISION.
        FILE SECTION.
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07LISPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07LISPR.
         03 CLAVE-LISPR.
             05 IDREPUESTO-CLAVE-LISPR PIC 9(3).
             05 IDPROVEEDOR-CLAVE-LISPR PIC 9(3).
         03 FILLER PIC X(74).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07PREPO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREPO PIC X(10).
        FD T07SREPO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SREPO PIC X(126).
        FD T07QREPO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07QREPO PIC X(80).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'PUNTOS DE REPOSICION - CONSUMO DE|'.
         03 MESES-TITULO PIC Z9.
         03 FILLER PIC X(14) VALUE ' MESES DESDE |'.
         03 DESDE-TITULO PIC 9(8).
         03 FILLER PIC X(14) VALUE '|DIAS SEGUR. |'.
         03 DIASSEG-TITULO PIC ZZ9.
        01 SUBTITULO.
         03 SUCURSAL-SUBTIT PIC X(4) VALUE 'SUC|'.
         03 IDREPUESTO-SUBTIT PIC X(6) VALUE 'IDREP|'.
         03 CLASEACT-SUBTIT PIC X(5) VALUE 'ABCA|'.
         03 CLASEPROP-SUBTIT PIC X(5) VALUE 'ABCP|'.
         03 CONSUMO-SUBTIT PIC X(8) VALUE 'CONSUMO|'.
         03 VALORUSO-SUBTIT PIC X(13) VALUE 'VALOR USO   |'.
         03 DEMORA-SUBTIT PIC X(7) VALUE 'DEMORA|'.
         03 CANTIDAD-SUBTIT PIC X(6) VALUE 'STOCK|'.
         03 MINACT-SUBTIT PIC X(7) VALUE 'MINACT|'.
         03 MINPROP-SUBTIT PIC X(7) VALUE 'MINPRO|'.
         03 REPACT-SUBTIT PIC X(7) VALUE 'REPACT|'.
         03 REPPROP-SUBTIT PIC X(7) VALUE 'REPPRO|'.
         03 OBSERV-SUBTIT PIC X(11) VALUE 'OBSERVACION'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 TITULO-INMOVIL.
         03 FILLER PIC X(40) VALUE
             'STOCK INMOVILIZADO - SIN SALIDAS DESDE |'.
         03 INMOVIL-TITULO PIC 9(8).
        01 SUBTITULO-INMOVIL.
         03 SUCURSAL-SUBINM PIC X(4) VALUE 'SUC|'.
         03 IDREPUESTO-SUBINM PIC X(6) VALUE 'IDREP|'.
         03 DESCREPUESTO-SUBINM PIC X(31) VALUE
             'DESCREPUESTO                  |'.
         03 CANTIDAD-SUBINM PIC X(6) VALUE 'STOCK|'.
         03 COSTOPROM-SUBINM PIC X(11) VALUE 'COSTO PROM|'.
         03 VALOR-SUBINM PIC X(14) VALUE 'VALOR        |'.
         03 ULTSALIDA-SUBINM PIC X(10) VALUE 'ULT SALIDA'.
        01 PARAMETROS-PREPO.
         03 MESES-PREPO PIC 9(2).
         03 MESESINM-PREPO PIC 9(2).
         03 DIASSEG-PREPO PIC 9(3).
         03 DEMORADEF-PREPO PIC 9(3).
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07KARDX.
         03 IDREPUESTO-KARDX PIC 9(3).
         03 FECHAPROC-KARDX PIC 9(8).
         03 HORAPROC-KARDX PIC 9(6).
         03 CANTIDAD-KARDX PIC 9(5).
         03 SIGNO-KARDX PIC X(1).
         03 PROGRAMA-KARDX PIC X(8).
         03 REFERENCIA-KARDX PIC 9(7).
         03 OPERADOR-KARDX PIC X(8).
         03 SUCURSAL-KARDX PIC 9(2).
         03 VALOR-KARDX PIC 9(9)V99.
        01 REGISTRO-T07LISPR.
         03 IDREPUESTO-LISPR PIC 9(3).
         03 IDPROVEEDOR-LISPR PIC 9(3).
         03 CODIGOPROV-LISPR PIC X(15).
         03 COSTO-LISPR PIC 9(7)V99.
         03 DEMORA-LISPR PIC 9(3).
         03 CANTMINIMA-LISPR PIC 9(5).
         03 PREFERIDO-LISPR PIC X(1).
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
        01 REGISTRO-T07SREPO.
         03 SUCURSAL-T07SREPO PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SREPO PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 CLASEACT-T07SREPO PIC X(1).
         03 FILLER PIC X(4) VALUE '   |'.
         03 CLASEPROP-T07SREPO PIC X(1).
         03 FILLER PIC X(4) VALUE '   |'.
         03 CONSUMO-T07SREPO PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 VALORUSO-T07SREPO PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DEMORA-T07SREPO PIC ZZ9.
         03 FILLER PIC X(4) VALUE '   |'.
         03 CANTIDAD-T07SREPO PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 MINACT-T07SREPO PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 MINPROP-T07SREPO PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 REPACT-T07SREPO PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 REPPROP-T07SREPO PIC ZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 OBSERV-T07SREPO PIC X(12).
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(14) VALUE 'TOTAL SUCURSAL'.
         03 FILLER PIC X(1) VALUE ' '.
         03 SUCURSAL-T07SSUBT PIC 9(2).
         03 FILLER PIC X(11) VALUE '|VALOR USO|'.
         03 VALOR-T07SSUBT PIC ZZZZZZZZZZZ9.99.
        01 REGISTRO-T07SINMO.
         03 SUCURSAL-T07SINMO PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SINMO PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 DESCREPUESTO-T07SINMO PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SINMO PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTOPROM-T07SINMO PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-T07SINMO PIC ZZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 ULTSALIDA-T07SINMO PIC X(8).
        01 REGISTRO-T07QREPO.
         03 SUCURSAL-QREPO PIC 9(2).
         03 IDREPUESTO-QREPO PIC 9(3).
         03 STOCKMINANT-QREPO PIC 9(5).
         03 STOCKMIN-QREPO PIC 9(5).
         03 CANTREPO-QREPO PIC 9(5).
         03 CLASEABC-QREPO PIC X(1).
         03 FECHAPROC-QREPO PIC 9(8).
         03 FILLER PIC X(51) VALUE SPACES.
        01 TABLA-STOCK.
         03 STOCK-OCU OCCURS 3000 TIMES INDEXED BY IX-STOCK.
             05 SUCURSAL-TAB PIC 9(2).
             05 IDREPUESTO-TAB PIC 9(3).
             05 CANTIDAD-TAB PIC 9(5).
             05 STOCKMIN-TAB PIC 9(5).
             05 CANTREPO-TAB PIC 9(5).
             05 CLASEABC-TAB PIC X(1).
             05 COSTOPROM-TAB PIC 9(7)V99.
             05 CONSUMO-TAB PIC 9(7).
             05 VALORUSO-TAB PIC 9(11)V99.
             05 ULTSALIDA-TAB PIC 9(8).
             05 DEMORA-TAB PIC 9(3).
             05 MINPROP-TAB PIC 9(5).
             05 REPPROP-TAB PIC 9(5).
             05 CLASEPROP-TAB PIC X(1).
        01 CANT-STOCK-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-STOCK PIC 9 VALUE 0.
        01 TABLA-ORDEN.
         03 ORDEN-OCU OCCURS 3000 TIMES INDEXED BY IX-ORDEN.
             05 CLAVEORD-TAB.
                 07 SUCURSAL-ORD PIC 9(2).
                 07 INVERSO-ORD PIC 9(11)V99.
                 07 IDREPUESTO-ORD PIC 9(3).
             05 POSICION-ORD PIC 9(5) COMP.
        01 CANT-ORDEN-TAB PIC 9(5) COMP VALUE 0.
        01 CLAVEORD-ACTUAL.
         03 SUCURSAL-ACTUAL PIC 9(2).
         03 INVERSO-ACTUAL PIC 9(11)V99.
         03 IDREPUESTO-ACTUAL PIC 9(3).
        01 POS-INSERCION PIC 9(5) COMP VALUE 0.
        01 IX-CORR PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-POS PIC 9 VALUE 0.
        01 TABLA-SUCURSALES.
         03 SUCURSAL-OCU OCCURS 100 TIMES.
             05 VALORUSO-SUC-TAB PIC 9(13)V99.
        01 IX-SUCURSAL PIC 9(3) COMP VALUE 0.
        01 FECHA-CALCULO.
         03 FECHA-AAAA-CALC PIC 9(4).
         03 FECHA-MM-CALC PIC 9(2).
         03 FECHA-DD-CALC PIC 9(2).
        01 MESES-CALC PIC 9(7) COMP VALUE 0.
        01 ANIO-CALC PIC 9(4) COMP VALUE 0.
        01 MES-CALC PIC 9(2) COMP VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 FECHA-DESDE PIC 9(8) VALUE 0.
        01 FECHA-INMOVIL PIC 9(8) VALUE 0.
        01 DIAS-PERIODO PIC 9(5) COMP VALUE 0.
        01 CONSUMO-DIARIO PIC 9(5)V9(4) VALUE 0.
        01 DEMORA-ACTUAL PIC 9(3) VALUE 0.
        01 CANTMINIMA-ACTUAL PIC 9(5) VALUE 0.
        01 COSTO-ELEGIDO PIC 9(7)V99 VALUE 0.
        01 EXISTE-LISPR PIC 9 VALUE 0.
        01 PREFERIDO-HALLADO PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 ACUMULADO-SUC PIC 9(13)V99 VALUE 0.
        01 LIMITE-A PIC 9(13)V99 VALUE 0.
        01 LIMITE-B PIC 9(13)V99 VALUE 0.
        01 SUCURSAL-ANTERIOR PIC 9(2) VALUE 0.
        01 PRIMERA-LINEA PIC 9 VALUE 1.
        01 VALOR-INMOVIL PIC 9(11)V99 VALUE 0.
        01 TOTAL-INMOVIL PIC 9(13)V99 VALUE 0.
        01 EOF-T07STOCK PIC 9 VALUE 0.
        01 EOF-T07KARDX PIC 9 VALUE 0.
        01 EOF-T07LISPR PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 CONTADOR-T07SREPO PIC 9(5) COMP VALUE 0.
        01 CONTADOR-T07QREPO PIC 9(5) COMP VALUE 0.
        01 CONTADOR-INMOVIL PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(9) VALUE '|CAMBIOS|'.
         03 CAMBIOS-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|INMOVILES|'.
         03 INMOVIL-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(14) VALUE '|VALOR INMOV|'.
         03 VALORINM-TOTAL PIC ZZZZZZZZZZZ9.99.
        PROCEDURE DIVISION.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            OPEN INPUT T07PREPO.
            READ T07PREPO INTO PARAMETROS-PREPO
            AT END MOVE ZEROS TO PARAMETROS-PREPO.
            CLOSE T07PREPO.
            IF MESES-PREPO NOT NUMERIC OR MESES-PREPO = 0 THEN
                MOVE 6 TO MESES-PREPO.
            IF MESESINM-PREPO NOT NUMERIC OR MESESINM-PREPO = 0 THEN
                MOVE 12 TO MESESINM-PREPO.
            IF DIASSEG-PREPO NOT NUMERIC THEN
                MOVE 0 TO DIASSEG-PREPO.
            IF DEMORADEF-PREPO NOT NUMERIC OR DEMORADEF-PREPO = 0 THEN
                MOVE 30 TO DEMORADEF-PREPO.
            MOVE MESES-PREPO TO MESES-CALC.
            PERFORM RESTAR-MESES.
            MOVE FECHA-CALCULO TO FECHA-DESDE.
            MOVE MESESINM-PREPO TO MESES-CALC.
            PERFORM RESTAR-MESES.
            MOVE FECHA-CALCULO TO FECHA-INMOVIL.
            COMPUTE DIAS-PERIODO = MESES-PREPO * 30.
            PERFORM CARGAR-STOCK.
            OPEN INPUT T07KARDX.
            READ T07KARDX INTO REGISTRO-T07KARDX
            AT END MOVE 1 TO EOF-T07KARDX.
            PERFORM ACUMULAR-KARDEX UNTIL EOF-T07KARDX = 1.
            CLOSE T07KARDX.
            OPEN INPUT T07LISPR.
            PERFORM CALCULAR-PROPUESTA
            VARYING IX-STOCK FROM 1 BY 1
            UNTIL IX-STOCK > CANT-STOCK-TAB.
            CLOSE T07LISPR.
            OPEN OUTPUT T07SREPO.
            OPEN OUTPUT T07QREPO.
            MOVE MESES-PREPO TO MESES-TITULO.
            MOVE FECHA-DESDE TO DESDE-TITULO.
            MOVE DIASSEG-PREPO TO DIASSEG-TITULO.
            WRITE REG-T07SREPO FROM TITULO.
            WRITE REG-T07SREPO FROM SUBTITULO.
            WRITE REG-T07SREPO FROM LINEA.
            PERFORM CLASIFICAR-REPUESTO
            VARYING IX-ORDEN FROM 1 BY 1
            UNTIL IX-ORDEN > CANT-ORDEN-TAB.
            IF PRIMERA-LINEA = 0 THEN
                PERFORM EMITIR-SUBTOTAL.
            WRITE REG-T07SREPO FROM LINEA.
            MOVE FECHA-INMOVIL TO INMOVIL-TITULO.
            WRITE REG-T07SREPO FROM TITULO-INMOVIL.
            WRITE REG-T07SREPO FROM SUBTITULO-INMOVIL.
            WRITE REG-T07SREPO FROM LINEA.
            OPEN INPUT T07REPUE.
            PERFORM EVALUAR-INMOVIL
            VARYING IX-STOCK FROM 1 BY 1
            UNTIL IX-STOCK > CANT-STOCK-TAB.
            CLOSE T07REPUE.
            WRITE REG-T07SREPO FROM LINEA.
            MOVE CONTADOR-T07SREPO TO CANTIDAD-TOTAL.
            MOVE CONTADOR-T07QREPO TO CAMBIOS-TOTAL.
            MOVE CONTADOR-INMOVIL TO INMOVIL-TOTAL.
            MOVE TOTAL-INMOVIL TO VALORINM-TOTAL.
            WRITE REG-T07SREPO FROM REGISTRO-T07STOTAL.
            CLOSE T07SREPO T07QREPO.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        RESTAR-MESES.
            MOVE FECHAPROC-RUN TO FECHA-CALCULO.
            COMPUTE MESES-CALC = FECHA-AAAA-CALC * 12
                + FECHA-MM-CALC - 1 - MESES-CALC.
            DIVIDE MESES-CALC BY 12 GIVING ANIO-CALC
                REMAINDER MES-CALC.
            MOVE ANIO-CALC TO FECHA-AAAA-CALC.
            COMPUTE FECHA-MM-CALC = MES-CALC + 1.
        CARGAR-STOCK.
            OPEN INPUT T07STOCK.
            MOVE 0 TO SUCURSAL-CLAVE-STOCK.
            MOVE 0 TO IDREPUESTO-CLAVE-STOCK.
            START T07STOCK KEY IS NOT LESS THAN CLAVE-STOCK
                INVALID KEY MOVE 1 TO EOF-T07STOCK.
            IF EOF-T07STOCK = 0 THEN
                READ T07STOCK NEXT INTO REGISTRO-T07STOCK
                AT END MOVE 1 TO EOF-T07STOCK
                END-READ
            END-IF.
            PERFORM CARGAR-UN-STOCK UNTIL EOF-T07STOCK = 1.
            CLOSE T07STOCK.
        CARGAR-UN-STOCK.
            IF CANT-STOCK-TAB < 3000 THEN
                ADD 1 TO CANT-STOCK-TAB
                SET IX-STOCK TO CANT-STOCK-TAB
                MOVE SUCURSAL-STOCK TO SUCURSAL-TAB (IX-STOCK)
                MOVE IDREPUESTO-STOCK TO IDREPUESTO-TAB (IX-STOCK)
                MOVE CANTIDAD-STOCK TO CANTIDAD-TAB (IX-STOCK)
                MOVE STOCKMIN-STOCK TO STOCKMIN-TAB (IX-STOCK)
                IF CANTREPO-STOCK NOT NUMERIC THEN
                    MOVE 0 TO CANTREPO-STOCK
                END-IF
                MOVE CANTREPO-STOCK TO CANTREPO-TAB (IX-STOCK)
                IF CLASEABC-STOCK NOT = 'A' AND
                CLASEABC-STOCK NOT = 'B' AND
                CLASEABC-STOCK NOT = 'C' THEN
                    MOVE SPACES TO CLASEABC-STOCK
                END-IF
                MOVE CLASEABC-STOCK TO CLASEABC-TAB (IX-STOCK)
                IF COSTOPROM-STOCK NOT NUMERIC THEN
                    MOVE 0 TO COSTOPROM-STOCK
                END-IF
                MOVE COSTOPROM-STOCK TO COSTOPROM-TAB (IX-STOCK)
                MOVE 0 TO CONSUMO-TAB (IX-STOCK)
                MOVE 0 TO VALORUSO-TAB (IX-STOCK)
                MOVE 0 TO ULTSALIDA-TAB (IX-STOCK)
                MOVE 0 TO DEMORA-TAB (IX-STOCK)
                MOVE 0 TO MINPROP-TAB (IX-STOCK)
                MOVE 0 TO REPPROP-TAB (IX-STOCK)
                MOVE 'C' TO CLASEPROP-TAB (IX-STOCK)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
            READ T07STOCK NEXT INTO REGISTRO-T07STOCK
            AT END MOVE 1 TO EOF-T07STOCK.
        ACUMULAR-KARDEX.
            IF SIGNO-KARDX = '-' AND SUCURSAL-KARDX NUMERIC AND
            FECHAPROC-KARDX NUMERIC THEN
                IF VALOR-KARDX NOT NUMERIC THEN
                    MOVE 0 TO VALOR-KARDX
                END-IF
                MOVE 0 TO ENCONTRO-STOCK
                PERFORM BUSCAR-STOCK-TAB
                VARYING IX-STOCK FROM 1 BY 1
                UNTIL IX-STOCK > CANT-STOCK-TAB
                OR ENCONTRO-STOCK = 1
            END-IF.
            READ T07KARDX INTO REGISTRO-T07KARDX
            AT END MOVE 1 TO EOF-T07KARDX.
        BUSCAR-STOCK-TAB.
            IF SUCURSAL-TAB (IX-STOCK) = SUCURSAL-KARDX AND
            IDREPUESTO-TAB (IX-STOCK) = IDREPUESTO-KARDX THEN
                IF FECHAPROC-KARDX > ULTSALIDA-TAB (IX-STOCK) THEN
                    MOVE FECHAPROC-KARDX TO ULTSALIDA-TAB (IX-STOCK)
                END-IF
                IF FECHAPROC-KARDX NOT < FECHA-DESDE AND
                PROGRAMA-KARDX NOT = 'STKTRAS ' AND
                PROGRAMA-KARDX NOT = 'STKAJUST' THEN
                    ADD CANTIDAD-KARDX TO CONSUMO-TAB (IX-STOCK)
                    ADD VALOR-KARDX TO VALORUSO-TAB (IX-STOCK)
                END-IF
                MOVE 1 TO ENCONTRO-STOCK.
        CALCULAR-PROPUESTA.
            PERFORM ELEGIR-DE-LISTA.
            IF EXISTE-LISPR = 0 THEN
                MOVE DEMORADEF-PREPO TO DEMORA-ACTUAL
                MOVE 0 TO CANTMINIMA-ACTUAL.
            MOVE DEMORA-ACTUAL TO DEMORA-TAB (IX-STOCK).
            COMPUTE CONSUMO-DIARIO ROUNDED =
                CONSUMO-TAB (IX-STOCK) / DIAS-PERIODO.
            COMPUTE MINPROP-TAB (IX-STOCK) ROUNDED =
                CONSUMO-DIARIO * (DEMORA-ACTUAL + DIASSEG-PREPO).
            COMPUTE REPPROP-TAB (IX-STOCK) ROUNDED =
                CONSUMO-TAB (IX-STOCK) / MESES-PREPO.
            IF CONSUMO-TAB (IX-STOCK) > 0 AND
            REPPROP-TAB (IX-STOCK) < CANTMINIMA-ACTUAL THEN
                MOVE CANTMINIMA-ACTUAL TO REPPROP-TAB (IX-STOCK).
            COMPUTE IX-SUCURSAL = SUCURSAL-TAB (IX-STOCK) + 1.
            ADD VALORUSO-TAB (IX-STOCK)
            TO VALORUSO-SUC-TAB (IX-SUCURSAL).
            PERFORM AGREGAR-ORDEN.
        ELEGIR-DE-LISTA.
            MOVE 0 TO EXISTE-LISPR.
            MOVE 0 TO PREFERIDO-HALLADO.
            MOVE 0 TO EOF-T07LISPR.
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-CLAVE-LISPR.
            MOVE 0 TO IDPROVEEDOR-CLAVE-LISPR.
            START T07LISPR KEY IS NOT LESS THAN CLAVE-LISPR
                INVALID KEY MOVE 1 TO EOF-T07LISPR.
            PERFORM EVALUAR-LINEA-LISTA UNTIL EOF-T07LISPR = 1.
        EVALUAR-LINEA-LISTA.
            READ T07LISPR NEXT INTO REGISTRO-T07LISPR
            AT END MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 AND
            IDREPUESTO-LISPR NOT = IDREPUESTO-TAB (IX-STOCK) THEN
                MOVE 1 TO EOF-T07LISPR.
            IF EOF-T07LISPR = 0 THEN
                IF PREFERIDO-LISPR = 'S' THEN
                    MOVE 1 TO PREFERIDO-HALLADO
                    PERFORM TOMAR-LINEA-LISTA
                ELSE
                    IF PREFERIDO-HALLADO = 0 AND
                    (EXISTE-LISPR = 0 OR
                    COSTO-LISPR < COSTO-ELEGIDO) THEN
                        PERFORM TOMAR-LINEA-LISTA
                    END-IF
                END-IF
            END-IF.
        TOMAR-LINEA-LISTA.
            MOVE 1 TO EXISTE-LISPR.
            MOVE COSTO-LISPR TO COSTO-ELEGIDO.
            MOVE DEMORA-LISPR TO DEMORA-ACTUAL.
            MOVE CANTMINIMA-LISPR TO CANTMINIMA-ACTUAL.
            IF DEMORA-ACTUAL NOT NUMERIC OR DEMORA-ACTUAL = 0 THEN
                MOVE DEMORADEF-PREPO TO DEMORA-ACTUAL.
            IF CANTMINIMA-ACTUAL NOT NUMERIC THEN
                MOVE 0 TO CANTMINIMA-ACTUAL.
        AGREGAR-ORDEN.
            MOVE SUCURSAL-TAB (IX-STOCK) TO SUCURSAL-ACTUAL.
            COMPUTE INVERSO-ACTUAL =
                99999999999.99 - VALORUSO-TAB (IX-STOCK).
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-ACTUAL.
            PERFORM UBICAR-POSICION.
            PERFORM CORRER-ENTRADAS.
            MOVE CLAVEORD-ACTUAL TO CLAVEORD-TAB (POS-INSERCION).
            SET POSICION-ORD (POS-INSERCION) TO IX-STOCK.
            ADD 1 TO CANT-ORDEN-TAB.
        UBICAR-POSICION.
            MOVE 0 TO ENCONTRO-POS.
            MOVE 1 TO POS-INSERCION.
            PERFORM COMPARAR-POSICION
            VARYING IX-ORDEN FROM 1 BY 1
            UNTIL IX-ORDEN > CANT-ORDEN-TAB
            OR ENCONTRO-POS = 1.
            IF ENCONTRO-POS = 0 THEN
                COMPUTE POS-INSERCION = CANT-ORDEN-TAB + 1.
        COMPARAR-POSICION.
            IF CLAVEORD-TAB (IX-ORDEN) > CLAVEORD-ACTUAL THEN
                SET POS-INSERCION TO IX-ORDEN
                MOVE 1 TO ENCONTRO-POS.
        CORRER-ENTRADAS.
            MOVE CANT-ORDEN-TAB TO IX-CORR.
            PERFORM CORRER-UNA-ENTRADA
            UNTIL IX-CORR < POS-INSERCION.
        CORRER-UNA-ENTRADA.
            MOVE ORDEN-OCU (IX-CORR) TO ORDEN-OCU (IX-CORR + 1).
            SUBTRACT 1 FROM IX-CORR.
        CLASIFICAR-REPUESTO.
            SET IX-STOCK TO POSICION-ORD (IX-ORDEN).
            IF PRIMERA-LINEA = 0 AND
            SUCURSAL-TAB (IX-STOCK) NOT = SUCURSAL-ANTERIOR THEN
                PERFORM EMITIR-SUBTOTAL.
            IF PRIMERA-LINEA = 1 THEN
                PERFORM INICIAR-SUCURSAL.
            IF VALORUSO-TAB (IX-STOCK) = 0 THEN
                MOVE 'C' TO CLASEPROP-TAB (IX-STOCK)
            ELSE
                IF ACUMULADO-SUC < LIMITE-A THEN
                    MOVE 'A' TO CLASEPROP-TAB (IX-STOCK)
                ELSE
                    IF ACUMULADO-SUC < LIMITE-B THEN
                        MOVE 'B' TO CLASEPROP-TAB (IX-STOCK)
                    ELSE
                        MOVE 'C' TO CLASEPROP-TAB (IX-STOCK)
                    END-IF
                END-IF
            END-IF.
            ADD VALORUSO-TAB (IX-STOCK) TO ACUMULADO-SUC.
            PERFORM EMITIR-PROPUESTA.
        INICIAR-SUCURSAL.
            MOVE 0 TO PRIMERA-LINEA.
            MOVE SUCURSAL-TAB (IX-STOCK) TO SUCURSAL-ANTERIOR.
            MOVE 0 TO ACUMULADO-SUC.
            COMPUTE IX-SUCURSAL = SUCURSAL-TAB (IX-STOCK) + 1.
            COMPUTE LIMITE-A = VALORUSO-SUC-TAB (IX-SUCURSAL) * 0.80.
            COMPUTE LIMITE-B = VALORUSO-SUC-TAB (IX-SUCURSAL) * 0.95.
        EMITIR-PROPUESTA.
            MOVE SUCURSAL-TAB (IX-STOCK) TO SUCURSAL-T07SREPO.
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-T07SREPO.
            MOVE CLASEABC-TAB (IX-STOCK) TO CLASEACT-T07SREPO.
            MOVE CLASEPROP-TAB (IX-STOCK) TO CLASEPROP-T07SREPO.
            MOVE CONSUMO-TAB (IX-STOCK) TO CONSUMO-T07SREPO.
            MOVE VALORUSO-TAB (IX-STOCK) TO VALORUSO-T07SREPO.
            MOVE DEMORA-TAB (IX-STOCK) TO DEMORA-T07SREPO.
            MOVE CANTIDAD-TAB (IX-STOCK) TO CANTIDAD-T07SREPO.
            MOVE STOCKMIN-TAB (IX-STOCK) TO MINACT-T07SREPO.
            MOVE MINPROP-TAB (IX-STOCK) TO MINPROP-T07SREPO.
            MOVE CANTREPO-TAB (IX-STOCK) TO REPACT-T07SREPO.
            MOVE REPPROP-TAB (IX-STOCK) TO REPPROP-T07SREPO.
            MOVE SPACES TO OBSERV-T07SREPO.
            IF MINPROP-TAB (IX-STOCK) NOT = STOCKMIN-TAB (IX-STOCK) OR
            REPPROP-TAB (IX-STOCK) NOT = CANTREPO-TAB (IX-STOCK) OR
            CLASEPROP-TAB (IX-STOCK) NOT = CLASEABC-TAB (IX-STOCK) THEN
                MOVE 'A CAMBIAR' TO OBSERV-T07SREPO
                PERFORM GRABAR-PROPUESTA.
            IF CONSUMO-TAB (IX-STOCK) = 0 THEN
                MOVE 'SIN CONSUMO' TO OBSERV-T07SREPO.
            WRITE REG-T07SREPO FROM REGISTRO-T07SREPO.
            ADD 1 TO CONTADOR-T07SREPO.
        GRABAR-PROPUESTA.
            MOVE SUCURSAL-TAB (IX-STOCK) TO SUCURSAL-QREPO.
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-QREPO.
            MOVE STOCKMIN-TAB (IX-STOCK) TO STOCKMINANT-QREPO.
            MOVE MINPROP-TAB (IX-STOCK) TO STOCKMIN-QREPO.
            MOVE REPPROP-TAB (IX-STOCK) TO CANTREPO-QREPO.
            MOVE CLASEPROP-TAB (IX-STOCK) TO CLASEABC-QREPO.
            MOVE FECHAPROC-RUN TO FECHAPROC-QREPO.
            WRITE REG-T07QREPO FROM REGISTRO-T07QREPO.
            ADD 1 TO CONTADOR-T07QREPO.
        EMITIR-SUBTOTAL.
            MOVE SUCURSAL-ANTERIOR TO SUCURSAL-T07SSUBT.
            MOVE ACUMULADO-SUC TO VALOR-T07SSUBT.
            WRITE REG-T07SREPO FROM REGISTRO-T07SSUBT.
            MOVE 1 TO PRIMERA-LINEA.
        EVALUAR-INMOVIL.
            IF CANTIDAD-TAB (IX-STOCK) > 0 AND
            ULTSALIDA-TAB (IX-STOCK) < FECHA-INMOVIL THEN
                PERFORM EMITIR-INMOVIL.
        EMITIR-INMOVIL.
            PERFORM BUSCAR-DESCRIPCION.
            COMPUTE VALOR-INMOVIL =
                CANTIDAD-TAB (IX-STOCK) * COSTOPROM-TAB (IX-STOCK).
            ADD VALOR-INMOVIL TO TOTAL-INMOVIL.
            MOVE SUCURSAL-TAB (IX-STOCK) TO SUCURSAL-T07SINMO.
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-T07SINMO.
            IF EXISTE-REPUE = 1 THEN
                MOVE DESCREPUESTO-REPUE TO DESCREPUESTO-T07SINMO
            ELSE
                MOVE SPACES TO DESCREPUESTO-T07SINMO
            END-IF.
            MOVE CANTIDAD-TAB (IX-STOCK) TO CANTIDAD-T07SINMO.
            MOVE COSTOPROM-TAB (IX-STOCK) TO COSTOPROM-T07SINMO.
            MOVE VALOR-INMOVIL TO VALOR-T07SINMO.
            IF ULTSALIDA-TAB (IX-STOCK) = 0 THEN
                MOVE 'NUNCA' TO ULTSALIDA-T07SINMO
            ELSE
                MOVE ULTSALIDA-TAB (IX-STOCK) TO ULTSALIDA-T07SINMO
            END-IF.
            WRITE REG-T07SREPO FROM REGISTRO-T07SINMO.
            ADD 1 TO CONTADOR-INMOVIL.
        BUSCAR-DESCRIPCION.
            MOVE 0 TO EXISTE-REPUE.
            MOVE IDREPUESTO-TAB (IX-STOCK) TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=SHR
//GO.T07LISPR DD DSN=KC03BAB.CATALOGO.LISPR,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07PREPO DD DSN=KC03BAB.CATALOGO.PARM(T07PREPO),DISP=SHR
//GO.T07SREPO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SREPO),DISP=SHR
//GO.T07QREPO DD DSN=KC03BAB.CATALOGO.SALIDA(T07QREPO),DISP=SHR
