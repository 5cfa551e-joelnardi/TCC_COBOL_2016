//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MARGEN.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07TERCE ASSIGN TO T07TERCE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-TERCE.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07MECAN ASSIGN TO T07MECAN.
            SELECT T07PMARG ASSIGN TO T07PMARG.
            SELECT T07SMARG ASSIGN TO T07SMARG.
        DATA DIVISION.
        FILE SECTION.
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07TERCE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TERCE.
         03 CLAVE-TERCE.
             05 NROORDEN-CLAVE-TERCE PIC 9(7).
             05 IDREPUESTO-CLAVE-TERCE PIC 9(3).
         03 FILLER PIC X(70).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
        FD T07MECAN
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07MECAN PIC X(240).
        FD T07PMARG
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PMARG PIC X(6).
        FD T07SMARG
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SMARG PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(30) VALUE 'MARGEN BRUTO POR ORDEN PERIODO'.
         03 FILLER PIC X(1) VALUE '|'.
         03 AAAAMM-TITULO PIC 9(6).
        01 SUBTITULO.
         03 FILLER PIC X(4) VALUE 'SUC|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(4) VALUE 'MEC|'.
         03 FILLER PIC X(5) VALUE 'ASEG|'.
         03 FILLER PIC X(12) VALUE 'INGRESO    |'.
         03 FILLER PIC X(11) VALUE 'COSTO REP |'.
         03 FILLER PIC X(11) VALUE 'COSTO MO  |'.
         03 FILLER PIC X(12) VALUE 'MARGEN     |'.
         03 FILLER PIC X(8) VALUE '%MARGEN '.
        01 SUBTITULO-GARANTIA.
         03 FILLER PIC X(36) VALUE
             'GARANTIAS FACTURADAS EN CERO - COSTO'.
        01 SUBTITULO-AGRUPADO.
         03 FILLER PIC X(11) VALUE 'AGRUPADO  |'.
         03 FILLER PIC X(4) VALUE 'ID |'.
         03 FILLER PIC X(12) VALUE 'INGRESO    |'.
         03 FILLER PIC X(14) VALUE 'COSTO        |'.
         03 FILLER PIC X(15) VALUE 'MARGEN        |'.
         03 FILLER PIC X(8) VALUE '%MARGEN '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
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
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
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
        01 REGISTRO-T07TERCE.
         03 NROORDEN-TERCE PIC 9(7).
         03 IDREPUESTO-TERCE PIC 9(3).
         03 IDPROVEEDOR-TERCE PIC 9(3).
         03 FECHAENVIO-TERCE PIC 9(8).
         03 COSTO-TERCE PIC 9(7)V99.
         03 FECHAPREVISTA-TERCE PIC 9(8).
         03 FECHARETORNO-TERCE PIC 9(8).
         03 ESTADO-TERCE PIC X(1).
         03 NROFACTURA-TERCE PIC X(12).
         03 COSTOFACT-TERCE PIC 9(7)V99.
         03 OPERADOR-TERCE PIC X(8).
         03 SITUACION-TERCE PIC X(1).
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
         03 TARIFA-MECAN PIC 9(5)V99.
        01 REGISTRO-T07SMARG.
         03 SUCURSAL-T07SMARG PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 NROORDEN-T07SMARG PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SMARG PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 MECANICO-T07SMARG PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 ASEGURADORA-T07SMARG PIC 9(3).
         03 FILLER PIC X(2) VALUE ' |'.
         03 INGRESO-T07SMARG PIC ZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTOREP-T07SMARG PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTOMO-T07SMARG PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MARGEN-T07SMARG PIC ZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORCENTAJE-T07SMARG PIC ZZZ9.99-.
        01 REGISTRO-T07SAGRU.
         03 LEYENDA-T07SAGRU PIC X(10).
         03 FILLER PIC X(1) VALUE '|'.
         03 ID-T07SAGRU PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 INGRESO-T07SAGRU PIC ZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-T07SAGRU PIC ZZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MARGEN-T07SAGRU PIC ZZZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORCENTAJE-T07SAGRU PIC ZZZ9.99-.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 INGRESO-TOTAL-LIN PIC ZZZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-TOTAL-LIN PIC ZZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MARGEN-TOTAL-LIN PIC ZZZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORCENTAJE-TOTAL-LIN PIC ZZZ9.99-.
        01 REGISTRO-T07SGTOT.
         03 FILLER PIC X(16) VALUE 'TOTAL GARANTIAS|'.
         03 CANTIDAD-GARANTIA-LIN PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-GARANTIA-LIN PIC ZZZZZZZZZ9.99.
        01 TABLA-REPUESTOS.
         03 REPUESTO-OCU OCCURS 1000 TIMES.
             05 INGRESO-REP-TAB PIC S9(9)V99.
             05 COSTO-REP-TAB PIC S9(9)V99.
             05 LINEAS-REP-TAB PIC 9(5).
        01 TABLA-MECANICOS.
         03 MECANICO-OCU OCCURS 1000 TIMES.
             05 INGRESO-MEC-TAB PIC S9(9)V99.
             05 COSTO-MEC-TAB PIC S9(9)V99.
             05 LINEAS-MEC-TAB PIC 9(5).
        01 TABLA-ASEGURADORAS.
         03 ASEGURADORA-OCU OCCURS 1000 TIMES.
             05 INGRESO-ASE-TAB PIC S9(9)V99.
             05 COSTO-ASE-TAB PIC S9(9)V99.
             05 LINEAS-ASE-TAB PIC 9(5).
        01 TABLA-SUCURSALES.
         03 SUCURSAL-OCU OCCURS 100 TIMES.
             05 INGRESO-SUC-TAB PIC S9(9)V99.
             05 COSTO-SUC-TAB PIC S9(9)V99.
             05 LINEAS-SUC-TAB PIC 9(5).
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07KARDX PIC 9 VALUE 0.
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EXISTE-PPAL PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 EXISTE-MECAN PIC 9 VALUE 0.
        01 EXISTE-TERCE PIC 9 VALUE 0.
        01 KARDEX-HALLADO PIC 9 VALUE 0.
        01 ES-GARANTIA PIC 9 VALUE 0.
        01 PASADA-GARANTIA PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-DESGLOSE-EGR.
         03 FECHA-AAAA-EGR PIC 9(4).
         03 FECHA-MM-EGR PIC 9(2).
         03 FECHA-DD-EGR PIC 9(2).
        01 AAAAMM-EGRESO PIC 9(6).
        01 MECANICO-LINEA PIC 9(3) VALUE 0.
        01 SUCURSAL-LINEA PIC 9(2) VALUE 0.
        01 TARIFA-ENCONTRADA PIC 9(5)V99 VALUE 0.
        01 INGRESO-LINEA PIC S9(9)V99 VALUE 0.
        01 COSTOREP-LINEA PIC S9(9)V99 VALUE 0.
        01 COSTOMO-LINEA PIC S9(9)V99 VALUE 0.
        01 COSTO-LINEA PIC S9(9)V99 VALUE 0.
        01 MARGEN-LINEA PIC S9(9)V99 VALUE 0.
        01 PORCENTAJE-CALC PIC S9(5)V99 VALUE 0.
        01 INGRESO-AGRU PIC S9(9)V99 VALUE 0.
        01 COSTO-AGRU PIC S9(9)V99 VALUE 0.
        01 INGRESO-TOTAL PIC S9(11)V99 VALUE 0.
        01 COSTO-TOTAL PIC S9(11)V99 VALUE 0.
        01 MARGEN-TOTAL PIC S9(11)V99 VALUE 0.
        01 COSTO-GARANTIA PIC S9(11)V99 VALUE 0.
        01 CONTADOR-T07SMARG PIC 9(5) COMP VALUE 0.
        01 CONTADOR-GARANTIA PIC 9(5) COMP VALUE 0.
        01 IX-TABLA PIC 9(4) COMP VALUE 0.
        01 IX-ID PIC 9(4) COMP VALUE 0.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            OPEN INPUT T07STOCK.
            OPEN INPUT T07TERCE.
            OPEN OUTPUT T07SMARG.
            OPEN INPUT T07PMARG.
            READ T07PMARG INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PMARG.
            IF AAAAMM-FILTRO NOT NUMERIC THEN
                MOVE 0 TO AAAAMM-FILTRO.
            PERFORM LIMPIAR-TABLAS
            VARYING IX-TABLA FROM 1 BY 1
            UNTIL IX-TABLA > 1000.
            MOVE AAAAMM-FILTRO TO AAAAMM-TITULO.
            WRITE REG-T07SMARG FROM TITULO.
            WRITE REG-T07SMARG FROM SUBTITULO.
            WRITE REG-T07SMARG FROM LINEA.
            MOVE 0 TO PASADA-GARANTIA.
            PERFORM RECORRER-FACTU.
            WRITE REG-T07SMARG FROM LINEA.
            IF INGRESO-TOTAL > 0 THEN
                COMPUTE PORCENTAJE-CALC ROUNDED =
                    MARGEN-TOTAL * 100 / INGRESO-TOTAL
            ELSE
                MOVE 0 TO PORCENTAJE-CALC
            END-IF.
            MOVE CONTADOR-T07SMARG TO CANTIDAD-TOTAL.
            MOVE INGRESO-TOTAL TO INGRESO-TOTAL-LIN.
            MOVE COSTO-TOTAL TO COSTO-TOTAL-LIN.
            MOVE MARGEN-TOTAL TO MARGEN-TOTAL-LIN.
            MOVE PORCENTAJE-CALC TO PORCENTAJE-TOTAL-LIN.
            WRITE REG-T07SMARG FROM REGISTRO-T07STOTAL.
            WRITE REG-T07SMARG FROM LINEA.
            WRITE REG-T07SMARG FROM SUBTITULO-AGRUPADO.
            MOVE 'REPUESTO  ' TO LEYENDA-T07SAGRU.
            PERFORM EMITIR-AGRUPADO-REP
            VARYING IX-TABLA FROM 1 BY 1
            UNTIL IX-TABLA > 1000.
            MOVE 'MECANICO  ' TO LEYENDA-T07SAGRU.
            PERFORM EMITIR-AGRUPADO-MEC
            VARYING IX-TABLA FROM 1 BY 1
            UNTIL IX-TABLA > 1000.
            MOVE 'ASEGURADOR' TO LEYENDA-T07SAGRU.
            PERFORM EMITIR-AGRUPADO-ASE
            VARYING IX-TABLA FROM 1 BY 1
            UNTIL IX-TABLA > 1000.
            MOVE 'SUCURSAL  ' TO LEYENDA-T07SAGRU.
            PERFORM EMITIR-AGRUPADO-SUC
            VARYING IX-TABLA FROM 1 BY 1
            UNTIL IX-TABLA > 100.
            WRITE REG-T07SMARG FROM LINEA.
            WRITE REG-T07SMARG FROM SUBTITULO-GARANTIA.
            WRITE REG-T07SMARG FROM SUBTITULO.
            WRITE REG-T07SMARG FROM LINEA.
            MOVE 1 TO PASADA-GARANTIA.
            PERFORM RECORRER-FACTU.
            WRITE REG-T07SMARG FROM LINEA.
            MOVE CONTADOR-GARANTIA TO CANTIDAD-GARANTIA-LIN.
            MOVE COSTO-GARANTIA TO COSTO-GARANTIA-LIN.
            WRITE REG-T07SMARG FROM REGISTRO-T07SGTOT.
            CLOSE PPAL T07STOCK T07TERCE T07SMARG.
            STOP RUN.
        LIMPIAR-TABLAS.
            MOVE 0 TO INGRESO-REP-TAB (IX-TABLA).
            MOVE 0 TO COSTO-REP-TAB (IX-TABLA).
            MOVE 0 TO LINEAS-REP-TAB (IX-TABLA).
            MOVE 0 TO INGRESO-MEC-TAB (IX-TABLA).
            MOVE 0 TO COSTO-MEC-TAB (IX-TABLA).
            MOVE 0 TO LINEAS-MEC-TAB (IX-TABLA).
            MOVE 0 TO INGRESO-ASE-TAB (IX-TABLA).
            MOVE 0 TO COSTO-ASE-TAB (IX-TABLA).
            MOVE 0 TO LINEAS-ASE-TAB (IX-TABLA).
            IF IX-TABLA NOT > 100 THEN
                MOVE 0 TO INGRESO-SUC-TAB (IX-TABLA)
                MOVE 0 TO COSTO-SUC-TAB (IX-TABLA)
                MOVE 0 TO LINEAS-SUC-TAB (IX-TABLA)
            END-IF.
        RECORRER-FACTU.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            PERFORM PROCESAR-FACTU UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        PROCESAR-FACTU.
            MOVE FECHAEGRESO-FACTU TO FECHA-DESGLOSE-EGR.
            COMPUTE AAAAMM-EGRESO = FECHA-AAAA-EGR * 100 + FECHA-MM-EGR.
            IF (AAAAMM-FILTRO = 0 OR AAAAMM-EGRESO = AAAAMM-FILTRO)
            AND TIPODOC-FACTU NOT = 'D' THEN
                PERFORM CLASIFICAR-LINEA
                IF ES-GARANTIA = PASADA-GARANTIA THEN
                    PERFORM CALCULAR-MARGEN
                    PERFORM EMITIR-LINEA
                END-IF
            END-IF.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
        CLASIFICAR-LINEA.
            MOVE 0 TO EXISTE-PPAL.
            MOVE 0 TO ES-GARANTIA.
            MOVE 0 TO MECANICO-LINEA.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-PPAL.
            MOVE IDREPUESTO-FACTU TO IDREPUESTO-CLAVE-PPAL.
            READ PPAL INTO REGISTRO-PPAL
                INVALID KEY MOVE 0 TO EXISTE-PPAL
                NOT INVALID KEY MOVE 1 TO EXISTE-PPAL
            END-READ.
            IF EXISTE-PPAL = 1 AND MECANICO-PPAL NUMERIC THEN
                MOVE MECANICO-PPAL TO MECANICO-LINEA.
            IF SUCFACT-FACTU NUMERIC THEN
                MOVE SUCFACT-FACTU TO SUCURSAL-LINEA
            ELSE
                MOVE 0 TO SUCURSAL-LINEA
            END-IF.
            IF TIPODOC-FACTU NOT = 'C' AND NETO-FACTU = 0 THEN
                IF EXISTE-PPAL = 0 OR GARANTIA-PPAL = 'G' THEN
                    MOVE 1 TO ES-GARANTIA
                END-IF
            END-IF.
        CALCULAR-MARGEN.
            MOVE 0 TO COSTOREP-LINEA.
            MOVE 0 TO COSTOMO-LINEA.
            IF TIPODOC-FACTU = 'C' THEN
                COMPUTE INGRESO-LINEA = 0 - NETO-FACTU
            ELSE
                MOVE NETO-FACTU TO INGRESO-LINEA
                PERFORM CALCULAR-COSTO-REPUESTO
                PERFORM CALCULAR-COSTO-HORAS
                PERFORM CALCULAR-COSTO-TERCERO
            END-IF.
            COMPUTE COSTO-LINEA = COSTOREP-LINEA + COSTOMO-LINEA.
            COMPUTE MARGEN-LINEA = INGRESO-LINEA - COSTO-LINEA.
            IF INGRESO-LINEA > 0 THEN
                COMPUTE PORCENTAJE-CALC ROUNDED =
                    MARGEN-LINEA * 100 / INGRESO-LINEA
            ELSE
                MOVE 0 TO PORCENTAJE-CALC
            END-IF.
        CALCULAR-COSTO-REPUESTO.
            MOVE 0 TO KARDEX-HALLADO.
            MOVE 0 TO EOF-T07KARDX.
            OPEN INPUT T07KARDX.
            PERFORM SUMAR-KARDEX-ORDEN UNTIL EOF-T07KARDX = 1.
            CLOSE T07KARDX.
            IF KARDEX-HALLADO = 0 OR COSTOREP-LINEA = 0 THEN
                PERFORM COSTEAR-POR-PROMEDIO.
            IF COSTOREP-LINEA < 0 THEN
                MOVE 0 TO COSTOREP-LINEA.
        SUMAR-KARDEX-ORDEN.
            READ T07KARDX INTO REGISTRO-T07KARDX
            AT END MOVE 1 TO EOF-T07KARDX.
            IF EOF-T07KARDX = 0 AND
            REFERENCIA-KARDX = NROORDEN-FACTU AND
            IDREPUESTO-KARDX = IDREPUESTO-FACTU AND
            (PROGRAMA-KARDX = 'ALTA    ' OR
            PROGRAMA-KARDX = 'REPL    ' OR
            PROGRAMA-KARDX = 'STKASIG ') THEN
                MOVE 1 TO KARDEX-HALLADO
                IF VALOR-KARDX NOT NUMERIC THEN
                    MOVE 0 TO VALOR-KARDX
                END-IF
                IF SIGNO-KARDX = '-' THEN
                    ADD VALOR-KARDX TO COSTOREP-LINEA
                ELSE
                    SUBTRACT VALOR-KARDX FROM COSTOREP-LINEA
                END-IF
            END-IF.
        COSTEAR-POR-PROMEDIO.
            MOVE 0 TO COSTOREP-LINEA.
            MOVE SUCURSAL-LINEA TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-FACTU TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
            IF EXISTE-STOCK = 1 AND COSTOPROM-STOCK NUMERIC THEN
                MOVE COSTOPROM-STOCK TO COSTOREP-LINEA.
        CALCULAR-COSTO-HORAS.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            PERFORM SUMAR-HORAS-ORDEN UNTIL EOF-T07HORAS = 1.
            CLOSE T07HORAS.
        SUMAR-HORAS-ORDEN.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 AND
            NROORDEN-HORAS = NROORDEN-FACTU AND
            IDREPUESTO-HORAS = IDREPUESTO-FACTU THEN
                PERFORM BUSCAR-TARIFA
                COMPUTE COSTOMO-LINEA ROUNDED = COSTOMO-LINEA
                    + HORAS-HORAS * TARIFA-ENCONTRADA
                IF MECANICO-LINEA = 0 THEN
                    MOVE IDMECANICO-HORAS TO MECANICO-LINEA
                END-IF
            END-IF.
        CALCULAR-COSTO-TERCERO.
            MOVE 0 TO EXISTE-TERCE.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-TERCE.
            MOVE IDREPUESTO-FACTU TO IDREPUESTO-CLAVE-TERCE.
            READ T07TERCE INTO REGISTRO-T07TERCE
                INVALID KEY MOVE 0 TO EXISTE-TERCE
                NOT INVALID KEY MOVE 1 TO EXISTE-TERCE
            END-READ.
            IF EXISTE-TERCE = 1 AND ESTADO-TERCE = 'R' THEN
                IF COSTOFACT-TERCE NUMERIC AND COSTOFACT-TERCE > 0 THEN
                    ADD COSTOFACT-TERCE TO COSTOMO-LINEA
                ELSE
                    ADD COSTO-TERCE TO COSTOMO-LINEA
                END-IF
            END-IF.
        BUSCAR-TARIFA.
            MOVE 0 TO EXISTE-MECAN.
            MOVE 0 TO TARIFA-ENCONTRADA.
            MOVE 0 TO EOF-T07MECAN.
            OPEN INPUT T07MECAN.
            PERFORM VERIFICAR-TARIFA UNTIL EOF-T07MECAN = 1
            OR EXISTE-MECAN = 1.
            CLOSE T07MECAN.
        VERIFICAR-TARIFA.
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
            IF EOF-T07MECAN = 0 AND
            IDMECANICO-MECAN = IDMECANICO-HORAS THEN
                MOVE 1 TO EXISTE-MECAN
                IF TARIFA-MECAN NUMERIC THEN
                    MOVE TARIFA-MECAN TO TARIFA-ENCONTRADA
                END-IF
            END-IF.
        EMITIR-LINEA.
            MOVE SUCURSAL-LINEA TO SUCURSAL-T07SMARG.
            MOVE NROORDEN-FACTU TO NROORDEN-T07SMARG.
            MOVE IDREPUESTO-FACTU TO IDREPUESTO-T07SMARG.
            MOVE MECANICO-LINEA TO MECANICO-T07SMARG.
            IF ASEGURADORA-FACTU NUMERIC THEN
                MOVE ASEGURADORA-FACTU TO ASEGURADORA-T07SMARG
            ELSE
                MOVE 0 TO ASEGURADORA-T07SMARG
            END-IF.
            MOVE INGRESO-LINEA TO INGRESO-T07SMARG.
            MOVE COSTOREP-LINEA TO COSTOREP-T07SMARG.
            MOVE COSTOMO-LINEA TO COSTOMO-T07SMARG.
            MOVE MARGEN-LINEA TO MARGEN-T07SMARG.
            MOVE PORCENTAJE-CALC TO PORCENTAJE-T07SMARG.
            WRITE REG-T07SMARG FROM REGISTRO-T07SMARG.
            IF PASADA-GARANTIA = 1 THEN
                ADD COSTO-LINEA TO COSTO-GARANTIA
                ADD 1 TO CONTADOR-GARANTIA
            ELSE
                PERFORM ACUMULAR-AGRUPADOS
            END-IF.
        ACUMULAR-AGRUPADOS.
            ADD INGRESO-LINEA TO INGRESO-TOTAL.
            ADD COSTO-LINEA TO COSTO-TOTAL.
            ADD MARGEN-LINEA TO MARGEN-TOTAL.
            ADD 1 TO CONTADOR-T07SMARG.
            COMPUTE IX-ID = IDREPUESTO-FACTU + 1.
            ADD INGRESO-LINEA TO INGRESO-REP-TAB (IX-ID).
            ADD COSTO-LINEA TO COSTO-REP-TAB (IX-ID).
            ADD 1 TO LINEAS-REP-TAB (IX-ID).
            COMPUTE IX-ID = MECANICO-LINEA + 1.
            ADD INGRESO-LINEA TO INGRESO-MEC-TAB (IX-ID).
            ADD COSTO-LINEA TO COSTO-MEC-TAB (IX-ID).
            ADD 1 TO LINEAS-MEC-TAB (IX-ID).
            COMPUTE IX-ID = ASEGURADORA-T07SMARG + 1.
            ADD INGRESO-LINEA TO INGRESO-ASE-TAB (IX-ID).
            ADD COSTO-LINEA TO COSTO-ASE-TAB (IX-ID).
            ADD 1 TO LINEAS-ASE-TAB (IX-ID).
            COMPUTE IX-ID = SUCURSAL-LINEA + 1.
            ADD INGRESO-LINEA TO INGRESO-SUC-TAB (IX-ID).
            ADD COSTO-LINEA TO COSTO-SUC-TAB (IX-ID).
            ADD 1 TO LINEAS-SUC-TAB (IX-ID).
        EMITIR-AGRUPADO-REP.
            IF LINEAS-REP-TAB (IX-TABLA) > 0 THEN
                MOVE INGRESO-REP-TAB (IX-TABLA) TO INGRESO-AGRU
                MOVE COSTO-REP-TAB (IX-TABLA) TO COSTO-AGRU
                PERFORM EMITIR-AGRUPADO
            END-IF.
        EMITIR-AGRUPADO-MEC.
            IF LINEAS-MEC-TAB (IX-TABLA) > 0 THEN
                MOVE INGRESO-MEC-TAB (IX-TABLA) TO INGRESO-AGRU
                MOVE COSTO-MEC-TAB (IX-TABLA) TO COSTO-AGRU
                PERFORM EMITIR-AGRUPADO
            END-IF.
        EMITIR-AGRUPADO-ASE.
            IF LINEAS-ASE-TAB (IX-TABLA) > 0 THEN
                MOVE INGRESO-ASE-TAB (IX-TABLA) TO INGRESO-AGRU
                MOVE COSTO-ASE-TAB (IX-TABLA) TO COSTO-AGRU
                PERFORM EMITIR-AGRUPADO
            END-IF.
        EMITIR-AGRUPADO-SUC.
            IF LINEAS-SUC-TAB (IX-TABLA) > 0 THEN
                MOVE INGRESO-SUC-TAB (IX-TABLA) TO INGRESO-AGRU
                MOVE COSTO-SUC-TAB (IX-TABLA) TO COSTO-AGRU
                PERFORM EMITIR-AGRUPADO
            END-IF.
        EMITIR-AGRUPADO.
            COMPUTE ID-T07SAGRU = IX-TABLA - 1.
            MOVE INGRESO-AGRU TO INGRESO-T07SAGRU.
            MOVE COSTO-AGRU TO COSTO-T07SAGRU.
            COMPUTE MARGEN-LINEA = INGRESO-AGRU - COSTO-AGRU.
            MOVE MARGEN-LINEA TO MARGEN-T07SAGRU.
            IF INGRESO-AGRU > 0 THEN
                COMPUTE PORCENTAJE-CALC ROUNDED =
                    MARGEN-LINEA * 100 / INGRESO-AGRU
            ELSE
                MOVE 0 TO PORCENTAJE-CALC
            END-IF.
            MOVE PORCENTAJE-CALC TO PORCENTAJE-T07SAGRU.
            WRITE REG-T07SMARG FROM REGISTRO-T07SAGRU.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07TERCE DD DSN=KC03BAB.CATALOGO.TERCE,DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=SHR
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07PMARG DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PMARG),DISP=SHR
//GO.T07SMARG DD DSN=KC03BAB.CATALOGO.SALIDA(T07SMARG),DISP=SHR
