//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. PRESDESV.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SDESV ASSIGN TO T07SDESV.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07PRESU ASSIGN TO T07PRESU.
            SELECT T07NOTAS ASSIGN TO T07NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-NOTA.
            SELECT T07PDESV ASSIGN TO T07PDESV.
        DATA DIVISION.
        FILE SECTION.
        FD T07SDESV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SDESV PIC X(126).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07PRESU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PRESU PIC X(240).
        FD T07NOTAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07NOTAS.
         03 CLAVE-NOTA.
             05 NROORDEN-CLAVE-NOTA PIC 9(7).
             05 SECUENCIA-CLAVE-NOTA PIC 9(3).
         03 FILLER PIC X(82).
        FD T07PDESV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PDESV PIC X(5).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'DESVIO PRESUPUESTADO / FACTURADO  '.
         03 FECHA-TITULO PIC 9(8).
         03 FILLER PIC X(13) VALUE ' TOLERANCIA %'.
         03 TOLERANCIA-TITULO PIC ZZ9.99.
        01 SUBTITULO.
         03 NROORDEN-TITULO PIC X(8) VALUE 'NROORDE|'.
         03 NROPRESU-TITULO PIC X(6) VALUE 'PRESU|'.
         03 IDREPUESTO-TITULO PIC X(4) VALUE 'REP|'.
         03 OPERADOR-TITULO PIC X(9) VALUE 'OPERADOR|'.
         03 COTIZADO-TITULO PIC X(11) VALUE 'COTIZADO  |'.
         03 FACTURADO-TITULO PIC X(11) VALUE 'FACTURADO |'.
         03 DIFPARTE-TITULO PIC X(13) VALUE 'DIF PARTES  |'.
         03 DIFMANO-TITULO PIC X(13) VALUE 'DIF MANO OB |'.
         03 HORAS-TITULO PIC X(7) VALUE 'HORAS |'.
         03 DIFTOTAL-TITULO PIC X(13) VALUE 'DIF TOTAL   |'.
         03 PORC-TITULO PIC X(10) VALUE 'DIF %    |'.
         03 MARCA-TITULO PIC X(13) VALUE 'OBSERVACION  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 SECCION-REPUESTOS.
         03 FILLER PIC X(40) VALUE
             'SUBTOTALES POR REPUESTO                 '.
        01 SECCION-OPERADORES.
         03 FILLER PIC X(40) VALUE
             'SUBTOTALES POR OPERADOR DEL PRESUPUESTO '.
        01 REGISTRO-T07SDESV.
         03 NROORDEN-T07SDESV PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROPRESU-T07SDESV PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SDESV PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SDESV PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 COTIZADO-T07SDESV PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 FACTURADO-T07SDESV PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFPARTE-T07SDESV PIC -ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFMANO-T07SDESV PIC -ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAS-T07SDESV PIC ZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFTOTAL-T07SDESV PIC -ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORC-T07SDESV PIC -ZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MARCA-T07SDESV PIC X(15).
        01 REGISTRO-T07SSUBT.
         03 TIPO-SUBT PIC X(9).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLAVE-SUBT PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-SUBT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COTIZADO-SUBT PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 FACTURADO-SUBT PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFTOTAL-SUBT PIC -ZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORC-SUBT PIC -ZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 EXCEDIDOS-SUBT PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(10) VALUE '|COTIZADO|'.
         03 COTIZADO-TOTAL PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(11) VALUE '|FACTURADO|'.
         03 FACTURADO-TOTAL PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(5) VALUE '|DIF|'.
         03 DIFTOTAL-TOTAL PIC -ZZZZZZZZ9.99.
         03 FILLER PIC X(11) VALUE '|EXCEDIDOS|'.
         03 EXCEDIDOS-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(11) VALUE '|SIN PRESU|'.
         03 SINPRESU-TOTAL PIC ZZZZ9.
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
        01 REGISTRO-T07PRESU.
         03 NROPRESU-PRESU PIC 9(5).
         03 IDCLIENTE-PRESU PIC 9(5).
         03 IDREPUESTO-PRESU PIC 9(3).
         03 PRECIO-PRESU PIC 9(7)V99.
         03 MANODEOBRA-PRESU PIC 9(7)V99.
         03 FECHAEMISION-PRESU PIC 9(8).
         03 FECHAVENCE-PRESU PIC 9(8).
         03 ESTADO-PRESU PIC X(1).
         03 PATENTE-PRESU PIC X(7).
         03 OPERADOR-PRESU PIC X(8).
        01 REGISTRO-T07NOTAS.
         03 NROORDEN-NOTA PIC 9(7).
         03 SECUENCIA-NOTA PIC 9(3).
         03 FECHA-NOTA PIC 9(8).
         03 HORA-NOTA PIC 9(6).
         03 OPERADOR-NOTA PIC X(8).
         03 TEXTO-NOTA PIC X(60).
        01 TABLA-PRESUPUESTOS.
         03 PRESU-OCU OCCURS 2000 TIMES INDEXED BY IX-PRESU.
             05 NROPRESU-PRESU-TAB PIC 9(5).
             05 IDREPUESTO-PRESU-TAB PIC 9(3).
             05 PRECIO-PRESU-TAB PIC 9(7)V99.
             05 MANODEOBRA-PRESU-TAB PIC 9(7)V99.
             05 OPERADOR-PRESU-TAB PIC X(8).
        01 CANT-PRESU-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-PRESU PIC 9 VALUE 0.
        01 TABLA-LINEAS.
         03 LINEA-OCU OCCURS 1000 TIMES INDEXED BY IX-LINEA.
             05 NROORDEN-LIN-TAB PIC 9(7).
             05 IDREPUESTO-LIN-TAB PIC 9(3).
             05 NROPRESU-LIN-TAB PIC 9(5).
             05 PARTES-LIN-TAB PIC S9(9)V99.
             05 MANO-LIN-TAB PIC S9(9)V99.
             05 HORAS-LIN-TAB PIC S9(5)V99.
        01 CANT-LINEAS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-LINEA PIC 9 VALUE 0.
        01 TABLA-REPUESTOS.
         03 REPUESTO-OCU OCCURS 500 TIMES INDEXED BY IX-REPUESTO.
             05 IDREPUESTO-REP-TAB PIC 9(3).
             05 CANTIDAD-REP-TAB PIC 9(5) COMP.
             05 COTIZADO-REP-TAB PIC S9(9)V99.
             05 FACTURADO-REP-TAB PIC S9(9)V99.
             05 EXCEDIDOS-REP-TAB PIC 9(5) COMP.
        01 CANT-REPUESTOS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-REPUESTO PIC 9 VALUE 0.
        01 TABLA-OPERADORES.
         03 OPERADOR-OCU OCCURS 200 TIMES INDEXED BY IX-OPERADOR.
             05 OPERADOR-OPE-TAB PIC X(8).
             05 CANTIDAD-OPE-TAB PIC 9(5) COMP.
             05 COTIZADO-OPE-TAB PIC S9(9)V99.
             05 FACTURADO-OPE-TAB PIC S9(9)V99.
             05 EXCEDIDOS-OPE-TAB PIC 9(5) COMP.
        01 CANT-OPERADORES-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-OPERADOR PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07PRESU PIC 9 VALUE 0.
        01 EOF-T07NOTAS PIC 9 VALUE 0.
        01 TIENE-NOTA PIC 9 VALUE 0.
        01 EXCEDE-TOLERANCIA PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 TOLERANCIA-PDESV PIC 9(3)V99 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 OPERADOR-ACTUAL PIC X(8).
        01 PRECIO-COTIZADO PIC 9(7)V99 VALUE 0.
        01 MANO-COTIZADA PIC 9(7)V99 VALUE 0.
        01 PARTES-MOVIMIENTO PIC S9(9)V99 VALUE 0.
        01 MANO-MOVIMIENTO PIC S9(9)V99 VALUE 0.
        01 HORAS-MOVIMIENTO PIC S9(5)V99 VALUE 0.
        01 BASE-PORCENTAJE PIC S9(9)V99 VALUE 0.
        01 DIF-PORCENTAJE PIC S9(9)V99 VALUE 0.
        01 LIMITE-PORCENTAJE PIC S9(12)V99 VALUE 0.
        01 PORCENTAJE-CALC PIC S9(5)V99 VALUE 0.
        01 COTIZADO-LINEA PIC S9(9)V99 VALUE 0.
        01 FACTURADO-LINEA PIC S9(9)V99 VALUE 0.
        01 DIFERENCIA-LINEA PIC S9(9)V99 VALUE 0.
        01 PORCENTAJE-LINEA PIC S9(5)V99 VALUE 0.
        01 COTIZADO-SECCION PIC S9(9)V99 VALUE 0.
        01 FACTURADO-SECCION PIC S9(9)V99 VALUE 0.
        01 DIFERENCIA-SECCION PIC S9(9)V99 VALUE 0.
        01 PORCENTAJE-SECCION PIC S9(5)V99 VALUE 0.
        01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
        01 TOTAL-EXCEDIDOS PIC 9(5) COMP VALUE 0.
        01 TOTAL-SINPRESU PIC 9(5) COMP VALUE 0.
        01 TOTAL-COTIZADO PIC S9(9)V99 VALUE 0.
        01 TOTAL-FACTURADO PIC S9(9)V99 VALUE 0.
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN INPUT T07PDESV.
            READ T07PDESV INTO TOLERANCIA-PDESV
            AT END MOVE 0 TO TOLERANCIA-PDESV.
            CLOSE T07PDESV.
            IF TOLERANCIA-PDESV NOT NUMERIC THEN
                MOVE 0 TO TOLERANCIA-PDESV.
            PERFORM CARGAR-PRESUPUESTOS.
            PERFORM CARGAR-FACTURAS.
            OPEN INPUT T07NOTAS.
            OPEN OUTPUT T07SDESV.
            MOVE FECHA-HOY TO FECHA-TITULO.
            MOVE TOLERANCIA-PDESV TO TOLERANCIA-TITULO.
            WRITE REG-T07SDESV FROM TITULO.
            WRITE REG-T07SDESV FROM SUBTITULO.
            WRITE REG-T07SDESV FROM LINEA.
            PERFORM EMITIR-LINEA
            VARYING IX-LINEA FROM 1 BY 1
            UNTIL IX-LINEA > CANT-LINEAS-TAB.
            CLOSE T07NOTAS.
            WRITE REG-T07SDESV FROM LINEA.
            WRITE REG-T07SDESV FROM SECCION-REPUESTOS.
            PERFORM EMITIR-REPUESTO
            VARYING IX-REPUESTO FROM 1 BY 1
            UNTIL IX-REPUESTO > CANT-REPUESTOS-TAB.
            WRITE REG-T07SDESV FROM LINEA.
            WRITE REG-T07SDESV FROM SECCION-OPERADORES.
            PERFORM EMITIR-OPERADOR
            VARYING IX-OPERADOR FROM 1 BY 1
            UNTIL IX-OPERADOR > CANT-OPERADORES-TAB.
            WRITE REG-T07SDESV FROM LINEA.
            MOVE TOTAL-GENERAL TO CANTIDAD-TOTAL.
            MOVE TOTAL-COTIZADO TO COTIZADO-TOTAL.
            MOVE TOTAL-FACTURADO TO FACTURADO-TOTAL.
            COMPUTE DIFTOTAL-TOTAL = TOTAL-FACTURADO - TOTAL-COTIZADO.
            MOVE TOTAL-EXCEDIDOS TO EXCEDIDOS-TOTAL.
            MOVE TOTAL-SINPRESU TO SINPRESU-TOTAL.
            WRITE REG-T07SDESV FROM REGISTRO-T07STOTAL.
            CLOSE T07SDESV.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-PRESUPUESTOS.
            MOVE 0 TO CANT-PRESU-TAB.
            MOVE 0 TO EOF-T07PRESU.
            OPEN INPUT T07PRESU.
            PERFORM LEER-PRESUPUESTO UNTIL EOF-T07PRESU = 1.
            CLOSE T07PRESU.
        LEER-PRESUPUESTO.
            READ T07PRESU INTO REGISTRO-T07PRESU
            AT END MOVE 1 TO EOF-T07PRESU.
            IF EOF-T07PRESU = 0 AND ESTADO-PRESU = 'C' THEN
                IF CANT-PRESU-TAB < 2000 THEN
                    ADD 1 TO CANT-PRESU-TAB
                    MOVE NROPRESU-PRESU
                    TO NROPRESU-PRESU-TAB (CANT-PRESU-TAB)
                    MOVE IDREPUESTO-PRESU
                    TO IDREPUESTO-PRESU-TAB (CANT-PRESU-TAB)
                    MOVE PRECIO-PRESU
                    TO PRECIO-PRESU-TAB (CANT-PRESU-TAB)
                    MOVE MANODEOBRA-PRESU
                    TO MANODEOBRA-PRESU-TAB (CANT-PRESU-TAB)
                    MOVE OPERADOR-PRESU
                    TO OPERADOR-PRESU-TAB (CANT-PRESU-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        CARGAR-FACTURAS.
            MOVE 0 TO CANT-LINEAS-TAB.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            PERFORM LEER-FACTURA UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        LEER-FACTURA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            IF EOF-T07FACTU = 0 AND NROPRESU-FACTU NUMERIC THEN
                IF NROPRESU-FACTU > 0 AND TIPODOC-FACTU NOT = 'D' THEN
                    PERFORM ACUMULAR-FACTURA
                END-IF
            END-IF.
        ACUMULAR-FACTURA.
            IF PARTES-FACTU NOT NUMERIC THEN
                MOVE 0 TO PARTES-FACTU.
            IF MANODEOBRA-FACTU NOT NUMERIC THEN
                MOVE 0 TO MANODEOBRA-FACTU.
            IF HORAS-FACTU NOT NUMERIC THEN
                MOVE 0 TO HORAS-FACTU.
            IF TIPODOC-FACTU = 'C' THEN
                COMPUTE PARTES-MOVIMIENTO = 0 - PARTES-FACTU
                COMPUTE MANO-MOVIMIENTO = 0 - MANODEOBRA-FACTU
                COMPUTE HORAS-MOVIMIENTO = 0 - HORAS-FACTU
            ELSE
                MOVE PARTES-FACTU TO PARTES-MOVIMIENTO
                MOVE MANODEOBRA-FACTU TO MANO-MOVIMIENTO
                MOVE HORAS-FACTU TO HORAS-MOVIMIENTO
            END-IF.
            MOVE 0 TO ENCONTRO-LINEA.
            PERFORM BUSCAR-LINEA
            VARYING IX-LINEA FROM 1 BY 1
            UNTIL IX-LINEA > CANT-LINEAS-TAB
            OR ENCONTRO-LINEA = 1.
            IF ENCONTRO-LINEA = 0 THEN
                PERFORM AGREGAR-LINEA.
        BUSCAR-LINEA.
            IF NROORDEN-LIN-TAB (IX-LINEA) = NROORDEN-FACTU AND
            IDREPUESTO-LIN-TAB (IX-LINEA) = IDREPUESTO-FACTU THEN
                ADD PARTES-MOVIMIENTO TO PARTES-LIN-TAB (IX-LINEA)
                ADD MANO-MOVIMIENTO TO MANO-LIN-TAB (IX-LINEA)
                ADD HORAS-MOVIMIENTO TO HORAS-LIN-TAB (IX-LINEA)
                MOVE 1 TO ENCONTRO-LINEA.
        AGREGAR-LINEA.
            IF CANT-LINEAS-TAB < 1000 THEN
                ADD 1 TO CANT-LINEAS-TAB
                MOVE NROORDEN-FACTU
                TO NROORDEN-LIN-TAB (CANT-LINEAS-TAB)
                MOVE IDREPUESTO-FACTU
                TO IDREPUESTO-LIN-TAB (CANT-LINEAS-TAB)
                MOVE NROPRESU-FACTU
                TO NROPRESU-LIN-TAB (CANT-LINEAS-TAB)
                MOVE PARTES-MOVIMIENTO
                TO PARTES-LIN-TAB (CANT-LINEAS-TAB)
                MOVE MANO-MOVIMIENTO
                TO MANO-LIN-TAB (CANT-LINEAS-TAB)
                MOVE HORAS-MOVIMIENTO
                TO HORAS-LIN-TAB (CANT-LINEAS-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        EMITIR-LINEA.
            MOVE 0 TO EXISTE-PRESU.
            PERFORM BUSCAR-PRESUPUESTO
            VARYING IX-PRESU FROM 1 BY 1
            UNTIL IX-PRESU > CANT-PRESU-TAB
            OR EXISTE-PRESU = 1.
            MOVE NROORDEN-LIN-TAB (IX-LINEA) TO NROORDEN-T07SDESV.
            MOVE NROPRESU-LIN-TAB (IX-LINEA) TO NROPRESU-T07SDESV.
            MOVE IDREPUESTO-LIN-TAB (IX-LINEA) TO IDREPUESTO-T07SDESV.
            COMPUTE FACTURADO-LINEA = PARTES-LIN-TAB (IX-LINEA)
                + MANO-LIN-TAB (IX-LINEA).
            MOVE FACTURADO-LINEA TO FACTURADO-T07SDESV.
            MOVE HORAS-LIN-TAB (IX-LINEA) TO HORAS-T07SDESV.
            IF EXISTE-PRESU = 0 THEN
                MOVE SPACES TO OPERADOR-T07SDESV
                MOVE 0 TO COTIZADO-T07SDESV
                MOVE 0 TO DIFPARTE-T07SDESV
                MOVE 0 TO DIFMANO-T07SDESV
                MOVE 0 TO DIFTOTAL-T07SDESV
                MOVE 0 TO PORC-T07SDESV
                MOVE 'SIN PRESUPUESTO' TO MARCA-T07SDESV
                WRITE REG-T07SDESV FROM REGISTRO-T07SDESV
                ADD 1 TO TOTAL-SINPRESU.
            IF EXISTE-PRESU = 1 THEN
                PERFORM COMPARAR-PRESUPUESTO.
        BUSCAR-PRESUPUESTO.
            IF NROPRESU-PRESU-TAB (IX-PRESU) =
            NROPRESU-LIN-TAB (IX-LINEA) AND
            IDREPUESTO-PRESU-TAB (IX-PRESU) =
            IDREPUESTO-LIN-TAB (IX-LINEA) THEN
                MOVE PRECIO-PRESU-TAB (IX-PRESU) TO PRECIO-COTIZADO
                MOVE MANODEOBRA-PRESU-TAB (IX-PRESU) TO MANO-COTIZADA
                MOVE OPERADOR-PRESU-TAB (IX-PRESU) TO OPERADOR-ACTUAL
                MOVE 1 TO EXISTE-PRESU.
        COMPARAR-PRESUPUESTO.
            IF OPERADOR-ACTUAL = SPACES OR
            OPERADOR-ACTUAL = LOW-VALUES THEN
                MOVE 'S/OPER' TO OPERADOR-ACTUAL.
            MOVE OPERADOR-ACTUAL TO OPERADOR-T07SDESV.
            COMPUTE COTIZADO-LINEA = PRECIO-COTIZADO + MANO-COTIZADA.
            MOVE COTIZADO-LINEA TO COTIZADO-T07SDESV.
            COMPUTE DIFPARTE-T07SDESV = PARTES-LIN-TAB (IX-LINEA)
                - PRECIO-COTIZADO.
            COMPUTE DIFMANO-T07SDESV = MANO-LIN-TAB (IX-LINEA)
                - MANO-COTIZADA.
            COMPUTE DIFERENCIA-LINEA = FACTURADO-LINEA - COTIZADO-LINEA.
            MOVE DIFERENCIA-LINEA TO DIFTOTAL-T07SDESV.
            MOVE 0 TO PORCENTAJE-LINEA.
            MOVE COTIZADO-LINEA TO BASE-PORCENTAJE.
            MOVE DIFERENCIA-LINEA TO DIF-PORCENTAJE.
            PERFORM CALCULAR-PORCENTAJE.
            MOVE PORCENTAJE-CALC TO PORCENTAJE-LINEA.
            MOVE PORCENTAJE-LINEA TO PORC-T07SDESV.
            MOVE 0 TO EXCEDE-TOLERANCIA.
            MOVE SPACES TO MARCA-T07SDESV.
            IF DIFERENCIA-LINEA > 0 AND
            PORCENTAJE-LINEA > TOLERANCIA-PDESV THEN
                PERFORM BUSCAR-NOTA
                IF TIENE-NOTA = 0 THEN
                    MOVE 1 TO EXCEDE-TOLERANCIA
                    MOVE 'EXCEDE S/NOTA' TO MARCA-T07SDESV
                ELSE
                    MOVE 'EXCEDE C/NOTA' TO MARCA-T07SDESV
                END-IF
            END-IF.
            WRITE REG-T07SDESV FROM REGISTRO-T07SDESV.
            ADD 1 TO TOTAL-GENERAL.
            ADD COTIZADO-LINEA TO TOTAL-COTIZADO.
            ADD FACTURADO-LINEA TO TOTAL-FACTURADO.
            IF EXCEDE-TOLERANCIA = 1 THEN
                ADD 1 TO TOTAL-EXCEDIDOS.
            PERFORM ACUMULAR-REPUESTO.
            PERFORM ACUMULAR-OPERADOR.
        BUSCAR-NOTA.
            MOVE 0 TO TIENE-NOTA.
            MOVE 0 TO EOF-T07NOTAS.
            MOVE NROORDEN-LIN-TAB (IX-LINEA) TO NROORDEN-CLAVE-NOTA.
            MOVE 0 TO SECUENCIA-CLAVE-NOTA.
            START T07NOTAS KEY IS NOT LESS THAN CLAVE-NOTA
                INVALID KEY MOVE 1 TO EOF-T07NOTAS.
            IF EOF-T07NOTAS = 0 THEN
                READ T07NOTAS NEXT INTO REGISTRO-T07NOTAS
                AT END MOVE 1 TO EOF-T07NOTAS
                END-READ
            END-IF.
            IF EOF-T07NOTAS = 0 AND
            NROORDEN-NOTA = NROORDEN-LIN-TAB (IX-LINEA) THEN
                MOVE 1 TO TIENE-NOTA.
        ACUMULAR-REPUESTO.
            MOVE 0 TO ENCONTRO-REPUESTO.
            PERFORM BUSCAR-REPUESTO-TAB
            VARYING IX-REPUESTO FROM 1 BY 1
            UNTIL IX-REPUESTO > CANT-REPUESTOS-TAB
            OR ENCONTRO-REPUESTO = 1.
            IF ENCONTRO-REPUESTO = 0 THEN
                IF CANT-REPUESTOS-TAB < 500 THEN
                    ADD 1 TO CANT-REPUESTOS-TAB
                    MOVE IDREPUESTO-LIN-TAB (IX-LINEA)
                    TO IDREPUESTO-REP-TAB (CANT-REPUESTOS-TAB)
                    MOVE 1 TO CANTIDAD-REP-TAB (CANT-REPUESTOS-TAB)
                    MOVE COTIZADO-LINEA
                    TO COTIZADO-REP-TAB (CANT-REPUESTOS-TAB)
                    MOVE FACTURADO-LINEA
                    TO FACTURADO-REP-TAB (CANT-REPUESTOS-TAB)
                    MOVE EXCEDE-TOLERANCIA
                    TO EXCEDIDOS-REP-TAB (CANT-REPUESTOS-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-REPUESTO-TAB.
            IF IDREPUESTO-REP-TAB (IX-REPUESTO) =
            IDREPUESTO-LIN-TAB (IX-LINEA) THEN
                ADD 1 TO CANTIDAD-REP-TAB (IX-REPUESTO)
                ADD COTIZADO-LINEA TO COTIZADO-REP-TAB (IX-REPUESTO)
                ADD FACTURADO-LINEA TO FACTURADO-REP-TAB (IX-REPUESTO)
                ADD EXCEDE-TOLERANCIA
                TO EXCEDIDOS-REP-TAB (IX-REPUESTO)
                MOVE 1 TO ENCONTRO-REPUESTO.
        ACUMULAR-OPERADOR.
            MOVE 0 TO ENCONTRO-OPERADOR.
            PERFORM BUSCAR-OPERADOR-TAB
            VARYING IX-OPERADOR FROM 1 BY 1
            UNTIL IX-OPERADOR > CANT-OPERADORES-TAB
            OR ENCONTRO-OPERADOR = 1.
            IF ENCONTRO-OPERADOR = 0 THEN
                IF CANT-OPERADORES-TAB < 200 THEN
                    ADD 1 TO CANT-OPERADORES-TAB
                    MOVE OPERADOR-ACTUAL
                    TO OPERADOR-OPE-TAB (CANT-OPERADORES-TAB)
                    MOVE 1 TO CANTIDAD-OPE-TAB (CANT-OPERADORES-TAB)
                    MOVE COTIZADO-LINEA
                    TO COTIZADO-OPE-TAB (CANT-OPERADORES-TAB)
                    MOVE FACTURADO-LINEA
                    TO FACTURADO-OPE-TAB (CANT-OPERADORES-TAB)
                    MOVE EXCEDE-TOLERANCIA
                    TO EXCEDIDOS-OPE-TAB (CANT-OPERADORES-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-OPERADOR-TAB.
            IF OPERADOR-OPE-TAB (IX-OPERADOR) = OPERADOR-ACTUAL THEN
                ADD 1 TO CANTIDAD-OPE-TAB (IX-OPERADOR)
                ADD COTIZADO-LINEA TO COTIZADO-OPE-TAB (IX-OPERADOR)
                ADD FACTURADO-LINEA TO FACTURADO-OPE-TAB (IX-OPERADOR)
                ADD EXCEDE-TOLERANCIA
                TO EXCEDIDOS-OPE-TAB (IX-OPERADOR)
                MOVE 1 TO ENCONTRO-OPERADOR.
        EMITIR-REPUESTO.
            MOVE 'REPUESTO' TO TIPO-SUBT.
            MOVE IDREPUESTO-REP-TAB (IX-REPUESTO) TO CLAVE-SUBT.
            MOVE CANTIDAD-REP-TAB (IX-REPUESTO) TO CANTIDAD-SUBT.
            MOVE COTIZADO-REP-TAB (IX-REPUESTO) TO COTIZADO-SECCION.
            MOVE FACTURADO-REP-TAB (IX-REPUESTO) TO FACTURADO-SECCION.
            MOVE EXCEDIDOS-REP-TAB (IX-REPUESTO) TO EXCEDIDOS-SUBT.
            PERFORM GRABAR-SUBTOTAL.
        EMITIR-OPERADOR.
            MOVE 'OPERADOR' TO TIPO-SUBT.
            MOVE OPERADOR-OPE-TAB (IX-OPERADOR) TO CLAVE-SUBT.
            MOVE CANTIDAD-OPE-TAB (IX-OPERADOR) TO CANTIDAD-SUBT.
            MOVE COTIZADO-OPE-TAB (IX-OPERADOR) TO COTIZADO-SECCION.
            MOVE FACTURADO-OPE-TAB (IX-OPERADOR) TO FACTURADO-SECCION.
            MOVE EXCEDIDOS-OPE-TAB (IX-OPERADOR) TO EXCEDIDOS-SUBT.
            PERFORM GRABAR-SUBTOTAL.
        GRABAR-SUBTOTAL.
            MOVE COTIZADO-SECCION TO COTIZADO-SUBT.
            MOVE FACTURADO-SECCION TO FACTURADO-SUBT.
            COMPUTE DIFERENCIA-SECCION =
                FACTURADO-SECCION - COTIZADO-SECCION.
            MOVE DIFERENCIA-SECCION TO DIFTOTAL-SUBT.
            MOVE 0 TO PORCENTAJE-SECCION.
            MOVE COTIZADO-SECCION TO BASE-PORCENTAJE.
            MOVE DIFERENCIA-SECCION TO DIF-PORCENTAJE.
            PERFORM CALCULAR-PORCENTAJE.
            MOVE PORCENTAJE-CALC TO PORCENTAJE-SECCION.
            MOVE PORCENTAJE-SECCION TO PORC-SUBT.
            WRITE REG-T07SDESV FROM REGISTRO-T07SSUBT.
        CALCULAR-PORCENTAJE.
            MOVE 0 TO PORCENTAJE-CALC.
            IF BASE-PORCENTAJE > 0 THEN
                COMPUTE LIMITE-PORCENTAJE = BASE-PORCENTAJE * 999
                IF DIF-PORCENTAJE > LIMITE-PORCENTAJE THEN
                    MOVE 99999.99 TO PORCENTAJE-CALC
                END-IF
                IF DIF-PORCENTAJE < 0 - LIMITE-PORCENTAJE THEN
                    MOVE -99999.99 TO PORCENTAJE-CALC
                END-IF
                IF PORCENTAJE-CALC = 0 THEN
                    COMPUTE PORCENTAJE-CALC ROUNDED =
                        DIF-PORCENTAJE * 100 / BASE-PORCENTAJE
                END-IF
            END-IF.
            IF BASE-PORCENTAJE NOT > 0 AND DIF-PORCENTAJE > 0 THEN
                MOVE 99999.99 TO PORCENTAJE-CALC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SDESV DD DSN=KC03BAB.CATALOGO.SALIDA(T07SDESV),DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07PRESU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PRESU),DISP=SHR
//GO.T07NOTAS DD DSN=KC03BAB.CATALOGO.NOTAS,DISP=SHR
//GO.T07PDESV DD DSN=KC03BAB.CATALOGO.PARM(T07PDESV),DISP=SHR
