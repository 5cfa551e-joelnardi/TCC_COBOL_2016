//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DIFCAMB.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SDIFC ASSIGN TO T07SDIFC.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07COTIZ ASSIGN TO T07COTIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-COTIZ.
            SELECT T07PHIST ASSIGN TO T07PHIST.
            SELECT T07PRESU ASSIGN TO T07PRESU.
        DATA DIVISION.
        FILE SECTION.
        FD T07SDIFC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SDIFC PIC X(126).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07COTIZ
            LABEL RECORDS ARE STANDARD.
        01 REG-T07COTIZ.
         03 CLAVE-COTIZ.
             05 MONEDA-CLAVE-COTIZ PIC X(1).
             05 FECHAINV-CLAVE-COTIZ PIC 9(8).
         03 FILLER PIC X(71).
        FD T07PHIST
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PHIST PIC X(80).
        FD T07PRESU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PRESU PIC X(240).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'DIFERENCIA DE CAMBIO REPUESTOS U$S'.
         03 FILLER PIC X(1) VALUE SPACE.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 NROORDEN-TITULO PIC X(8) VALUE 'NROORDE|'.
         03 IDREPUESTO-TITULO PIC X(4) VALUE 'REP|'.
         03 DOLARES-TITULO PIC X(11) VALUE 'PRECIO U$S|'.
         03 TCPRES-TITULO PIC X(11) VALUE 'TC PRESUP |'.
         03 TCING-TITULO PIC X(11) VALUE 'TC INGRESO|'.
         03 TCFACT-TITULO PIC X(11) VALUE 'TC FACTURA|'.
         03 PESPRES-TITULO PIC X(12) VALUE '$ PRESUP   |'.
         03 PESING-TITULO PIC X(12) VALUE '$ INGRESO  |'.
         03 PESFACT-TITULO PIC X(12) VALUE '$ FACTURA  |'.
         03 DIFING-TITULO PIC X(13) VALUE 'DIF ING-PRES|'.
         03 DIFFACT-TITULO PIC X(12) VALUE 'DIF FACT-ING'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SDIFC.
         03 NROORDEN-T07SDIFC PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SDIFC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 DOLARES-T07SDIFC PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TCPRES-T07SDIFC PIC ZZZZ9.9999.
         03 FILLER PIC X(1) VALUE '|'.
         03 TCING-T07SDIFC PIC ZZZZ9.9999.
         03 FILLER PIC X(1) VALUE '|'.
         03 TCFACT-T07SDIFC PIC ZZZZ9.9999.
         03 FILLER PIC X(1) VALUE '|'.
         03 PESPRES-T07SDIFC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PESING-T07SDIFC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PESFACT-T07SDIFC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFING-T07SDIFC PIC ZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFFACT-T07SDIFC PIC ZZZZZZZ9.99-.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFING-TOTAL PIC ZZZZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 DIFFACT-TOTAL PIC ZZZZZZZZ9.99-.
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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 LEYENDA-PRESUPUESTO.
         03 TEXTO-LEYENDA PIC X(18).
         03 NROPRESU-LEYENDA PIC 9(5).
         03 FILLER PIC X(7).
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
         03 INTERVALO-REPUE PIC 9(3).
         03 CASCO-REPUE PIC 9(7)V99.
         03 PROVCASCO-REPUE PIC 9(3).
         03 MONEDA-REPUE PIC X(1).
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 REGISTRO-T07COTIZ.
         03 MONEDA-COTIZ PIC X(1).
         03 FECHAINV-COTIZ PIC 9(8).
         03 FECHA-COTIZ PIC 9(8).
         03 TASA-COTIZ PIC 9(5)V9999.
         03 OPERADOR-COTIZ PIC X(8).
         03 FECHAPROC-COTIZ PIC 9(8).
        01 EXISTE-COTIZ PIC 9 VALUE 0.
        01 FECHA-COTIZACION PIC 9(8) VALUE 0.
        01 TASA-APLICADA PIC 9(5)V9999 VALUE 0.
        01 REGISTRO-T07PHIST.
         03 IDREPUESTO-PHIST PIC 9(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 PRECIO-PHIST PIC 9(7)V99.
        01 EOF-T07PHIST PIC 9 VALUE 0.
        01 HIST-ENCONTRADO PIC 9 VALUE 0.
        01 FECHAVIG-ELEGIDA PIC 9(8) VALUE 0.
        01 PRECIO-HISTORICO PIC 9(7)V99 VALUE 0.
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
        01 EOF-T07PRESU PIC 9 VALUE 0.
        01 TABLA-PRESUPUESTOS.
         03 PRESU-OCU OCCURS 2000 TIMES INDEXED BY IX-PRESU.
             05 NROPRESU-PRESU-TAB PIC 9(5).
             05 IDREPUESTO-PRESU-TAB PIC 9(3).
             05 FECHAEMISION-PRESU-TAB PIC 9(8).
        01 CANT-PRESU-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-PRESU PIC 9 VALUE 0.
        01 FECHA-PRESUPUESTO PIC 9(8) VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 PRECIO-DOLARES PIC 9(7)V99 VALUE 0.
        01 TASA-PRESUPUESTO PIC 9(5)V9999 VALUE 0.
        01 TASA-INGRESO PIC 9(5)V9999 VALUE 0.
        01 TASA-FACTURA PIC 9(5)V9999 VALUE 0.
        01 PESOS-PRESUPUESTO PIC 9(9)V99 VALUE 0.
        01 PESOS-INGRESO PIC 9(9)V99 VALUE 0.
        01 PESOS-FACTURA PIC 9(9)V99 VALUE 0.
        01 DIFERENCIA-INGRESO PIC S9(9)V99 VALUE 0.
        01 DIFERENCIA-FACTURA PIC S9(9)V99 VALUE 0.
        01 TOTAL-DIF-INGRESO PIC S9(9)V99 VALUE 0.
        01 TOTAL-DIF-FACTURA PIC S9(9)V99 VALUE 0.
        01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
        01 FECHA-HOY PIC 9(8).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-PRESUPUESTOS.
            OPEN INPUT PPAL.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07COTIZ.
            OPEN OUTPUT T07SDIFC.
            MOVE FECHA-HOY TO FECHA-TITULO.
            WRITE REG-T07SDIFC FROM TITULO.
            WRITE REG-T07SDIFC FROM SUBTITULO.
            WRITE REG-T07SDIFC FROM LINEA.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-ORDEN UNTIL EOF-PPAL = 1.
            MOVE TOTAL-GENERAL TO CANTIDAD-TOTAL.
            MOVE TOTAL-DIF-INGRESO TO DIFING-TOTAL.
            MOVE TOTAL-DIF-FACTURA TO DIFFACT-TOTAL.
            WRITE REG-T07SDIFC FROM REGISTRO-T07STOTAL.
            CLOSE PPAL T07REPUE T07COTIZ T07SDIFC.
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
                    MOVE FECHAEMISION-PRESU
                    TO FECHAEMISION-PRESU-TAB (CANT-PRESU-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        EVALUAR-ORDEN.
            MOVE 0 TO EXISTE-REPUE.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
            IF EXISTE-REPUE = 1 AND MONEDA-REPUE = 'D' THEN
                PERFORM EMITIR-DIFERENCIA.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        EMITIR-DIFERENCIA.
            MOVE PRECIO-REPUE TO PRECIO-DOLARES.
            PERFORM BUSCAR-PRECIO-HISTORICO.
            IF HIST-ENCONTRADO = 1 THEN
                MOVE PRECIO-HISTORICO TO PRECIO-DOLARES.
            MOVE 0 TO TASA-PRESUPUESTO.
            MOVE 0 TO TASA-INGRESO.
            MOVE 0 TO TASA-FACTURA.
            MOVE 0 TO PESOS-PRESUPUESTO.
            MOVE 0 TO PESOS-INGRESO.
            MOVE 0 TO PESOS-FACTURA.
            MOVE 0 TO DIFERENCIA-INGRESO.
            MOVE 0 TO DIFERENCIA-FACTURA.
            PERFORM BUSCAR-FECHA-PRESUPUESTO.
            IF EXISTE-PRESU = 1 THEN
                MOVE FECHA-PRESUPUESTO TO FECHA-COTIZACION
                PERFORM BUSCAR-COTIZACION
                MOVE TASA-APLICADA TO TASA-PRESUPUESTO.
            IF FECHAINGRESO-PPAL NUMERIC AND FECHAINGRESO-PPAL > 0 THEN
                MOVE FECHAINGRESO-PPAL TO FECHA-COTIZACION
                PERFORM BUSCAR-COTIZACION
                MOVE TASA-APLICADA TO TASA-INGRESO.
            IF ESTADO-PPAL = 'E' AND FECHAEGRESO-PPAL NUMERIC AND
            FECHAEGRESO-PPAL > 0 THEN
                MOVE FECHAEGRESO-PPAL TO FECHA-COTIZACION
                PERFORM BUSCAR-COTIZACION
                MOVE TASA-APLICADA TO TASA-FACTURA.
            COMPUTE PESOS-PRESUPUESTO ROUNDED =
                PRECIO-DOLARES * TASA-PRESUPUESTO.
            COMPUTE PESOS-INGRESO ROUNDED =
                PRECIO-DOLARES * TASA-INGRESO.
            COMPUTE PESOS-FACTURA ROUNDED =
                PRECIO-DOLARES * TASA-FACTURA.
            IF TASA-PRESUPUESTO > 0 AND TASA-INGRESO > 0 THEN
                COMPUTE DIFERENCIA-INGRESO =
                    PESOS-INGRESO - PESOS-PRESUPUESTO.
            IF TASA-INGRESO > 0 AND TASA-FACTURA > 0 THEN
                COMPUTE DIFERENCIA-FACTURA =
                    PESOS-FACTURA - PESOS-INGRESO.
            MOVE NROORDEN-PPAL TO NROORDEN-T07SDIFC.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-T07SDIFC.
            MOVE PRECIO-DOLARES TO DOLARES-T07SDIFC.
            MOVE TASA-PRESUPUESTO TO TCPRES-T07SDIFC.
            MOVE TASA-INGRESO TO TCING-T07SDIFC.
            MOVE TASA-FACTURA TO TCFACT-T07SDIFC.
            MOVE PESOS-PRESUPUESTO TO PESPRES-T07SDIFC.
            MOVE PESOS-INGRESO TO PESING-T07SDIFC.
            MOVE PESOS-FACTURA TO PESFACT-T07SDIFC.
            MOVE DIFERENCIA-INGRESO TO DIFING-T07SDIFC.
            MOVE DIFERENCIA-FACTURA TO DIFFACT-T07SDIFC.
            WRITE REG-T07SDIFC FROM REGISTRO-T07SDIFC.
            ADD 1 TO TOTAL-GENERAL.
            ADD DIFERENCIA-INGRESO TO TOTAL-DIF-INGRESO.
            ADD DIFERENCIA-FACTURA TO TOTAL-DIF-FACTURA.
        BUSCAR-FECHA-PRESUPUESTO.
            MOVE 0 TO EXISTE-PRESU.
            MOVE 0 TO FECHA-PRESUPUESTO.
            MOVE DESCREPARACION-PPAL TO LEYENDA-PRESUPUESTO.
            IF TEXTO-LEYENDA = 'SEGUN PRESUPUESTO ' AND
            NROPRESU-LEYENDA NUMERIC THEN
                PERFORM COMPARAR-PRESUPUESTO
                VARYING IX-PRESU FROM 1 BY 1
                UNTIL IX-PRESU > CANT-PRESU-TAB OR EXISTE-PRESU = 1.
        COMPARAR-PRESUPUESTO.
            IF NROPRESU-PRESU-TAB (IX-PRESU) = NROPRESU-LEYENDA AND
            IDREPUESTO-PRESU-TAB (IX-PRESU) = IDREPUESTO-PPAL THEN
                MOVE FECHAEMISION-PRESU-TAB (IX-PRESU)
                TO FECHA-PRESUPUESTO
                MOVE 1 TO EXISTE-PRESU.
        BUSCAR-COTIZACION.
            MOVE 0 TO TASA-APLICADA.
            MOVE 1 TO EXISTE-COTIZ.
            MOVE MONEDA-REPUE TO MONEDA-CLAVE-COTIZ.
            COMPUTE FECHAINV-CLAVE-COTIZ = 99999999 - FECHA-COTIZACION.
            START T07COTIZ KEY IS NOT LESS THAN CLAVE-COTIZ
                INVALID KEY MOVE 0 TO EXISTE-COTIZ
            END-START.
            IF EXISTE-COTIZ = 1 THEN
                READ T07COTIZ NEXT INTO REGISTRO-T07COTIZ
                    AT END MOVE 0 TO EXISTE-COTIZ
                END-READ
            END-IF.
            IF EXISTE-COTIZ = 1 AND MONEDA-COTIZ NOT = MONEDA-REPUE
            THEN
                MOVE 0 TO EXISTE-COTIZ.
            IF EXISTE-COTIZ = 1 THEN
                MOVE TASA-COTIZ TO TASA-APLICADA.
        BUSCAR-PRECIO-HISTORICO.
            MOVE 0 TO HIST-ENCONTRADO.
            MOVE 0 TO FECHAVIG-ELEGIDA.
            MOVE 0 TO PRECIO-HISTORICO.
            MOVE 0 TO EOF-T07PHIST.
            OPEN INPUT T07PHIST.
            PERFORM EVALUAR-PRECIO-HIST UNTIL EOF-T07PHIST = 1.
            CLOSE T07PHIST.
        EVALUAR-PRECIO-HIST.
            READ T07PHIST INTO REGISTRO-T07PHIST
            AT END MOVE 1 TO EOF-T07PHIST.
            IF EOF-T07PHIST = 0 AND
            IDREPUESTO-PHIST = IDREPUESTO-PPAL AND
            FECHAVIG-PHIST NOT > FECHAINGRESO-PPAL AND
            FECHAVIG-PHIST NOT < FECHAVIG-ELEGIDA THEN
                MOVE FECHAVIG-PHIST TO FECHAVIG-ELEGIDA
                MOVE PRECIO-PHIST TO PRECIO-HISTORICO
                MOVE 1 TO HIST-ENCONTRADO
            END-IF.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SDIFC DD DSN=KC03BAB.CATALOGO.SALIDA(T07SDIFC),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//GO.T07PHIST DD DSN=KC03BAB.CATALOGO.PHIST,DISP=SHR
//GO.T07PRESU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PRESU),DISP=SHR
