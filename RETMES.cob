//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. RETMES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07RETEN ASSIGN TO T07RETEN.
            SELECT T07PRETM ASSIGN TO T07PRETM.
            SELECT T07SRETM ASSIGN TO T07SRETM.
            SELECT T07SRETR ASSIGN TO T07SRETR.
        DATA DIVISION.
        FILE SECTION.
        FD T07RETEN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RETEN PIC X(80).
        FD T07PRETM
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PRETM PIC X(6).
        FD T07SRETM
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SRETM PIC X(80).
        FD T07SRETR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SRETR PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(28) VALUE 'RETENCIONES PRACTICADAS MES|'.
         03 AAAAMM-TITULO PIC 9(6).
        01 SUBTITULO.
         03 FILLER PIC X(4) VALUE 'IMP|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(9) VALUE 'NROCERT |'.
         03 FILLER PIC X(4) VALUE 'PRO|'.
         03 FILLER PIC X(14) VALUE 'CUIT         |'.
         03 FILLER PIC X(13) VALUE 'FACTURA     |'.
         03 FILLER PIC X(13) VALUE 'BASE        |'.
         03 FILLER PIC X(6) VALUE 'ALIC |'.
         03 FILLER PIC X(10) VALUE 'RETENIDO  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07RETEN.
         03 NROCERT-RETEN PIC 9(8).
         03 TIPO-RETEN PIC X(1).
             88 RETENCION-GANANCIAS VALUE 'G'.
             88 RETENCION-IIBB VALUE 'I'.
         03 IDPROVEEDOR-RETEN PIC 9(3).
         03 CUIT-RETEN PIC X(13).
         03 NROFACTURA-RETEN PIC X(12).
         03 FECHAPAGO-RETEN PIC 9(8).
         03 IMPORTEPAGO-RETEN PIC 9(7)V99.
         03 BASE-RETEN PIC 9(9)V99.
         03 TASA-RETEN PIC 9(2)V99.
         03 RETENIDO-RETEN PIC 9(7)V99.
        01 FECHA-DESGLOSE-RET.
         03 FECHA-AAAA-RET PIC 9(4).
         03 FECHA-MM-RET PIC 9(2).
         03 FECHA-DD-RET PIC 9(2).
        01 AAAAMM-RETENCION PIC 9(6).
        01 REGISTRO-T07SRETM.
         03 IMPUESTO-T07SRETM PIC X(1).
         03 FECHA-T07SRETM.
             05 DD-T07SRETM PIC 9(2).
             05 FILLER PIC X(1) VALUE '/'.
             05 MM-T07SRETM PIC 9(2).
             05 FILLER PIC X(1) VALUE '/'.
             05 AAAA-T07SRETM PIC 9(4).
         03 NROCERT-T07SRETM PIC 9(8).
         03 CUIT-T07SRETM PIC X(13).
         03 BASE-T07SRETM.
             05 BASE-ENTERO-T07SRETM PIC 9(13).
             05 FILLER PIC X(1) VALUE ','.
             05 BASE-DECIMAL-T07SRETM PIC 9(2).
         03 ALICUOTA-T07SRETM.
             05 ALICUOTA-ENTERO-T07SRETM PIC 9(2).
             05 FILLER PIC X(1) VALUE ','.
             05 ALICUOTA-DECIMAL-T07SRETM PIC 9(2).
         03 RETENIDO-T07SRETM.
             05 RETENIDO-ENTERO-T07SRETM PIC 9(13).
             05 FILLER PIC X(1) VALUE ','.
             05 RETENIDO-DECIMAL-T07SRETM PIC 9(2).
        01 IMPORTE-SEPARAR PIC 9(13)V99.
        01 IMPORTE-SEPARADO REDEFINES IMPORTE-SEPARAR.
         03 ENTERO-SEPARADO PIC 9(13).
         03 DECIMAL-SEPARADO PIC 9(2).
        01 TASA-SEPARAR PIC 9(2)V99.
        01 TASA-SEPARADA REDEFINES TASA-SEPARAR.
         03 ENTERO-TASA PIC 9(2).
         03 DECIMAL-TASA PIC 9(2).
        01 REGISTRO-T07SRETR.
         03 TIPO-T07SRETR PIC X(1).
         03 FILLER PIC X(3) VALUE '  |'.
         03 FECHAPAGO-T07SRETR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROCERT-T07SRETR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDPROVEEDOR-T07SRETR PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 CUIT-T07SRETR PIC X(13).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROFACTURA-T07SRETR PIC X(12).
         03 FILLER PIC X(1) VALUE '|'.
         03 BASE-T07SRETR PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TASA-T07SRETR PIC Z9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 RETENIDO-T07SRETR PIC ZZZZZZ9.99.
        01 REGISTRO-T07SRIMP.
         03 LEYENDA-T07SRIMP PIC X(16).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SRIMP PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SRIMP PIC ZZZZZZZZ9.99.
        01 EOF-T07RETEN PIC 9 VALUE 0.
        01 AAAAMM-FILTRO PIC 9(6) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 CANT-GANANCIAS PIC 9(5) COMP VALUE 0.
        01 CANT-IIBB PIC 9(5) COMP VALUE 0.
        01 TOTAL-GANANCIAS PIC 9(9)V99 VALUE 0.
        01 TOTAL-IIBB PIC 9(9)V99 VALUE 0.
        01 CONTADOR-T07SRETR PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07RETEN.
            OPEN OUTPUT T07SRETM.
            OPEN OUTPUT T07SRETR.
            OPEN INPUT T07PRETM.
            READ T07PRETM INTO AAAAMM-FILTRO
            AT END MOVE 0 TO AAAAMM-FILTRO.
            CLOSE T07PRETM.
            IF AAAAMM-FILTRO NOT NUMERIC OR AAAAMM-FILTRO = 0 THEN
                ACCEPT FECHA-HOY FROM DATE YYYYMMDD
                DIVIDE FECHA-HOY BY 100 GIVING AAAAMM-FILTRO.
            MOVE AAAAMM-FILTRO TO AAAAMM-TITULO.
            WRITE REG-T07SRETR FROM TITULO.
            WRITE REG-T07SRETR FROM SUBTITULO.
            WRITE REG-T07SRETR FROM LINEA.
            READ T07RETEN INTO REGISTRO-T07RETEN
            AT END MOVE 1 TO EOF-T07RETEN.
            PERFORM PROCESAR-RETENCION UNTIL EOF-T07RETEN = 1.
            WRITE REG-T07SRETR FROM LINEA.
            MOVE 'TOTAL GANANCIAS' TO LEYENDA-T07SRIMP.
            MOVE CANT-GANANCIAS TO CANTIDAD-T07SRIMP.
            MOVE TOTAL-GANANCIAS TO IMPORTE-T07SRIMP.
            WRITE REG-T07SRETR FROM REGISTRO-T07SRIMP.
            MOVE 'TOTAL IIBB' TO LEYENDA-T07SRIMP.
            MOVE CANT-IIBB TO CANTIDAD-T07SRIMP.
            MOVE TOTAL-IIBB TO IMPORTE-T07SRIMP.
            WRITE REG-T07SRETR FROM REGISTRO-T07SRIMP.
            MOVE CONTADOR-T07SRETR TO CANTIDAD-TOTAL.
            WRITE REG-T07SRETR FROM REGISTRO-T07STOTAL.
            CLOSE T07RETEN T07SRETM T07SRETR.
            STOP RUN.
        PROCESAR-RETENCION.
            MOVE FECHAPAGO-RETEN TO FECHA-DESGLOSE-RET.
            COMPUTE AAAAMM-RETENCION =
                FECHA-AAAA-RET * 100 + FECHA-MM-RET.
            IF AAAAMM-RETENCION = AAAAMM-FILTRO THEN
                PERFORM EXPORTAR-RETENCION
                PERFORM LISTAR-RETENCION
                IF RETENCION-GANANCIAS THEN
                    ADD 1 TO CANT-GANANCIAS
                    ADD RETENIDO-RETEN TO TOTAL-GANANCIAS
                ELSE
                    ADD 1 TO CANT-IIBB
                    ADD RETENIDO-RETEN TO TOTAL-IIBB
                END-IF
            END-IF.
            READ T07RETEN INTO REGISTRO-T07RETEN
            AT END MOVE 1 TO EOF-T07RETEN.
        EXPORTAR-RETENCION.
            MOVE TIPO-RETEN TO IMPUESTO-T07SRETM.
            MOVE FECHA-DD-RET TO DD-T07SRETM.
            MOVE FECHA-MM-RET TO MM-T07SRETM.
            MOVE FECHA-AAAA-RET TO AAAA-T07SRETM.
            MOVE NROCERT-RETEN TO NROCERT-T07SRETM.
            MOVE CUIT-RETEN TO CUIT-T07SRETM.
            MOVE BASE-RETEN TO IMPORTE-SEPARAR.
            MOVE ENTERO-SEPARADO TO BASE-ENTERO-T07SRETM.
            MOVE DECIMAL-SEPARADO TO BASE-DECIMAL-T07SRETM.
            MOVE TASA-RETEN TO TASA-SEPARAR.
            MOVE ENTERO-TASA TO ALICUOTA-ENTERO-T07SRETM.
            MOVE DECIMAL-TASA TO ALICUOTA-DECIMAL-T07SRETM.
            MOVE RETENIDO-RETEN TO IMPORTE-SEPARAR.
            MOVE ENTERO-SEPARADO TO RETENIDO-ENTERO-T07SRETM.
            MOVE DECIMAL-SEPARADO TO RETENIDO-DECIMAL-T07SRETM.
            WRITE REG-T07SRETM FROM REGISTRO-T07SRETM.
        LISTAR-RETENCION.
            MOVE TIPO-RETEN TO TIPO-T07SRETR.
            MOVE FECHAPAGO-RETEN TO FECHAPAGO-T07SRETR.
            MOVE NROCERT-RETEN TO NROCERT-T07SRETR.
            MOVE IDPROVEEDOR-RETEN TO IDPROVEEDOR-T07SRETR.
            MOVE CUIT-RETEN TO CUIT-T07SRETR.
            MOVE NROFACTURA-RETEN TO NROFACTURA-T07SRETR.
            MOVE BASE-RETEN TO BASE-T07SRETR.
            MOVE TASA-RETEN TO TASA-T07SRETR.
            MOVE RETENIDO-RETEN TO RETENIDO-T07SRETR.
            WRITE REG-T07SRETR FROM REGISTRO-T07SRETR.
            ADD 1 TO CONTADOR-T07SRETR.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07RETEN DD DSN=KC03BAB.CATALOGO.RETEN,DISP=SHR
//GO.T07PRETM DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PRETM),DISP=SHR
//GO.T07SRETM DD DSN=KC03BAB.CATALOGO.SALIDA(T07SRETM),DISP=SHR
//GO.T07SRETR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SRETR),DISP=SHR
