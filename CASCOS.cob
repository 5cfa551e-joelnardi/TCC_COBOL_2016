//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASCOS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECASC ASSIGN TO T07ECASC.
            SELECT T07CASCO ASSIGN TO T07CASCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CASCO.
            SELECT T07CTAPR ASSIGN TO T07CTAPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTAPR.
            SELECT T07SCASC ASSIGN TO T07SCASC.
            SELECT T07POPER ASSIGN TO T07POPER.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECASC
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ECASC PIC X(240).
        FD T07CASCO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CASCO.
         03 CLAVE-CASCO.
             05 NROORDEN-CLAVE-CASCO PIC 9(7).
             05 IDREPUESTO-CLAVE-CASCO PIC 9(3).
         03 FILLER PIC X(70).
        FD T07CTAPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTAPR.
         03 CLAVE-CTAPR.
             05 IDPROVEEDOR-CLAVE-CTAPR PIC 9(3).
             05 NROFACTURA-CLAVE-CTAPR PIC X(12).
         03 FILLER PIC X(65).
        FD T07SCASC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCASC PIC X(126).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ECASC.
         03 TIPO-T07ECASC PIC X(1).
             88 CASCO-RECIBIDO VALUE 'R'.
             88 CASCO-ENVIADO VALUE 'E'.
             88 CASCO-ACREDITADO VALUE 'A'.
             88 CASCO-RECHAZADO VALUE 'X'.
         03 NROORDEN-T07ECASC PIC 9(7).
         03 IDREPUESTO-T07ECASC PIC 9(3).
         03 FECHA-T07ECASC PIC 9(8).
         03 IDPROVEEDOR-T07ECASC PIC 9(3).
         03 NROCREDITO-T07ECASC PIC X(12).
         03 IMPORTE-T07ECASC PIC 9(7)V99.
        01 REGISTRO-T07SCASC.
         03 TIPO-T07SCASC PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCASC PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SCASC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDPROVEEDOR-T07SCASC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SCASC PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SCASC PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SCASC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SCASC PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SCASC PIC 9(6).
        01 REGISTRO-T07CASCO.
         03 NROORDEN-CASCO PIC 9(7).
         03 IDREPUESTO-CASCO PIC 9(3).
         03 IDPROVEEDOR-CASCO PIC 9(3).
         03 VALOR-CASCO PIC 9(7)V99.
         03 FECHAALTA-CASCO PIC 9(8).
         03 CLIENTE-CASCO PIC X(1).
         03 ESTADO-CASCO PIC X(1).
         03 FECHAENVIO-CASCO PIC 9(8).
         03 FECHACREDITO-CASCO PIC 9(8).
         03 NROCREDITO-CASCO PIC X(12).
         03 SUCFACT-CASCO PIC 9(2).
         03 NROFACT-CASCO PIC 9(8).
         03 OPERADOR-CASCO PIC X(8).
        01 REGISTRO-T07CTAPR.
         03 IDPROVEEDOR-CTAPR PIC 9(3).
         03 NROFACTURA-CTAPR PIC X(12).
         03 NROPEDIDO-CTAPR PIC 9(5).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 IMPORTE-CTAPR PIC 9(7)V99.
         03 PAGADO-CTAPR PIC 9(7)V99.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 EOF-T07ECASC PIC 9 VALUE 0.
        01 EOF-T07CTAPR PIC 9 VALUE 0.
        01 EXISTE-CASCO PIC 9 VALUE 0.
        01 EXISTE-CTAPR PIC 9 VALUE 0.
        01 VALIDO-T07ECASC PIC 9 VALUE 1.
        01 CREDITO-RESTANTE PIC 9(7)V99 VALUE 0.
        01 SALDO-FACTURA PIC 9(7)V99 VALUE 0.
        01 CREDITO-APLICADO PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07SCASC PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ECASC.
            OPEN OUTPUT T07SCASC.
            OPEN I-O T07CASCO.
            OPEN I-O T07CTAPR.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07ECASC INTO REGISTRO-T07ECASC
            AT END MOVE 1 TO EOF-T07ECASC.
            PERFORM CASCO-REGISTRO UNTIL EOF-T07ECASC = 1.
            MOVE CONTADOR-T07SCASC TO CANTIDAD-TOTAL.
            WRITE REG-T07SCASC FROM REGISTRO-T07STOTAL.
            CLOSE T07ECASC T07SCASC T07CASCO T07CTAPR.
            STOP RUN.
        CASCO-REGISTRO.
            PERFORM VALIDAR-T07ECASC.
            MOVE 0 TO EXISTE-CASCO.
            MOVE 0 TO IMPORTE-T07SCASC.
            IF VALIDO-T07ECASC = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO.
            IF VALIDO-T07ECASC = 1 THEN
                PERFORM BUSCAR-CASCO
                IF EXISTE-CASCO = 0 THEN
                    MOVE 'SIN CASCO' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    MOVE VALOR-CASCO TO IMPORTE-T07SCASC
                    IF CASCO-RECIBIDO THEN
                        PERFORM RECIBIR-CASCO
                    END-IF
                    IF CASCO-ENVIADO THEN
                        PERFORM ENVIAR-CASCO
                    END-IF
                    IF CASCO-ACREDITADO THEN
                        PERFORM ACREDITAR-CASCO
                    END-IF
                    IF CASCO-RECHAZADO THEN
                        PERFORM RECHAZAR-CASCO
                    END-IF
                END-IF.
            READ T07ECASC INTO REGISTRO-T07ECASC
            AT END MOVE 1 TO EOF-T07ECASC.
        RECIBIR-CASCO.
            IF CLIENTE-CASCO = 'F' THEN
                MOVE 'YA FACTURADO' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO
            ELSE
                IF CLIENTE-CASCO = 'D' THEN
                    MOVE 'YA DEVUELTO' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    MOVE 'D' TO CLIENTE-CASCO
                    MOVE 'P' TO ESTADO-CASCO
                    PERFORM GRABAR-CASCO
                    MOVE 'RECIBIDO' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                END-IF
            END-IF.
        ENVIAR-CASCO.
            IF IDPROVEEDOR-T07ECASC > 0 THEN
                MOVE IDPROVEEDOR-T07ECASC TO IDPROVEEDOR-CASCO.
            IF ESTADO-CASCO NOT = 'P' THEN
                MOVE 'NO PENDIENTE' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO
            ELSE
                IF IDPROVEEDOR-CASCO = 0 THEN
                    MOVE 'SIN PROVEEDOR' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    MOVE 'E' TO ESTADO-CASCO
                    MOVE FECHA-T07ECASC TO FECHAENVIO-CASCO
                    PERFORM GRABAR-CASCO
                    MOVE 'ENVIADO' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                END-IF
            END-IF.
        ACREDITAR-CASCO.
            IF ESTADO-CASCO NOT = 'E' THEN
                MOVE 'NO ENVIADO' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO
            ELSE
                PERFORM BUSCAR-CREDITO
                IF EXISTE-CTAPR = 1 THEN
                    MOVE 'CREDITO DUPLIC' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    IF IMPORTE-T07ECASC > 0 THEN
                        MOVE IMPORTE-T07ECASC TO CREDITO-RESTANTE
                    ELSE
                        MOVE VALOR-CASCO TO CREDITO-RESTANTE
                    END-IF
                    MOVE CREDITO-RESTANTE TO IMPORTE-T07SCASC
                    PERFORM APLICAR-CREDITO
                    PERFORM GRABAR-CREDITO
                    MOVE 'A' TO ESTADO-CASCO
                    MOVE FECHA-T07ECASC TO FECHACREDITO-CASCO
                    MOVE NROCREDITO-T07ECASC TO NROCREDITO-CASCO
                    PERFORM GRABAR-CASCO
                    MOVE 'ACREDITADO' TO RESULTADO-T07SCASC
                    PERFORM EMITIR-RESULTADO
                END-IF
            END-IF.
        RECHAZAR-CASCO.
            IF ESTADO-CASCO NOT = 'E' THEN
                MOVE 'NO ENVIADO' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO
            ELSE
                MOVE 'Z' TO ESTADO-CASCO
                MOVE FECHA-T07ECASC TO FECHACREDITO-CASCO
                PERFORM GRABAR-CASCO
                MOVE 'RECHAZ PROVEED' TO RESULTADO-T07SCASC
                PERFORM EMITIR-RESULTADO
            END-IF.
        BUSCAR-CREDITO.
            MOVE 0 TO EXISTE-CTAPR.
            MOVE IDPROVEEDOR-CASCO TO IDPROVEEDOR-CLAVE-CTAPR.
            MOVE NROCREDITO-T07ECASC TO NROFACTURA-CLAVE-CTAPR.
            READ T07CTAPR INTO REGISTRO-T07CTAPR
                INVALID KEY MOVE 0 TO EXISTE-CTAPR
                NOT INVALID KEY MOVE 1 TO EXISTE-CTAPR
            END-READ.
        APLICAR-CREDITO.
            MOVE 0 TO EOF-T07CTAPR.
            MOVE IDPROVEEDOR-CASCO TO IDPROVEEDOR-CLAVE-CTAPR.
            MOVE SPACES TO NROFACTURA-CLAVE-CTAPR.
            START T07CTAPR KEY IS NOT LESS THAN CLAVE-CTAPR
                INVALID KEY MOVE 1 TO EOF-T07CTAPR.
            PERFORM APLICAR-UNA-FACTURA UNTIL EOF-T07CTAPR = 1
            OR CREDITO-RESTANTE = 0.
        APLICAR-UNA-FACTURA.
            READ T07CTAPR NEXT INTO REGISTRO-T07CTAPR
            AT END MOVE 1 TO EOF-T07CTAPR.
            IF EOF-T07CTAPR = 0 AND
            IDPROVEEDOR-CTAPR NOT = IDPROVEEDOR-CASCO THEN
                MOVE 1 TO EOF-T07CTAPR.
            IF EOF-T07CTAPR = 0 AND IMPORTE-CTAPR > PAGADO-CTAPR THEN
                COMPUTE SALDO-FACTURA = IMPORTE-CTAPR - PAGADO-CTAPR
                IF SALDO-FACTURA > CREDITO-RESTANTE THEN
                    MOVE CREDITO-RESTANTE TO CREDITO-APLICADO
                ELSE
                    MOVE SALDO-FACTURA TO CREDITO-APLICADO
                END-IF
                ADD CREDITO-APLICADO TO PAGADO-CTAPR
                SUBTRACT CREDITO-APLICADO FROM CREDITO-RESTANTE
                REWRITE REG-T07CTAPR FROM REGISTRO-T07CTAPR
            END-IF.
        GRABAR-CREDITO.
            MOVE IDPROVEEDOR-CASCO TO IDPROVEEDOR-CTAPR.
            MOVE NROCREDITO-T07ECASC TO NROFACTURA-CTAPR.
            MOVE 0 TO NROPEDIDO-CTAPR.
            MOVE FECHA-T07ECASC TO FECHAFACT-CTAPR.
            MOVE 0 TO IMPORTE-CTAPR.
            MOVE CREDITO-RESTANTE TO PAGADO-CTAPR.
            WRITE REG-T07CTAPR FROM REGISTRO-T07CTAPR.
        BUSCAR-CASCO.
            MOVE 0 TO EXISTE-CASCO.
            MOVE NROORDEN-T07ECASC TO NROORDEN-CLAVE-CASCO.
            MOVE IDREPUESTO-T07ECASC TO IDREPUESTO-CLAVE-CASCO.
            READ T07CASCO INTO REGISTRO-T07CASCO
                INVALID KEY MOVE 0 TO EXISTE-CASCO
                NOT INVALID KEY MOVE 1 TO EXISTE-CASCO
            END-READ.
        GRABAR-CASCO.
            MOVE OPERADOR-RUN TO OPERADOR-CASCO.
            MOVE NROORDEN-CASCO TO NROORDEN-CLAVE-CASCO.
            MOVE IDREPUESTO-CASCO TO IDREPUESTO-CLAVE-CASCO.
            REWRITE REG-T07CASCO FROM REGISTRO-T07CASCO.
        EMITIR-RESULTADO.
            MOVE TIPO-T07ECASC TO TIPO-T07SCASC.
            MOVE NROORDEN-T07ECASC TO NROORDEN-T07SCASC.
            MOVE IDREPUESTO-T07ECASC TO IDREPUESTO-T07SCASC.
            MOVE IDPROVEEDOR-T07ECASC TO IDPROVEEDOR-T07SCASC.
            IF EXISTE-CASCO = 1 THEN
                MOVE IDPROVEEDOR-CASCO TO IDPROVEEDOR-T07SCASC.
            MOVE OPERADOR-RUN TO OPERADOR-T07SCASC.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SCASC.
            MOVE HORAPROC-RUN TO HORAPROC-T07SCASC.
            WRITE REG-T07SCASC FROM REGISTRO-T07SCASC.
            ADD 1 TO CONTADOR-T07SCASC.
        VALIDAR-T07ECASC.
            MOVE 1 TO VALIDO-T07ECASC.
            IF NOT CASCO-RECIBIDO AND NOT CASCO-ENVIADO
                AND NOT CASCO-ACREDITADO AND NOT CASCO-RECHAZADO THEN
                MOVE 0 TO VALIDO-T07ECASC.
            IF NROORDEN-T07ECASC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECASC.
            IF IDREPUESTO-T07ECASC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECASC.
            IF FECHA-T07ECASC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECASC.
            IF IDPROVEEDOR-T07ECASC NOT NUMERIC THEN
                MOVE 0 TO IDPROVEEDOR-T07ECASC.
            IF IMPORTE-T07ECASC NOT NUMERIC THEN
                MOVE 0 TO IMPORTE-T07ECASC.
            IF CASCO-ACREDITADO AND NROCREDITO-T07ECASC = SPACES THEN
                MOVE 0 TO VALIDO-T07ECASC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ECASC DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECASC),DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
//GO.T07SCASC DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCASC),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
