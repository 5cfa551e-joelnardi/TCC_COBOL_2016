//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAESOLIC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07FLFAC ASSIGN TO T07FLFAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-FLFAC.
            SELECT T07SCAES ASSIGN TO T07SCAES.
            SELECT T07SCAEL ASSIGN TO T07SCAEL.
        DATA DIVISION.
        FILE SECTION.
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07FLFAC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLFAC.
         03 NROORDEN-CLAVE-FLFAC PIC 9(7).
         03 FILLER PIC X(73).
        FD T07SCAES
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCAES PIC X(100).
        FD T07SCAEL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCAEL PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(30) VALUE 'SOLICITUD DE CAE COMPROBANTES|'.
        01 SUBTITULO.
         03 FILLER PIC X(4) VALUE 'DOC|'.
         03 FILLER PIC X(8) VALUE 'PTOVTA |'.
         03 FILLER PIC X(9) VALUE 'NUMERO  |'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(3) VALUE 'TD|'.
         03 FILLER PIC X(12) VALUE 'DOCUMENTO  |'.
         03 FILLER PIC X(12) VALUE 'NETO       |'.
         03 FILLER PIC X(12) VALUE 'IVA        |'.
         03 FILLER PIC X(11) VALUE 'TOTAL      '.
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
         03 CAE-FACTU PIC 9(14).
         03 VTOCAE-FACTU PIC 9(8).
         03 ESTADOCAE-FACTU PIC X(1).
             88 CAE-AUTORIZADO VALUE 'A'.
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 REGISTRO-T07FLFAC.
         03 NROORDEN-FLFAC PIC 9(7).
         03 IDFLOTA-FLFAC PIC 9(4).
         03 SUCFACT-FLFAC PIC 9(2).
         03 NROFACT-FLFAC PIC 9(8).
         03 FECHA-FLFAC PIC 9(8).
         03 CUIT-FLFAC PIC X(11).
         03 TIPOFACT-FLFAC PIC X(1).
         03 PLAZO-FLFAC PIC 9(3).
        01 EXISTE-FLFAC PIC 9 VALUE 0.
        01 REGISTRO-T07SCAES.
         03 TIPODOC-SCAES PIC X(1).
         03 LETRA-SCAES PIC X(1).
         03 PTOVTA-SCAES PIC 9(4).
         03 NROCBTE-SCAES PIC 9(8).
         03 FECHA-SCAES PIC 9(8).
         03 TIPODOCREC-SCAES PIC 9(2).
         03 NRODOCREC-SCAES PIC 9(11).
         03 NETO-SCAES PIC 9(11)V99.
         03 IVA-SCAES PIC 9(11)V99.
         03 TOTAL-SCAES PIC 9(11)V99.
         03 NROORDEN-SCAES PIC 9(7).
         03 FILLER PIC X(19) VALUE SPACES.
        01 REGISTRO-T07SCAEL.
         03 TIPODOC-T07SCAEL PIC X(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 PTOVTA-T07SCAEL PIC 9(4).
         03 FILLER PIC X(4) VALUE '   |'.
         03 NROCBTE-T07SCAEL PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCAEL PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 TIPODOCREC-T07SCAEL PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 NRODOCREC-T07SCAEL PIC 9(11).
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-T07SCAEL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-T07SCAEL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-T07SCAEL PIC ZZZZZZZ9.99.
        01 CLAVE-ACTUAL.
         03 TIPODOC-ACTUAL PIC X(1).
         03 TIPOFACT-ACTUAL PIC X(1).
         03 SUCFACT-ACTUAL PIC 9(2).
         03 NROFACT-ACTUAL PIC 9(8).
        01 CLAVE-LEIDA.
         03 TIPODOC-LEIDA PIC X(1).
         03 TIPOFACT-LEIDA PIC X(1).
         03 SUCFACT-LEIDA PIC 9(2).
         03 NROFACT-LEIDA PIC 9(8).
        01 HAY-COMPROBANTE PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 CONTADOR-T07SCAEL PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07FACTU.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07FLFAC.
            OPEN OUTPUT T07SCAES.
            OPEN OUTPUT T07SCAEL.
            WRITE REG-T07SCAEL FROM TITULO.
            WRITE REG-T07SCAEL FROM SUBTITULO.
            WRITE REG-T07SCAEL FROM LINEA.
            MOVE 0 TO HAY-COMPROBANTE.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            PERFORM AGRUPAR-FACTURA UNTIL EOF-T07FACTU = 1.
            IF HAY-COMPROBANTE = 1 THEN
                PERFORM EMITIR-SOLICITUD.
            MOVE CONTADOR-T07SCAEL TO CANTIDAD-TOTAL.
            WRITE REG-T07SCAEL FROM REGISTRO-T07STOTAL.
            CLOSE T07FACTU T07CLIEN T07FLFAC T07SCAES T07SCAEL.
            STOP RUN.
        AGRUPAR-FACTURA.
            IF NOT CAE-AUTORIZADO AND SUCFACT-FACTU NUMERIC AND
            NROFACT-FACTU NUMERIC AND NROFACT-FACTU > 0 THEN
                PERFORM ACUMULAR-FACTURA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
        ACUMULAR-FACTURA.
            MOVE TIPODOC-FACTU TO TIPODOC-LEIDA.
            IF TIPOFACT-FACTU = 'A' THEN
                MOVE 'A' TO TIPOFACT-LEIDA
            ELSE
                MOVE 'B' TO TIPOFACT-LEIDA
            END-IF.
            MOVE SUCFACT-FACTU TO SUCFACT-LEIDA.
            MOVE NROFACT-FACTU TO NROFACT-LEIDA.
            IF HAY-COMPROBANTE = 1 AND CLAVE-LEIDA NOT = CLAVE-ACTUAL
            THEN
                PERFORM EMITIR-SOLICITUD.
            IF HAY-COMPROBANTE = 0 THEN
                PERFORM INICIAR-SOLICITUD.
            ADD NETO-FACTU TO NETO-SCAES.
            ADD IVA-FACTU TO IVA-SCAES.
            ADD BRUTO-FACTU TO TOTAL-SCAES.
        INICIAR-SOLICITUD.
            MOVE CLAVE-LEIDA TO CLAVE-ACTUAL.
            MOVE 1 TO HAY-COMPROBANTE.
            IF TIPODOC-FACTU = 'C' OR TIPODOC-FACTU = 'D' THEN
                MOVE TIPODOC-FACTU TO TIPODOC-SCAES
            ELSE
                MOVE 'F' TO TIPODOC-SCAES
            END-IF.
            MOVE TIPOFACT-LEIDA TO LETRA-SCAES.
            MOVE SUCFACT-FACTU TO PTOVTA-SCAES.
            MOVE NROFACT-FACTU TO NROCBTE-SCAES.
            MOVE FECHAEGRESO-FACTU TO FECHA-SCAES.
            MOVE NROORDEN-FACTU TO NROORDEN-SCAES.
            MOVE 0 TO NETO-SCAES.
            MOVE 0 TO IVA-SCAES.
            MOVE 0 TO TOTAL-SCAES.
            PERFORM IDENTIFICAR-RECEPTOR.
        IDENTIFICAR-RECEPTOR.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE IDCLIENTE-FACTU TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
            MOVE 99 TO TIPODOCREC-SCAES.
            MOVE 0 TO NRODOCREC-SCAES.
            IF DNI-FACTU NUMERIC THEN
                MOVE 96 TO TIPODOCREC-SCAES
                MOVE DNI-FACTU TO NRODOCREC-SCAES.
            IF EXISTE-CLIEN = 1 AND CUIT-CLIEN NUMERIC THEN
                MOVE 80 TO TIPODOCREC-SCAES
                MOVE CUIT-CLIEN TO NRODOCREC-SCAES.
            IF TIPODOC-FACTU = 'M' OR IDCLIENTE-FACTU = 0 THEN
                PERFORM IDENTIFICAR-FLOTA.
        IDENTIFICAR-FLOTA.
            MOVE 0 TO EXISTE-FLFAC.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-FLFAC.
            READ T07FLFAC INTO REGISTRO-T07FLFAC
                INVALID KEY MOVE 0 TO EXISTE-FLFAC
                NOT INVALID KEY MOVE 1 TO EXISTE-FLFAC
            END-READ.
            IF EXISTE-FLFAC = 1 AND CUIT-FLFAC NUMERIC THEN
                MOVE 80 TO TIPODOCREC-SCAES
                MOVE CUIT-FLFAC TO NRODOCREC-SCAES.
        EMITIR-SOLICITUD.
            WRITE REG-T07SCAES FROM REGISTRO-T07SCAES.
            IF TIPODOC-SCAES = 'C' THEN
                MOVE 'N' TO TIPODOC-T07SCAEL (1:1)
            ELSE
                MOVE 'F' TO TIPODOC-T07SCAEL (1:1)
            END-IF.
            MOVE LETRA-SCAES TO TIPODOC-T07SCAEL (2:1).
            MOVE PTOVTA-SCAES TO PTOVTA-T07SCAEL.
            MOVE NROCBTE-SCAES TO NROCBTE-T07SCAEL.
            MOVE NROORDEN-SCAES TO NROORDEN-T07SCAEL.
            MOVE TIPODOCREC-SCAES TO TIPODOCREC-T07SCAEL.
            MOVE NRODOCREC-SCAES TO NRODOCREC-T07SCAEL.
            MOVE NETO-SCAES TO NETO-T07SCAEL.
            MOVE IVA-SCAES TO IVA-T07SCAEL.
            MOVE TOTAL-SCAES TO TOTAL-T07SCAEL.
            WRITE REG-T07SCAEL FROM REGISTRO-T07SCAEL.
            ADD 1 TO CONTADOR-T07SCAEL.
            MOVE 0 TO HAY-COMPROBANTE.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07FLFAC DD DSN=KC03BAB.CATALOGO.FLFAC,DISP=SHR
//GO.T07SCAES DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCAES),DISP=SHR
//GO.T07SCAEL DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCAEL),DISP=SHR
