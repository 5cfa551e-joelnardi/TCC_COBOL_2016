//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAERESP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECAE ASSIGN TO T07ECAE.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07SCOMP ASSIGN TO T07SCOMP.
            SELECT T07SCAER ASSIGN TO T07SCAER.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECAE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07ECAE PIC X(100).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07SCOMP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCOMP PIC X(126).
        FD T07SCAER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCAER PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO-COMP.
         03 FILLER PIC X(29) VALUE 'COMPROBANTES AUTORIZADOS CAE|'.
        01 SUBTITULO-COMP.
         03 FILLER PIC X(3) VALUE 'DO|'.
         03 FILLER PIC X(12) VALUE 'COMPROBANTE|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'DNI     |'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(10) VALUE 'NETO     |'.
         03 FILLER PIC X(10) VALUE 'IVA      |'.
         03 FILLER PIC X(10) VALUE 'TOTAL    |'.
         03 FILLER PIC X(15) VALUE 'CAE           |'.
         03 FILLER PIC X(8) VALUE 'VTO CAE '.
        01 TITULO-RECH.
         03 FILLER PIC X(30) VALUE 'COMPROBANTES SIN AUTORIZACION|'.
        01 SUBTITULO-RECH.
         03 FILLER PIC X(3) VALUE 'DO|'.
         03 FILLER PIC X(12) VALUE 'COMPROBANTE|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(16) VALUE 'RESULTADO      |'.
         03 FILLER PIC X(13) VALUE 'OBSERVACION  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07ECAE.
         03 TIPODOC-ECAE PIC X(1).
         03 LETRA-ECAE PIC X(1).
         03 PTOVTA-ECAE PIC 9(4).
         03 NROCBTE-ECAE PIC 9(8).
         03 RESULTADO-ECAE PIC X(1).
             88 CAE-OTORGADO VALUE 'A'.
         03 CAE-ECAE PIC 9(14).
         03 VTOCAE-ECAE PIC 9(8).
         03 OBSERV-ECAE PIC X(40).
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
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 TABLA-RESPUESTAS.
         03 RESPUESTA-OCU OCCURS 500 TIMES INDEXED BY IX-RESP.
             05 CLAVE-RESP-TAB.
                 07 TIPODOC-RESP-TAB PIC X(1).
                 07 LETRA-RESP-TAB PIC X(1).
                 07 PTOVTA-RESP-TAB PIC 9(4).
                 07 NROCBTE-RESP-TAB PIC 9(8).
             05 RESULTADO-RESP-TAB PIC X(1).
             05 CAE-RESP-TAB PIC 9(14).
             05 VTOCAE-RESP-TAB PIC 9(8).
             05 OBSERV-RESP-TAB PIC X(40).
             05 USADA-RESP-TAB PIC 9.
        01 CANT-RESP-TAB PIC 9(5) COMP VALUE 0.
        01 IX-ENCONTRADA PIC 9(5) COMP VALUE 0.
        01 CLAVE-LEIDA.
         03 TIPODOC-LEIDA PIC X(1).
         03 LETRA-LEIDA PIC X(1).
         03 PTOVTA-LEIDA PIC 9(4).
         03 NROCBTE-LEIDA PIC 9(8).
        01 CLAVE-INFORMADA PIC X(14) VALUE SPACES.
        01 EXISTE-RESPUESTA PIC 9 VALUE 0.
        01 EOF-T07ECAE PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 REGISTRO-T07SCOMP.
         03 TIPODOC-T07SCOMP PIC X(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 PTOVTA-T07SCOMP PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROCBTE-T07SCOMP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCOMP PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDCLIENTE-T07SCOMP PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-T07SCOMP PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SCOMP PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-T07SCOMP PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-T07SCOMP PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-T07SCOMP PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 CAE-T07SCOMP PIC 9(14).
         03 FILLER PIC X(1) VALUE '|'.
         03 VTOCAE-T07SCOMP PIC 9(8).
        01 REGISTRO-T07SCAER.
         03 TIPODOC-T07SCAER PIC X(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 PTOVTA-T07SCAER PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROCBTE-T07SCAER PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCAER PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 RESULTADO-T07SCAER PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 OBSERV-T07SCAER PIC X(40).
        01 CONTADOR-T07SCOMP PIC 9(5) COMP VALUE 0.
        01 CONTADOR-T07SCAER PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ECAE.
            READ T07ECAE INTO REGISTRO-T07ECAE
            AT END MOVE 1 TO EOF-T07ECAE.
            PERFORM CARGAR-RESPUESTA UNTIL EOF-T07ECAE = 1.
            CLOSE T07ECAE.
            OPEN OUTPUT T07SCOMP.
            OPEN OUTPUT T07SCAER.
            WRITE REG-T07SCOMP FROM TITULO-COMP.
            WRITE REG-T07SCOMP FROM SUBTITULO-COMP.
            WRITE REG-T07SCOMP FROM LINEA.
            WRITE REG-T07SCAER FROM TITULO-RECH.
            WRITE REG-T07SCAER FROM SUBTITULO-RECH.
            WRITE REG-T07SCAER FROM LINEA.
            OPEN I-O T07FACTU.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            PERFORM ACTUALIZAR-FACTURA UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
            PERFORM INFORMAR-SOBRANTE
            VARYING IX-RESP FROM 1 BY 1
            UNTIL IX-RESP > CANT-RESP-TAB.
            MOVE CONTADOR-T07SCOMP TO CANTIDAD-TOTAL.
            WRITE REG-T07SCOMP FROM REGISTRO-T07STOTAL.
            MOVE CONTADOR-T07SCAER TO CANTIDAD-TOTAL.
            WRITE REG-T07SCAER FROM REGISTRO-T07STOTAL.
            CLOSE T07SCOMP T07SCAER.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-RESPUESTA.
            IF CANT-RESP-TAB < 500 THEN
                ADD 1 TO CANT-RESP-TAB
                MOVE TIPODOC-ECAE TO TIPODOC-RESP-TAB (CANT-RESP-TAB)
                MOVE LETRA-ECAE TO LETRA-RESP-TAB (CANT-RESP-TAB)
                MOVE PTOVTA-ECAE TO PTOVTA-RESP-TAB (CANT-RESP-TAB)
                MOVE NROCBTE-ECAE TO NROCBTE-RESP-TAB (CANT-RESP-TAB)
                MOVE RESULTADO-ECAE
                TO RESULTADO-RESP-TAB (CANT-RESP-TAB)
                MOVE CAE-ECAE TO CAE-RESP-TAB (CANT-RESP-TAB)
                MOVE VTOCAE-ECAE TO VTOCAE-RESP-TAB (CANT-RESP-TAB)
                MOVE OBSERV-ECAE TO OBSERV-RESP-TAB (CANT-RESP-TAB)
                MOVE 0 TO USADA-RESP-TAB (CANT-RESP-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
            READ T07ECAE INTO REGISTRO-T07ECAE
            AT END MOVE 1 TO EOF-T07ECAE.
        ACTUALIZAR-FACTURA.
            IF NOT CAE-AUTORIZADO AND SUCFACT-FACTU NUMERIC AND
            NROFACT-FACTU NUMERIC AND NROFACT-FACTU > 0 THEN
                PERFORM APLICAR-RESPUESTA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
        APLICAR-RESPUESTA.
            IF TIPODOC-FACTU = 'C' OR TIPODOC-FACTU = 'D' THEN
                MOVE TIPODOC-FACTU TO TIPODOC-LEIDA
            ELSE
                MOVE 'F' TO TIPODOC-LEIDA
            END-IF.
            IF TIPOFACT-FACTU = 'A' THEN
                MOVE 'A' TO LETRA-LEIDA
            ELSE
                MOVE 'B' TO LETRA-LEIDA
            END-IF.
            MOVE SUCFACT-FACTU TO PTOVTA-LEIDA.
            MOVE NROFACT-FACTU TO NROCBTE-LEIDA.
            MOVE 0 TO EXISTE-RESPUESTA.
            PERFORM BUSCAR-RESPUESTA
            VARYING IX-RESP FROM 1 BY 1
            UNTIL IX-RESP > CANT-RESP-TAB
            OR EXISTE-RESPUESTA = 1.
            IF EXISTE-RESPUESTA = 0 THEN
                IF CLAVE-LEIDA NOT = CLAVE-INFORMADA THEN
                    MOVE 'SIN RESPUESTA' TO RESULTADO-T07SCAER
                    MOVE SPACES TO OBSERV-T07SCAER
                    PERFORM INFORMAR-PENDIENTE
                END-IF
            ELSE
                MOVE 1 TO USADA-RESP-TAB (IX-ENCONTRADA)
                IF RESULTADO-RESP-TAB (IX-ENCONTRADA) = 'A' THEN
                    MOVE CAE-RESP-TAB (IX-ENCONTRADA) TO CAE-FACTU
                    MOVE VTOCAE-RESP-TAB (IX-ENCONTRADA)
                    TO VTOCAE-FACTU
                    MOVE 'A' TO ESTADOCAE-FACTU
                    REWRITE REG-T07FACTU FROM REGISTRO-T07FACTU
                    PERFORM IMPRIMIR-COMPROBANTE
                ELSE
                    MOVE 0 TO CAE-FACTU
                    MOVE 0 TO VTOCAE-FACTU
                    MOVE 'R' TO ESTADOCAE-FACTU
                    REWRITE REG-T07FACTU FROM REGISTRO-T07FACTU
                    IF CLAVE-LEIDA NOT = CLAVE-INFORMADA THEN
                        MOVE 'RECHAZADO' TO RESULTADO-T07SCAER
                        MOVE OBSERV-RESP-TAB (IX-ENCONTRADA)
                        TO OBSERV-T07SCAER
                        PERFORM INFORMAR-PENDIENTE
                    END-IF
                END-IF
            END-IF.
        BUSCAR-RESPUESTA.
            IF CLAVE-RESP-TAB (IX-RESP) = CLAVE-LEIDA THEN
                SET IX-ENCONTRADA TO IX-RESP
                MOVE 1 TO EXISTE-RESPUESTA.
        IMPRIMIR-COMPROBANTE.
            IF TIPODOC-LEIDA = 'C' THEN
                MOVE 'N' TO TIPODOC-T07SCOMP (1:1)
            ELSE
                MOVE 'F' TO TIPODOC-T07SCOMP (1:1)
            END-IF.
            MOVE LETRA-LEIDA TO TIPODOC-T07SCOMP (2:1).
            MOVE SUCFACT-FACTU TO PTOVTA-T07SCOMP.
            MOVE NROFACT-FACTU TO NROCBTE-T07SCOMP.
            MOVE NROORDEN-FACTU TO NROORDEN-T07SCOMP.
            MOVE IDCLIENTE-FACTU TO IDCLIENTE-T07SCOMP.
            MOVE DNI-FACTU TO DNI-T07SCOMP.
            MOVE PATENTE-FACTU TO PATENTE-T07SCOMP.
            MOVE NETO-FACTU TO NETO-T07SCOMP.
            MOVE IVA-FACTU TO IVA-T07SCOMP.
            MOVE BRUTO-FACTU TO TOTAL-T07SCOMP.
            MOVE CAE-FACTU TO CAE-T07SCOMP.
            MOVE VTOCAE-FACTU TO VTOCAE-T07SCOMP.
            WRITE REG-T07SCOMP FROM REGISTRO-T07SCOMP.
            ADD 1 TO CONTADOR-T07SCOMP.
        INFORMAR-PENDIENTE.
            MOVE CLAVE-LEIDA TO CLAVE-INFORMADA.
            IF TIPODOC-LEIDA = 'C' THEN
                MOVE 'N' TO TIPODOC-T07SCAER (1:1)
            ELSE
                MOVE 'F' TO TIPODOC-T07SCAER (1:1)
            END-IF.
            MOVE LETRA-LEIDA TO TIPODOC-T07SCAER (2:1).
            MOVE SUCFACT-FACTU TO PTOVTA-T07SCAER.
            MOVE NROFACT-FACTU TO NROCBTE-T07SCAER.
            MOVE NROORDEN-FACTU TO NROORDEN-T07SCAER.
            WRITE REG-T07SCAER FROM REGISTRO-T07SCAER.
            ADD 1 TO CONTADOR-T07SCAER.
        INFORMAR-SOBRANTE.
            IF USADA-RESP-TAB (IX-RESP) = 0 THEN
                IF TIPODOC-RESP-TAB (IX-RESP) = 'C' THEN
                    MOVE 'N' TO TIPODOC-T07SCAER (1:1)
                ELSE
                    MOVE 'F' TO TIPODOC-T07SCAER (1:1)
                END-IF
                MOVE LETRA-RESP-TAB (IX-RESP)
                TO TIPODOC-T07SCAER (2:1)
                MOVE PTOVTA-RESP-TAB (IX-RESP) TO PTOVTA-T07SCAER
                MOVE NROCBTE-RESP-TAB (IX-RESP) TO NROCBTE-T07SCAER
                MOVE 0 TO NROORDEN-T07SCAER
                MOVE 'SIN COMPROBANTE' TO RESULTADO-T07SCAER
                MOVE OBSERV-RESP-TAB (IX-RESP) TO OBSERV-T07SCAER
                WRITE REG-T07SCAER FROM REGISTRO-T07SCAER
                ADD 1 TO CONTADOR-T07SCAER.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ECAE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECAE),DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=OLD
//GO.T07SCOMP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCOMP),DISP=SHR
//GO.T07SCAER DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCAER),DISP=SHR
