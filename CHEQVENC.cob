//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHEQVENC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07CHEQU ASSIGN TO T07CHEQU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CHEQU.
            SELECT T07PCHVE ASSIGN TO T07PCHVE.
            SELECT T07SCHVE ASSIGN TO T07SCHVE.
        DATA DIVISION.
        FILE SECTION.
        FD T07CHEQU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CHEQU.
         03 CLAVE-CHEQU.
             05 IDBANCO-CLAVE-CHEQU PIC 9(3).
             05 NROCHEQUE-CLAVE-CHEQU PIC 9(8).
         03 FILLER PIC X(69).
        FD T07PCHVE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PCHVE PIC X(16).
        FD T07SCHVE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCHVE PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(26) VALUE 'CHEQUES A DEPOSITAR DESDE|'.
         03 DESDE-TITULO PIC 9(8).
         03 FILLER PIC X(7) VALUE '|HASTA|'.
         03 HASTA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(4) VALUE 'BCO|'.
         03 FILLER PIC X(9) VALUE 'NROCHEQ |'.
         03 FILLER PIC X(14) VALUE 'CUIT LIBRADOR|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(11) VALUE 'IMPORTE   |'.
         03 FILLER PIC X(7) VALUE 'SITUAC '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07PCHVE.
         03 FECHADESDE-PCHVE PIC 9(8).
         03 FECHAHASTA-PCHVE PIC 9(8).
        01 REGISTRO-T07CHEQU.
         03 IDBANCO-CHEQU PIC 9(3).
         03 NROCHEQUE-CHEQU PIC 9(8).
         03 CUITLIBRADOR-CHEQU PIC X(13).
         03 IMPORTE-CHEQU PIC 9(7)V99.
         03 FECHACHEQUE-CHEQU PIC 9(8).
         03 FECHARECIBO-CHEQU PIC 9(8).
         03 NROORDEN-CHEQU PIC 9(7).
         03 IDCLIENTE-CHEQU PIC 9(5).
         03 CUENTA-CHEQU PIC X(1).
         03 IDASEGURADORA-CHEQU PIC 9(3).
         03 ESTADO-CHEQU PIC X(1).
             88 ESTADO-CARTERA VALUE 'C'.
         03 IDPROVEEDOR-CHEQU PIC 9(3).
         03 FECHAESTADO-CHEQU PIC 9(8).
        01 REGISTRO-T07SCHVE.
         03 FECHACHEQUE-T07SCHVE PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDBANCO-T07SCHVE PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROCHEQUE-T07SCHVE PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CUITLIBRADOR-T07SCHVE PIC X(13).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCHVE PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDCLIENTE-T07SCHVE PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SCHVE PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 SITUACION-T07SCHVE PIC X(7).
        01 REGISTRO-T07SDIA.
         03 FILLER PIC X(10) VALUE 'TOTAL DIA|'.
         03 FECHA-T07SDIA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SDIA PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SDIA PIC ZZZZZZZZ9.99.
        01 TABLA-CARTERA.
         03 CARTERA-OCU OCCURS 1000 TIMES INDEXED BY IX-CARTERA.
             05 FECHACHEQUE-TAB PIC 9(8).
             05 IDBANCO-TAB PIC 9(3).
             05 NROCHEQUE-TAB PIC 9(8).
             05 CUITLIBRADOR-TAB PIC X(13).
             05 NROORDEN-TAB PIC 9(7).
             05 IDCLIENTE-TAB PIC 9(5).
             05 IMPORTE-TAB PIC 9(7)V99.
        01 CANT-CARTERA-TAB PIC 9(5) COMP VALUE 0.
        01 EOF-T07CHEQU PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 FECHA-DESDE PIC 9(8) VALUE 0.
        01 FECHA-HASTA PIC 9(8) VALUE 99999999.
        01 FECHA-DIA PIC 9(8) VALUE 0.
        01 FECHA-PROXIMA PIC 9(8) VALUE 0.
        01 HAY-PROXIMA PIC 9 VALUE 0.
        01 CANTIDAD-DIA PIC 9(5) COMP VALUE 0.
        01 IMPORTE-DIA PIC 9(9)V99 VALUE 0.
        01 IMPORTE-GENERAL PIC 9(9)V99 VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-TOTAL PIC ZZZZZZZZ9.99.
        PROCEDURE DIVISION.
            OPEN INPUT T07CHEQU.
            OPEN OUTPUT T07SCHVE.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN INPUT T07PCHVE.
            READ T07PCHVE INTO REGISTRO-T07PCHVE
            AT END MOVE SPACES TO REGISTRO-T07PCHVE.
            CLOSE T07PCHVE.
            IF FECHADESDE-PCHVE NUMERIC THEN
                MOVE FECHADESDE-PCHVE TO FECHA-DESDE.
            IF FECHAHASTA-PCHVE NUMERIC AND
            FECHAHASTA-PCHVE > 0 THEN
                MOVE FECHAHASTA-PCHVE TO FECHA-HASTA.
            MOVE FECHA-DESDE TO DESDE-TITULO.
            MOVE FECHA-HASTA TO HASTA-TITULO.
            WRITE REG-T07SCHVE FROM TITULO.
            WRITE REG-T07SCHVE FROM SUBTITULO.
            WRITE REG-T07SCHVE FROM LINEA.
            MOVE 0 TO IDBANCO-CLAVE-CHEQU.
            MOVE 0 TO NROCHEQUE-CLAVE-CHEQU.
            START T07CHEQU KEY IS NOT LESS THAN CLAVE-CHEQU
                INVALID KEY MOVE 1 TO EOF-T07CHEQU.
            PERFORM CARGAR-CARTERA UNTIL EOF-T07CHEQU = 1.
            MOVE 0 TO FECHA-DIA.
            PERFORM BUSCAR-PROXIMA-FECHA.
            PERFORM EMITIR-DIA UNTIL HAY-PROXIMA = 0.
            WRITE REG-T07SCHVE FROM LINEA.
            MOVE CANT-CARTERA-TAB TO CANTIDAD-TOTAL.
            MOVE IMPORTE-GENERAL TO IMPORTE-TOTAL.
            WRITE REG-T07SCHVE FROM REGISTRO-T07STOTAL.
            CLOSE T07CHEQU T07SCHVE.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-CARTERA.
            READ T07CHEQU NEXT INTO REGISTRO-T07CHEQU
            AT END MOVE 1 TO EOF-T07CHEQU.
            IF EOF-T07CHEQU = 0 AND ESTADO-CARTERA AND
            FECHACHEQUE-CHEQU NOT < FECHA-DESDE AND
            FECHACHEQUE-CHEQU NOT > FECHA-HASTA THEN
                IF CANT-CARTERA-TAB < 1000 THEN
                    ADD 1 TO CANT-CARTERA-TAB
                    MOVE FECHACHEQUE-CHEQU
                    TO FECHACHEQUE-TAB (CANT-CARTERA-TAB)
                    MOVE IDBANCO-CHEQU TO IDBANCO-TAB (CANT-CARTERA-TAB)
                    MOVE NROCHEQUE-CHEQU
                    TO NROCHEQUE-TAB (CANT-CARTERA-TAB)
                    MOVE CUITLIBRADOR-CHEQU
                    TO CUITLIBRADOR-TAB (CANT-CARTERA-TAB)
                    MOVE NROORDEN-CHEQU
                    TO NROORDEN-TAB (CANT-CARTERA-TAB)
                    MOVE IDCLIENTE-CHEQU
                    TO IDCLIENTE-TAB (CANT-CARTERA-TAB)
                    MOVE IMPORTE-CHEQU TO IMPORTE-TAB (CANT-CARTERA-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-PROXIMA-FECHA.
            MOVE 0 TO HAY-PROXIMA.
            MOVE 99999999 TO FECHA-PROXIMA.
            PERFORM COMPARAR-FECHA
            VARYING IX-CARTERA FROM 1 BY 1
            UNTIL IX-CARTERA > CANT-CARTERA-TAB.
        COMPARAR-FECHA.
            IF FECHACHEQUE-TAB (IX-CARTERA) > FECHA-DIA AND
            FECHACHEQUE-TAB (IX-CARTERA) NOT > FECHA-PROXIMA THEN
                MOVE FECHACHEQUE-TAB (IX-CARTERA) TO FECHA-PROXIMA
                MOVE 1 TO HAY-PROXIMA.
        EMITIR-DIA.
            MOVE FECHA-PROXIMA TO FECHA-DIA.
            MOVE 0 TO CANTIDAD-DIA.
            MOVE 0 TO IMPORTE-DIA.
            PERFORM EMITIR-CHEQUE
            VARYING IX-CARTERA FROM 1 BY 1
            UNTIL IX-CARTERA > CANT-CARTERA-TAB.
            MOVE FECHA-DIA TO FECHA-T07SDIA.
            MOVE CANTIDAD-DIA TO CANTIDAD-T07SDIA.
            MOVE IMPORTE-DIA TO IMPORTE-T07SDIA.
            WRITE REG-T07SCHVE FROM REGISTRO-T07SDIA.
            ADD IMPORTE-DIA TO IMPORTE-GENERAL.
            PERFORM BUSCAR-PROXIMA-FECHA.
        EMITIR-CHEQUE.
            IF FECHACHEQUE-TAB (IX-CARTERA) = FECHA-DIA THEN
                MOVE FECHACHEQUE-TAB (IX-CARTERA)
                TO FECHACHEQUE-T07SCHVE
                MOVE IDBANCO-TAB (IX-CARTERA) TO IDBANCO-T07SCHVE
                MOVE NROCHEQUE-TAB (IX-CARTERA) TO NROCHEQUE-T07SCHVE
                MOVE CUITLIBRADOR-TAB (IX-CARTERA)
                TO CUITLIBRADOR-T07SCHVE
                MOVE NROORDEN-TAB (IX-CARTERA) TO NROORDEN-T07SCHVE
                MOVE IDCLIENTE-TAB (IX-CARTERA) TO IDCLIENTE-T07SCHVE
                MOVE IMPORTE-TAB (IX-CARTERA) TO IMPORTE-T07SCHVE
                IF FECHA-DIA < FECHA-HOY THEN
                    MOVE 'ATRASAD' TO SITUACION-T07SCHVE
                ELSE
                    MOVE 'A DEPOS' TO SITUACION-T07SCHVE
                END-IF
                WRITE REG-T07SCHVE FROM REGISTRO-T07SCHVE
                ADD 1 TO CANTIDAD-DIA
                ADD IMPORTE-TAB (IX-CARTERA) TO IMPORTE-DIA
            END-IF.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07CHEQU DD DSN=KC03BAB.CATALOGO.CHEQU,DISP=SHR
//GO.T07PCHVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PCHVE),DISP=SHR
//GO.T07SCHVE DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCHVE),DISP=SHR
