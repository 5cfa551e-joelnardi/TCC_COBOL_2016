//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SENAS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ESENA ASSIGN TO T07ESENA.
            SELECT T07SSENA ASSIGN TO T07SSENA.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
            SELECT T07CHEQU ASSIGN TO T07CHEQU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CHEQU.
            SELECT T07PSENA ASSIGN TO T07PSENA.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07ESENA
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ESENA PIC X(80).
        FD T07SSENA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SSENA PIC X(126).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        FD T07CHEQU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CHEQU.
         03 CLAVE-CHEQU.
             05 IDBANCO-CLAVE-CHEQU PIC 9(3).
             05 NROCHEQUE-CLAVE-CHEQU PIC 9(8).
         03 FILLER PIC X(69).
        FD T07PSENA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSENA PIC 9(7).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        FD T07OPMAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07OPMAS.
         03 OPERADOR-CLAVE-OPMAS PIC X(8).
         03 FILLER PIC X(72).
        FD T07SEGUR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SEGUR PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(8) VALUE 'RECIBO |'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(11) VALUE 'IMPORTE   |'.
         03 FILLER PIC X(2) VALUE 'M|'.
         03 FILLER PIC X(15) VALUE 'RESULTADO      '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07ESENA.
         03 NROORDEN-T07ESENA PIC 9(7).
         03 FECHA-T07ESENA PIC 9(8).
         03 IMPORTE-T07ESENA PIC 9(7)V99.
         03 MEDIO-T07ESENA PIC X(1).
             88 MEDIO-EFECTIVO VALUE 'E'.
             88 MEDIO-TARJETA VALUE 'T'.
             88 MEDIO-CHEQUE VALUE 'C'.
             88 MEDIO-BANCO VALUE 'B'.
         03 IDBANCO-T07ESENA PIC 9(3).
         03 NROCHEQUE-T07ESENA PIC 9(8).
         03 CUITLIBRADOR-T07ESENA PIC X(13).
         03 FECHACHEQUE-T07ESENA PIC 9(8).
        01 REGISTRO-T07SSENA.
         03 NROORDEN-T07SSENA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NRORECIBO-T07SSENA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SSENA PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SSENA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SSENA PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MEDIO-T07SSENA PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SSENA PIC X(15).
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
        01 REGISTRO-T07SENAS.
         03 NROORDEN-SENAS PIC 9(7).
         03 NRORECIBO-SENAS PIC 9(7).
         03 IDCLIENTE-SENAS PIC 9(5).
         03 FECHA-SENAS PIC 9(8).
         03 IMPORTE-SENAS PIC 9(7)V99.
         03 MEDIO-SENAS PIC X(1).
         03 ESTADO-SENAS PIC X(1).
             88 SENA-PENDIENTE VALUE 'P'.
             88 SENA-APLICADA VALUE 'A'.
             88 SENA-A-DEVOLVER VALUE 'D'.
             88 SENA-RETENIDA VALUE 'R'.
             88 SENA-RECHAZADA VALUE 'X'.
         03 FECHAESTADO-SENAS PIC 9(8).
         03 SUCFACT-SENAS PIC 9(2).
         03 NROFACT-SENAS PIC 9(8).
         03 OPERADOR-SENAS PIC X(8).
         03 IDBANCO-SENAS PIC 9(3).
         03 NROCHEQUE-SENAS PIC 9(8).
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
         03 IDPROVEEDOR-CHEQU PIC 9(3).
         03 FECHAESTADO-CHEQU PIC 9(8).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-CONTROL-PER PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 REGISTRO-T07OPMAS.
         03 OPERADOR-OPMAS PIC X(8).
         03 NOMBRE-OPMAS PIC X(30).
         03 ACTIVO-OPMAS PIC X(1).
         03 PERMISO-ALTA-OPMAS PIC X(1).
         03 PERMISO-MODI-OPMAS PIC X(1).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
         03 PERMISO-CRED-OPMAS PIC X(1).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 EOF-T07ESENA PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-PPAL PIC 9 VALUE 0.
        01 EXISTE-CHEQU PIC 9 VALUE 0.
        01 VALIDO-T07ESENA PIC 9 VALUE 1.
        01 AUTORIZADO PIC 9 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 ULTIMO-RECIBO PIC 9(7) VALUE 0.
        01 CONTADOR-T07SSENA PIC 9(5) COMP VALUE 0.
        01 TOTAL-SENAS PIC 9(9)V99 VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-TOTAL PIC ZZZZZZZ9.99.
        PROCEDURE DIVISION.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            OPEN INPUT T07PSENA.
            READ T07PSENA INTO ULTIMO-RECIBO
            AT END MOVE 0 TO ULTIMO-RECIBO.
            CLOSE T07PSENA.
            IF ULTIMO-RECIBO NOT NUMERIC THEN
                MOVE 0 TO ULTIMO-RECIBO.
            PERFORM CARGAR-PERIODOS.
            OPEN INPUT T07ESENA.
            OPEN INPUT PPAL.
            OPEN I-O T07SENAS.
            OPEN I-O T07CHEQU.
            OPEN OUTPUT T07SSENA.
            WRITE REG-T07SSENA FROM TITULO.
            WRITE REG-T07SSENA FROM LINEA.
            READ T07ESENA INTO REGISTRO-T07ESENA
            AT END MOVE 1 TO EOF-T07ESENA.
            PERFORM REGISTRAR-SENA UNTIL EOF-T07ESENA = 1.
            MOVE CONTADOR-T07SSENA TO CANTIDAD-TOTAL.
            MOVE TOTAL-SENAS TO IMPORTE-TOTAL.
            WRITE REG-T07SSENA FROM REGISTRO-T07STOTAL.
            OPEN OUTPUT T07PSENA.
            WRITE REG-T07PSENA FROM ULTIMO-RECIBO.
            CLOSE T07PSENA.
            CLOSE T07ESENA PPAL T07SENAS T07CHEQU T07SSENA.
            STOP RUN.
        REGISTRAR-SENA.
            PERFORM VALIDAR-T07ESENA.
            MOVE NROORDEN-T07ESENA TO NROORDEN-T07SSENA.
            MOVE 0 TO NRORECIBO-T07SSENA.
            MOVE 0 TO IDCLIENTE-T07SSENA.
            MOVE FECHA-T07ESENA TO FECHA-T07SSENA.
            MOVE IMPORTE-T07ESENA TO IMPORTE-T07SSENA.
            MOVE MEDIO-T07ESENA TO MEDIO-T07SSENA.
            IF VALIDO-T07ESENA = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SSENA.
            IF VALIDO-T07ESENA = 1 THEN
                MOVE FECHA-T07ESENA TO FECHA-CONTROL-PER
                PERFORM VERIFICAR-PERIODO
                IF PERIODO-CERRADO = 1 THEN
                    MOVE 0 TO VALIDO-T07ESENA
                    MOVE 'PERIODO CERRADO' TO RESULTADO-T07SSENA
                END-IF
            END-IF.
            IF VALIDO-T07ESENA = 1 THEN
                PERFORM BUSCAR-ORDEN
                IF EXISTE-PPAL = 0 THEN
                    MOVE 0 TO VALIDO-T07ESENA
                    MOVE 'INEXISTENTE' TO RESULTADO-T07SSENA
                ELSE
                    IF ESTADO-PPAL NOT = 'V' THEN
                        MOVE 0 TO VALIDO-T07ESENA
                        MOVE 'ORDEN CERRADA' TO RESULTADO-T07SSENA
                    END-IF
                END-IF
            END-IF.
            IF VALIDO-T07ESENA = 1 THEN
                ADD 1 TO ULTIMO-RECIBO
                MOVE NROORDEN-T07ESENA TO NROORDEN-SENAS
                MOVE ULTIMO-RECIBO TO NRORECIBO-SENAS
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-SENAS
                MOVE FECHA-T07ESENA TO FECHA-SENAS
                MOVE IMPORTE-T07ESENA TO IMPORTE-SENAS
                MOVE MEDIO-T07ESENA TO MEDIO-SENAS
                MOVE 'P' TO ESTADO-SENAS
                MOVE FECHA-T07ESENA TO FECHAESTADO-SENAS
                MOVE 0 TO SUCFACT-SENAS
                MOVE 0 TO NROFACT-SENAS
                MOVE OPERADOR-RUN TO OPERADOR-SENAS
                MOVE 0 TO IDBANCO-SENAS
                MOVE 0 TO NROCHEQUE-SENAS
                IF MEDIO-CHEQUE THEN
                    MOVE IDBANCO-T07ESENA TO IDBANCO-SENAS
                    MOVE NROCHEQUE-T07ESENA TO NROCHEQUE-SENAS
                END-IF
                WRITE REG-T07SENAS FROM REGISTRO-T07SENAS
                IF MEDIO-CHEQUE THEN
                    PERFORM REGISTRAR-CHEQUE
                END-IF
                ADD IMPORTE-T07ESENA TO TOTAL-SENAS
                MOVE ULTIMO-RECIBO TO NRORECIBO-T07SSENA
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-T07SSENA
                MOVE 'RECIBIDA' TO RESULTADO-T07SSENA
            END-IF.
            WRITE REG-T07SSENA FROM REGISTRO-T07SSENA.
            ADD 1 TO CONTADOR-T07SSENA.
            READ T07ESENA INTO REGISTRO-T07ESENA
            AT END MOVE 1 TO EOF-T07ESENA.
        VALIDAR-T07ESENA.
            MOVE 1 TO VALIDO-T07ESENA.
            IF NROORDEN-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF FECHA-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF IMPORTE-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA
                MOVE 0 TO IMPORTE-T07ESENA.
            IF IMPORTE-T07ESENA = 0 THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF NOT MEDIO-EFECTIVO AND NOT MEDIO-TARJETA
                AND NOT MEDIO-CHEQUE AND NOT MEDIO-BANCO THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF MEDIO-CHEQUE AND IDBANCO-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF MEDIO-CHEQUE AND NROCHEQUE-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF MEDIO-CHEQUE AND FECHACHEQUE-T07ESENA NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ESENA.
            IF MEDIO-CHEQUE AND VALIDO-T07ESENA = 1 THEN
                PERFORM BUSCAR-CHEQUE
                IF EXISTE-CHEQU = 1 THEN
                    MOVE 0 TO VALIDO-T07ESENA
                END-IF
            END-IF.
        BUSCAR-ORDEN.
            MOVE 0 TO EXISTE-PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE NROORDEN-T07ESENA TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            NROORDEN-PPAL = NROORDEN-T07ESENA THEN
                MOVE 1 TO EXISTE-PPAL.
        BUSCAR-CHEQUE.
            MOVE 0 TO EXISTE-CHEQU.
            MOVE IDBANCO-T07ESENA TO IDBANCO-CLAVE-CHEQU.
            MOVE NROCHEQUE-T07ESENA TO NROCHEQUE-CLAVE-CHEQU.
            READ T07CHEQU
                INVALID KEY MOVE 0 TO EXISTE-CHEQU
                NOT INVALID KEY MOVE 1 TO EXISTE-CHEQU
            END-READ.
        REGISTRAR-CHEQUE.
            MOVE IDBANCO-T07ESENA TO IDBANCO-CHEQU.
            MOVE NROCHEQUE-T07ESENA TO NROCHEQUE-CHEQU.
            MOVE CUITLIBRADOR-T07ESENA TO CUITLIBRADOR-CHEQU.
            MOVE IMPORTE-T07ESENA TO IMPORTE-CHEQU.
            MOVE FECHACHEQUE-T07ESENA TO FECHACHEQUE-CHEQU.
            MOVE FECHA-T07ESENA TO FECHARECIBO-CHEQU.
            MOVE NROORDEN-T07ESENA TO NROORDEN-CHEQU.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-CHEQU.
            MOVE 'C' TO CUENTA-CHEQU.
            MOVE 0 TO IDASEGURADORA-CHEQU.
            MOVE 'C' TO ESTADO-CHEQU.
            MOVE 0 TO IDPROVEEDOR-CHEQU.
            MOVE FECHA-T07ESENA TO FECHAESTADO-CHEQU.
            WRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU.
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            CANT-PERIODOS-TAB < 100 THEN
                ADD 1 TO CANT-PERIODOS-TAB
                MOVE AAAAMM-PERCT
                TO AAAAMM-CERRADO-TAB (CANT-PERIODOS-TAB).
        VERIFICAR-PERIODO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE FECHA-CONTROL-PER TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
        VALIDAR-OPERADOR.
            MOVE 0 TO AUTORIZADO.
            OPEN INPUT T07OPMAS.
            MOVE OPERADOR-RUN TO OPERADOR-CLAVE-OPMAS.
            READ T07OPMAS INTO REGISTRO-T07OPMAS
                INVALID KEY MOVE 0 TO AUTORIZADO
                NOT INVALID KEY PERFORM VERIFICAR-PERMISO
            END-READ.
            CLOSE T07OPMAS.
            OPEN EXTEND T07SEGUR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR.
            MOVE 'SENAS   ' TO PROGRAMA-T07SEGUR.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR.
            MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR.
            IF AUTORIZADO = 1 THEN
                MOVE 'ACEPTADO' TO RESULTADO-T07SEGUR
            ELSE
                MOVE 'RECHAZADO' TO RESULTADO-T07SEGUR
            END-IF.
            WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR.
            CLOSE T07SEGUR.
        VERIFICAR-PERMISO.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-ALTA-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ESENA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ESENA),DISP=SHR
//GO.T07SSENA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SSENA),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
//GO.T07CHEQU DD DSN=KC03BAB.CATALOGO.CHEQU,DISP=SHR
//GO.T07PSENA DD DSN=KC03BAB.CATALOGO.PARM(T07PSENA),DISP=OLD
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
