//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. SENADEV.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07SDEVS ASSIGN TO T07SDEVS.
        DATA DIVISION.
        FILE SECTION.
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
        FD T07SDEVS
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SDEVS PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(8) VALUE 'RECIBO |'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(11) VALUE 'IMPORTE   |'.
         03 FILLER PIC X(2) VALUE 'M|'.
         03 FILLER PIC X(9) VALUE 'BAJA    |'.
         03 FILLER PIC X(10) VALUE 'ACCION    '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
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
        01 REGISTRO-T07HORAS.
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07SDEVS.
         03 NROORDEN-T07SDEVS PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NRORECIBO-T07SDEVS PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SDEVS PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SDEVS PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SDEVS PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MEDIO-T07SDEVS PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHABAJA-T07SDEVS PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 ACCION-T07SDEVS PIC X(10).
        01 REGISTRO-T07SSUBT.
         03 LEYENDA-SUBT PIC X(16).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-SUBT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-SUBT PIC ZZZZZZZ9.99.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-TOTAL PIC ZZZZZZZ9.99.
        01 EOF-T07SENAS PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 EXISTE-PPAL PIC 9 VALUE 0.
        01 HORAS-CARGADAS PIC 9 VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 CANT-DEVOLVER PIC 9(5) COMP VALUE 0.
        01 CANT-RETENER PIC 9(5) COMP VALUE 0.
        01 TOTAL-DEVOLVER PIC 9(9)V99 VALUE 0.
        01 TOTAL-RETENER PIC 9(9)V99 VALUE 0.
        01 CANT-GENERAL PIC 9(5) COMP VALUE 0.
        01 TOTAL-GENERAL PIC 9(9)V99 VALUE 0.
        PROCEDURE DIVISION.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            OPEN I-O T07SENAS.
            OPEN INPUT PPAL.
            OPEN OUTPUT T07SDEVS.
            WRITE REG-T07SDEVS FROM TITULO.
            WRITE REG-T07SDEVS FROM LINEA.
            MOVE 0 TO NROORDEN-CLAVE-SENAS.
            MOVE 0 TO NRORECIBO-CLAVE-SENAS.
            START T07SENAS KEY IS NOT LESS THAN CLAVE-SENAS
                INVALID KEY MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 THEN
                READ T07SENAS NEXT INTO REGISTRO-T07SENAS
                AT END MOVE 1 TO EOF-T07SENAS.
            PERFORM CLASIFICAR-SENA UNTIL EOF-T07SENAS = 1.
            MOVE 'A DEVOLVER      ' TO LEYENDA-SUBT.
            MOVE CANT-DEVOLVER TO CANTIDAD-SUBT.
            MOVE TOTAL-DEVOLVER TO IMPORTE-SUBT.
            WRITE REG-T07SDEVS FROM REGISTRO-T07SSUBT.
            MOVE 'RETENIDAS       ' TO LEYENDA-SUBT.
            MOVE CANT-RETENER TO CANTIDAD-SUBT.
            MOVE TOTAL-RETENER TO IMPORTE-SUBT.
            WRITE REG-T07SDEVS FROM REGISTRO-T07SSUBT.
            MOVE CANT-GENERAL TO CANTIDAD-TOTAL.
            MOVE TOTAL-GENERAL TO IMPORTE-TOTAL.
            WRITE REG-T07SDEVS FROM REGISTRO-T07STOTAL.
            CLOSE T07SENAS PPAL T07SDEVS.
            STOP RUN.
        CLASIFICAR-SENA.
            IF SENA-PENDIENTE THEN
                PERFORM BUSCAR-ORDEN
                IF EXISTE-PPAL = 1 AND ESTADO-PPAL = 'E'
                AND MOTIVO-PPAL = 'C' THEN
                    PERFORM BUSCAR-HORAS-ORDEN
                    IF HORAS-CARGADAS = 1 THEN
                        MOVE 'R' TO ESTADO-SENAS
                    ELSE
                        MOVE 'D' TO ESTADO-SENAS
                    END-IF
                    MOVE FECHAPROC-RUN TO FECHAESTADO-SENAS
                    REWRITE REG-T07SENAS FROM REGISTRO-T07SENAS
                END-IF
            END-IF.
            IF (SENA-A-DEVOLVER OR SENA-RETENIDA) AND
            FECHAESTADO-SENAS = FECHAPROC-RUN THEN
                PERFORM IMPRIMIR-SENA.
            READ T07SENAS NEXT INTO REGISTRO-T07SENAS
            AT END MOVE 1 TO EOF-T07SENAS.
        IMPRIMIR-SENA.
            IF EXISTE-PPAL = 0 OR NROORDEN-PPAL NOT = NROORDEN-SENAS
            THEN
                PERFORM BUSCAR-ORDEN.
            MOVE NROORDEN-SENAS TO NROORDEN-T07SDEVS.
            MOVE NRORECIBO-SENAS TO NRORECIBO-T07SDEVS.
            MOVE IDCLIENTE-SENAS TO IDCLIENTE-T07SDEVS.
            MOVE FECHA-SENAS TO FECHA-T07SDEVS.
            MOVE IMPORTE-SENAS TO IMPORTE-T07SDEVS.
            MOVE MEDIO-SENAS TO MEDIO-T07SDEVS.
            IF EXISTE-PPAL = 1 THEN
                MOVE FECHAEGRESO-PPAL TO FECHABAJA-T07SDEVS
            ELSE
                MOVE 0 TO FECHABAJA-T07SDEVS
            END-IF.
            IF SENA-A-DEVOLVER THEN
                MOVE 'DEVOLVER' TO ACCION-T07SDEVS
                ADD 1 TO CANT-DEVOLVER
                ADD IMPORTE-SENAS TO TOTAL-DEVOLVER
            ELSE
                MOVE 'RETENER' TO ACCION-T07SDEVS
                ADD 1 TO CANT-RETENER
                ADD IMPORTE-SENAS TO TOTAL-RETENER
            END-IF.
            WRITE REG-T07SDEVS FROM REGISTRO-T07SDEVS.
            ADD 1 TO CANT-GENERAL.
            ADD IMPORTE-SENAS TO TOTAL-GENERAL.
        BUSCAR-ORDEN.
            MOVE 0 TO EXISTE-PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE NROORDEN-SENAS TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND NROORDEN-PPAL = NROORDEN-SENAS THEN
                MOVE 1 TO EXISTE-PPAL.
        BUSCAR-HORAS-ORDEN.
            MOVE 0 TO HORAS-CARGADAS.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            PERFORM VERIFICAR-HORAS UNTIL EOF-T07HORAS = 1
            OR HORAS-CARGADAS = 1.
            CLOSE T07HORAS.
        VERIFICAR-HORAS.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 AND
            NROORDEN-HORAS = NROORDEN-SENAS AND
            HORAS-HORAS NUMERIC AND HORAS-HORAS > 0 THEN
                MOVE 1 TO HORAS-CARGADAS.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07SDEVS DD DSN=KC03BAB.CATALOGO.SALIDA(T07SDEVS),DISP=SHR
