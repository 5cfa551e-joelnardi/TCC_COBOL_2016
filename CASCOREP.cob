//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CASCOREP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SCREP ASSIGN TO T07SCREP.
            SELECT T07CASCO ASSIGN TO T07CASCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CASCO.
            SELECT T07PROVE ASSIGN TO T07PROVE.
        DATA DIVISION.
        FILE SECTION.
        FD T07SCREP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCREP PIC X(126).
        FD T07CASCO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CASCO.
         03 CLAVE-CASCO.
             05 NROORDEN-CLAVE-CASCO PIC 9(7).
             05 IDREPUESTO-CLAVE-CASCO PIC 9(3).
         03 FILLER PIC X(70).
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'CASCOS PENDIENTES DE RECUPERO     '.
         03 FECHA-TITULO PIC 9(8).
        01 SECCION.
         03 FILLER PIC X(10) VALUE 'PROVEEDOR|'.
         03 IDPROVEEDOR-SECCION PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 NOMBRE-SECCION PIC X(30).
        01 SUBTITULO.
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 FECALTA-TITULO PIC X(9) VALUE 'FECALTA |'.
         03 FECENV-TITULO PIC X(9) VALUE 'FECENV  |'.
         03 VALOR-TITULO PIC X(10) VALUE 'VALOR    |'.
         03 ESTADO-TITULO PIC X(9) VALUE 'ESTADO   '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCREP.
         03 NROORDEN-T07SCREP PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SCREP PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 FECHAALTA-T07SCREP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAENVIO-T07SCREP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 VALOR-T07SCREP PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07SCREP PIC X(9).
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(12) VALUE 'SUBTOTAL  |'.
         03 CANTIDAD-SUBT PIC ZZZZ9.
         03 FILLER PIC X(11) VALUE '|PENDIENTE|'.
         03 PENDIENTE-SUBT PIC ZZZZZZZ9.99.
         03 FILLER PIC X(9) VALUE '|ENVIADO|'.
         03 ENVIADO-SUBT PIC ZZZZZZZ9.99.
         03 FILLER PIC X(12) VALUE '|ACREDITADO|'.
         03 ACREDITADO-SUBT PIC ZZZZZZZ9.99.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(11) VALUE '|PENDIENTE|'.
         03 PENDIENTE-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(9) VALUE '|ENVIADO|'.
         03 ENVIADO-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(12) VALUE '|ACREDITADO|'.
         03 ACREDITADO-TOTAL PIC ZZZZZZZ9.99.
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
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
         03 CUIT-PROVE PIC X(13).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
        01 TABLA-PROVEEDORES.
         03 PROVEEDOR-OCU OCCURS 200 TIMES INDEXED BY IX-PROVEEDOR.
             05 ID-PROVEEDOR-TAB PIC 9(3).
             05 NOMBRE-PROVEEDOR-TAB PIC X(30).
        01 CANT-PROVEEDORES-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-PROVEEDOR PIC 9 VALUE 0.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07CASCO PIC 9 VALUE 0.
        01 SECCION-ABIERTA PIC 9 VALUE 0.
        01 CANT-SECCION PIC 9(5) COMP VALUE 0.
        01 PENDIENTE-SECCION PIC 9(9)V99 VALUE 0.
        01 ENVIADO-SECCION PIC 9(9)V99 VALUE 0.
        01 ACREDITADO-SECCION PIC 9(9)V99 VALUE 0.
        01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
        01 TOTAL-PENDIENTE PIC 9(9)V99 VALUE 0.
        01 TOTAL-ENVIADO PIC 9(9)V99 VALUE 0.
        01 TOTAL-ACREDITADO PIC 9(9)V99 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN OUTPUT T07SCREP.
            MOVE FECHA-HOY TO FECHA-TITULO.
            WRITE REG-T07SCREP FROM TITULO.
            PERFORM CARGAR-PROVEEDORES.
            OPEN INPUT T07CASCO.
            PERFORM EMITIR-PROVEEDOR
            VARYING IX-PROVEEDOR FROM 1 BY 1
            UNTIL IX-PROVEEDOR > CANT-PROVEEDORES-TAB.
            CLOSE T07CASCO.
            MOVE TOTAL-GENERAL TO CANTIDAD-TOTAL.
            MOVE TOTAL-PENDIENTE TO PENDIENTE-TOTAL.
            MOVE TOTAL-ENVIADO TO ENVIADO-TOTAL.
            MOVE TOTAL-ACREDITADO TO ACREDITADO-TOTAL.
            WRITE REG-T07SCREP FROM REGISTRO-T07STOTAL.
            CLOSE T07SCREP.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-PROVEEDORES.
            MOVE 1 TO CANT-PROVEEDORES-TAB.
            MOVE 0 TO ID-PROVEEDOR-TAB (1).
            MOVE 'SIN PROVEEDOR' TO NOMBRE-PROVEEDOR-TAB (1).
            MOVE 0 TO EOF-T07PROVE.
            OPEN INPUT T07PROVE.
            PERFORM LEER-PROVEEDOR UNTIL EOF-T07PROVE = 1.
            CLOSE T07PROVE.
        LEER-PROVEEDOR.
            READ T07PROVE INTO REGISTRO-T07PROVE
            AT END MOVE 1 TO EOF-T07PROVE.
            IF EOF-T07PROVE = 0 THEN
                MOVE 0 TO ENCONTRO-PROVEEDOR
                PERFORM COMPARAR-PROVEEDOR
                VARYING IX-PROVEEDOR FROM 1 BY 1
                UNTIL IX-PROVEEDOR > CANT-PROVEEDORES-TAB
                OR ENCONTRO-PROVEEDOR = 1
                IF ENCONTRO-PROVEEDOR = 0 THEN
                    PERFORM AGREGAR-PROVEEDOR
                END-IF
            END-IF.
        COMPARAR-PROVEEDOR.
            IF ID-PROVEEDOR-TAB (IX-PROVEEDOR) = IDPROVEEDOR-PROVE THEN
                MOVE 1 TO ENCONTRO-PROVEEDOR.
        AGREGAR-PROVEEDOR.
            IF CANT-PROVEEDORES-TAB < 200 THEN
                ADD 1 TO CANT-PROVEEDORES-TAB
                MOVE IDPROVEEDOR-PROVE
                TO ID-PROVEEDOR-TAB (CANT-PROVEEDORES-TAB)
                MOVE NOMBRE-PROVE
                TO NOMBRE-PROVEEDOR-TAB (CANT-PROVEEDORES-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        EMITIR-PROVEEDOR.
            MOVE 0 TO SECCION-ABIERTA.
            MOVE 0 TO CANT-SECCION.
            MOVE 0 TO PENDIENTE-SECCION.
            MOVE 0 TO ENVIADO-SECCION.
            MOVE 0 TO ACREDITADO-SECCION.
            MOVE 0 TO EOF-T07CASCO.
            MOVE 0 TO NROORDEN-CLAVE-CASCO.
            MOVE 0 TO IDREPUESTO-CLAVE-CASCO.
            START T07CASCO KEY IS NOT LESS THAN CLAVE-CASCO
                INVALID KEY MOVE 1 TO EOF-T07CASCO.
            PERFORM LEER-CASCO UNTIL EOF-T07CASCO = 1.
            IF SECCION-ABIERTA = 1 THEN
                MOVE CANT-SECCION TO CANTIDAD-SUBT
                MOVE PENDIENTE-SECCION TO PENDIENTE-SUBT
                MOVE ENVIADO-SECCION TO ENVIADO-SUBT
                MOVE ACREDITADO-SECCION TO ACREDITADO-SUBT
                WRITE REG-T07SCREP FROM REGISTRO-T07SSUBT.
        LEER-CASCO.
            READ T07CASCO NEXT INTO REGISTRO-T07CASCO
            AT END MOVE 1 TO EOF-T07CASCO.
            IF EOF-T07CASCO = 0 AND
            IDPROVEEDOR-CASCO = ID-PROVEEDOR-TAB (IX-PROVEEDOR) THEN
                IF ESTADO-CASCO = 'A' THEN
                    ADD VALOR-CASCO TO ACREDITADO-SECCION
                    ADD VALOR-CASCO TO TOTAL-ACREDITADO
                END-IF
                IF ESTADO-CASCO = 'P' OR ESTADO-CASCO = 'E' THEN
                    PERFORM EMITIR-CASCO
                END-IF
            END-IF.
        EMITIR-CASCO.
            IF SECCION-ABIERTA = 0 THEN
                PERFORM ABRIR-SECCION.
            MOVE NROORDEN-CASCO TO NROORDEN-T07SCREP.
            MOVE IDREPUESTO-CASCO TO IDREPUESTO-T07SCREP.
            MOVE FECHAALTA-CASCO TO FECHAALTA-T07SCREP.
            MOVE FECHAENVIO-CASCO TO FECHAENVIO-T07SCREP.
            MOVE VALOR-CASCO TO VALOR-T07SCREP.
            IF ESTADO-CASCO = 'P' THEN
                MOVE 'PENDIENTE' TO ESTADO-T07SCREP
                ADD VALOR-CASCO TO PENDIENTE-SECCION
                ADD VALOR-CASCO TO TOTAL-PENDIENTE
            ELSE
                MOVE 'ENVIADO' TO ESTADO-T07SCREP
                ADD VALOR-CASCO TO ENVIADO-SECCION
                ADD VALOR-CASCO TO TOTAL-ENVIADO
            END-IF.
            WRITE REG-T07SCREP FROM REGISTRO-T07SCREP.
            ADD 1 TO CANT-SECCION.
            ADD 1 TO TOTAL-GENERAL.
        ABRIR-SECCION.
            MOVE 1 TO SECCION-ABIERTA.
            MOVE ID-PROVEEDOR-TAB (IX-PROVEEDOR) TO IDPROVEEDOR-SECCION.
            MOVE NOMBRE-PROVEEDOR-TAB (IX-PROVEEDOR) TO NOMBRE-SECCION.
            WRITE REG-T07SCREP FROM SECCION.
            WRITE REG-T07SCREP FROM SUBTITULO.
            WRITE REG-T07SCREP FROM LINEA.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SCREP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCREP),DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
