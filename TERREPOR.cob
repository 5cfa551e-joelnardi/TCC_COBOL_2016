//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TERREPOR.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07STERR ASSIGN TO T07STERR.
            SELECT T07TERCE ASSIGN TO T07TERCE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-TERCE.
            SELECT T07PROVE ASSIGN TO T07PROVE.
        DATA DIVISION.
        FILE SECTION.
        FD T07STERR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07STERR PIC X(126).
        FD T07TERCE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TERCE.
         03 CLAVE-TERCE.
             05 NROORDEN-CLAVE-TERCE PIC 9(7).
             05 IDREPUESTO-CLAVE-TERCE PIC 9(3).
         03 FILLER PIC X(70).
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'TRABAJOS EN TALLERES EXTERNOS     '.
         03 FECHA-TITULO PIC 9(8).
        01 SECCION.
         03 FILLER PIC X(7) VALUE 'TALLER|'.
         03 IDPROVEEDOR-SECCION PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 NOMBRE-SECCION PIC X(30).
        01 SUBTITULO.
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 FECENV-TITULO PIC X(9) VALUE 'FECENV  |'.
         03 FECPREV-TITULO PIC X(9) VALUE 'FECPREV |'.
         03 COSTO-TITULO PIC X(10) VALUE 'COSTO    |'.
         03 ESTADO-TITULO PIC X(8) VALUE 'ESTADO  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07STERR.
         03 NROORDEN-T07STERR PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07STERR PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 FECHAENVIO-T07STERR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPREVISTA-T07STERR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-T07STERR PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07STERR PIC X(8).
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(12) VALUE 'SUBTOTAL  |'.
         03 CANTIDAD-SUBT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(10) VALUE 'ATRASADOS|'.
         03 ATRASADOS-SUBT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-SUBT PIC ZZZZZZZ9.99.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(10) VALUE 'ATRASADOS|'.
         03 ATRASADOS-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-TOTAL PIC ZZZZZZZ9.99.
        01 REGISTRO-T07TERCE.
         03 NROORDEN-TERCE PIC 9(7).
         03 IDREPUESTO-TERCE PIC 9(3).
         03 IDPROVEEDOR-TERCE PIC 9(3).
         03 FECHAENVIO-TERCE PIC 9(8).
         03 COSTO-TERCE PIC 9(7)V99.
         03 FECHAPREVISTA-TERCE PIC 9(8).
         03 FECHARETORNO-TERCE PIC 9(8).
         03 ESTADO-TERCE PIC X(1).
         03 NROFACTURA-TERCE PIC X(12).
         03 COSTOFACT-TERCE PIC 9(7)V99.
         03 OPERADOR-TERCE PIC X(8).
         03 SITUACION-TERCE PIC X(1).
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
        01 EOF-T07TERCE PIC 9 VALUE 0.
        01 SECCION-ABIERTA PIC 9 VALUE 0.
        01 CANT-SECCION PIC 9(5) COMP VALUE 0.
        01 ATRASADOS-SECCION PIC 9(5) COMP VALUE 0.
        01 COSTO-SECCION PIC 9(9)V99 VALUE 0.
        01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
        01 TOTAL-ATRASADOS PIC 9(5) COMP VALUE 0.
        01 TOTAL-COSTO PIC 9(9)V99 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN OUTPUT T07STERR.
            MOVE FECHA-HOY TO FECHA-TITULO.
            WRITE REG-T07STERR FROM TITULO.
            PERFORM CARGAR-PROVEEDORES.
            OPEN INPUT T07TERCE.
            PERFORM EMITIR-TALLER
            VARYING IX-PROVEEDOR FROM 1 BY 1
            UNTIL IX-PROVEEDOR > CANT-PROVEEDORES-TAB.
            CLOSE T07TERCE.
            MOVE TOTAL-GENERAL TO CANTIDAD-TOTAL.
            MOVE TOTAL-ATRASADOS TO ATRASADOS-TOTAL.
            MOVE TOTAL-COSTO TO COSTO-TOTAL.
            WRITE REG-T07STERR FROM REGISTRO-T07STOTAL.
            CLOSE T07STERR.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-PROVEEDORES.
            MOVE 0 TO CANT-PROVEEDORES-TAB.
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
        EMITIR-TALLER.
            MOVE 0 TO SECCION-ABIERTA.
            MOVE 0 TO CANT-SECCION.
            MOVE 0 TO ATRASADOS-SECCION.
            MOVE 0 TO COSTO-SECCION.
            MOVE 0 TO EOF-T07TERCE.
            MOVE 0 TO NROORDEN-CLAVE-TERCE.
            MOVE 0 TO IDREPUESTO-CLAVE-TERCE.
            START T07TERCE KEY IS NOT LESS THAN CLAVE-TERCE
                INVALID KEY MOVE 1 TO EOF-T07TERCE.
            PERFORM LEER-TERCERO UNTIL EOF-T07TERCE = 1.
            IF SECCION-ABIERTA = 1 THEN
                MOVE CANT-SECCION TO CANTIDAD-SUBT
                MOVE ATRASADOS-SECCION TO ATRASADOS-SUBT
                MOVE COSTO-SECCION TO COSTO-SUBT
                WRITE REG-T07STERR FROM REGISTRO-T07SSUBT.
        LEER-TERCERO.
            READ T07TERCE NEXT INTO REGISTRO-T07TERCE
            AT END MOVE 1 TO EOF-T07TERCE.
            IF EOF-T07TERCE = 0 AND ESTADO-TERCE = 'A' AND
            IDPROVEEDOR-TERCE = ID-PROVEEDOR-TAB (IX-PROVEEDOR) THEN
                IF SECCION-ABIERTA = 0 THEN
                    PERFORM ABRIR-SECCION
                END-IF
                MOVE NROORDEN-TERCE TO NROORDEN-T07STERR
                MOVE IDREPUESTO-TERCE TO IDREPUESTO-T07STERR
                MOVE FECHAENVIO-TERCE TO FECHAENVIO-T07STERR
                MOVE FECHAPREVISTA-TERCE TO FECHAPREVISTA-T07STERR
                MOVE COSTO-TERCE TO COSTO-T07STERR
                IF FECHAPREVISTA-TERCE < FECHA-HOY THEN
                    MOVE 'ATRASADO' TO ESTADO-T07STERR
                    ADD 1 TO ATRASADOS-SECCION
                    ADD 1 TO TOTAL-ATRASADOS
                ELSE
                    MOVE 'EN PLAZO' TO ESTADO-T07STERR
                END-IF
                WRITE REG-T07STERR FROM REGISTRO-T07STERR
                ADD 1 TO CANT-SECCION
                ADD 1 TO TOTAL-GENERAL
                ADD COSTO-TERCE TO COSTO-SECCION
                ADD COSTO-TERCE TO TOTAL-COSTO
            END-IF.
        ABRIR-SECCION.
            MOVE 1 TO SECCION-ABIERTA.
            MOVE ID-PROVEEDOR-TAB (IX-PROVEEDOR) TO IDPROVEEDOR-SECCION.
            MOVE NOMBRE-PROVEEDOR-TAB (IX-PROVEEDOR) TO NOMBRE-SECCION.
            WRITE REG-T07STERR FROM SECCION.
            WRITE REG-T07STERR FROM SUBTITULO.
            WRITE REG-T07STERR FROM LINEA.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07STERR DD DSN=KC03BAB.CATALOGO.SALIDA(T07STERR),DISP=SHR
//GO.T07TERCE DD DSN=KC03BAB.CATALOGO.TERCE,DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
