//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CORTALTA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECORT ASSIGN TO T07ECORT.
            SELECT T07AUTOC ASSIGN TO T07AUTOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-AUTOC.
            SELECT T07SCORT ASSIGN TO T07SCORT.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECORT
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ECORT PIC X(80).
        FD T07AUTOC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07AUTOC.
         03 PATENTE-CLAVE-AUTOC PIC X(7).
         03 FILLER PIC X(73).
        FD T07SCORT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCORT PIC X(126).
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
        01 REGISTRO-T07ECORT.
         03 PATENTE-T07ECORT PIC X(7).
         03 MODELO-T07ECORT PIC X(30).
         03 SUCURSAL-T07ECORT PIC 9(2).
         03 KM-T07ECORT PIC 9(7).
         03 ACCION-T07ECORT PIC X(1).
             88 ACCION-ALTA VALUE 'A'.
             88 ACCION-BAJA VALUE 'B'.
             88 ACCION-REHABILITA VALUE 'R'.
        01 REGISTRO-T07AUTOC.
         03 PATENTE-AUTOC PIC X(7).
         03 MODELO-AUTOC PIC X(30).
         03 SUCURSAL-AUTOC PIC 9(2).
         03 ESTADO-AUTOC PIC X(1).
             88 AUTOC-DISPONIBLE VALUE 'D'.
             88 AUTOC-PRESTADO VALUE 'P'.
             88 AUTOC-FUERA-SERVICIO VALUE 'F'.
         03 NROORDEN-AUTOC PIC 9(7).
         03 KMACTUAL-AUTOC PIC 9(7).
         03 FECHAESTADO-AUTOC PIC 9(8).
         03 OPERADOR-AUTOC PIC X(8).
        01 TITULO.
         03 FILLER PIC X(33) VALUE
             'AUTOS DE CORTESIA - ABM          '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 MODELO-TITULO PIC X(31) VALUE
             'MODELO                        |'.
         03 SUCURSAL-TITULO PIC X(4) VALUE 'SUC|'.
         03 KM-TITULO PIC X(8) VALUE 'KM     |'.
         03 ESTADO-TITULO PIC X(4) VALUE 'EST|'.
         03 RESULTADO-TITULO PIC X(15) VALUE 'RESULTADO      '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCORT.
         03 PATENTE-T07SCORT PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELO-T07SCORT PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCURSAL-T07SCORT PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 KM-T07SCORT PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07SCORT PIC X(1).
         03 FILLER PIC X(3) VALUE '  |'.
         03 RESULTADO-T07SCORT PIC X(15).
        01 EOF-T07ECORT PIC 9 VALUE 0.
        01 EXISTE-AUTOC PIC 9 VALUE 0.
        01 VALIDO-T07ECORT PIC 9 VALUE 1.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-T07OPMAS.
         03 OPERADOR-OPMAS PIC X(8).
         03 NOMBRE-OPMAS PIC X(30).
         03 ACTIVO-OPMAS PIC X(1).
         03 PERMISO-ALTA-OPMAS PIC X(1).
         03 PERMISO-MODI-OPMAS PIC X(1).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 CONTADOR-T07SCORT PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ECORT.
            OPEN I-O T07AUTOC.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07ECORT T07AUTOC
                STOP RUN.
            OPEN OUTPUT T07SCORT.
            MOVE FECHAPROC-RUN TO FECHA-TITULO.
            WRITE REG-T07SCORT FROM TITULO.
            WRITE REG-T07SCORT FROM SUBTITULO.
            WRITE REG-T07SCORT FROM LINEA.
            READ T07ECORT INTO REGISTRO-T07ECORT
            AT END MOVE 1 TO EOF-T07ECORT.
            PERFORM CORTALTA-REGISTRO UNTIL EOF-T07ECORT = 1.
            MOVE CONTADOR-T07SCORT TO CANTIDAD-TOTAL.
            WRITE REG-T07SCORT FROM REGISTRO-T07STOTAL.
            CLOSE T07ECORT T07SCORT T07AUTOC.
            STOP RUN.
        CORTALTA-REGISTRO.
            PERFORM VALIDAR-T07ECORT.
            MOVE PATENTE-T07ECORT TO PATENTE-T07SCORT.
            MOVE MODELO-T07ECORT TO MODELO-T07SCORT.
            MOVE SPACES TO ESTADO-T07SCORT.
            IF SUCURSAL-T07ECORT NUMERIC THEN
                MOVE SUCURSAL-T07ECORT TO SUCURSAL-T07SCORT
            ELSE
                MOVE 0 TO SUCURSAL-T07SCORT
            END-IF.
            IF KM-T07ECORT NUMERIC THEN
                MOVE KM-T07ECORT TO KM-T07SCORT
            ELSE
                MOVE 0 TO KM-T07SCORT
            END-IF.
            IF VALIDO-T07ECORT = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SCORT
            ELSE
                PERFORM BUSCAR-AUTOC
                IF EXISTE-AUTOC = 0 THEN
                    PERFORM ALTA-AUTOC
                ELSE
                    PERFORM MODIFICAR-AUTOC
                END-IF
            END-IF.
            WRITE REG-T07SCORT FROM REGISTRO-T07SCORT.
            ADD 1 TO CONTADOR-T07SCORT.
            READ T07ECORT INTO REGISTRO-T07ECORT
            AT END MOVE 1 TO EOF-T07ECORT.
        ALTA-AUTOC.
            IF NOT ACCION-ALTA THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SCORT
            ELSE
                MOVE PATENTE-T07ECORT TO PATENTE-AUTOC
                MOVE MODELO-T07ECORT TO MODELO-AUTOC
                MOVE SUCURSAL-T07ECORT TO SUCURSAL-AUTOC
                MOVE 'D' TO ESTADO-AUTOC
                MOVE 0 TO NROORDEN-AUTOC
                MOVE KM-T07ECORT TO KMACTUAL-AUTOC
                MOVE FECHAPROC-RUN TO FECHAESTADO-AUTOC
                MOVE OPERADOR-RUN TO OPERADOR-AUTOC
                WRITE REG-T07AUTOC FROM REGISTRO-T07AUTOC
                MOVE ESTADO-AUTOC TO ESTADO-T07SCORT
                MOVE 'ALTA' TO RESULTADO-T07SCORT
            END-IF.
        MODIFICAR-AUTOC.
            MOVE ESTADO-AUTOC TO ESTADO-T07SCORT.
            IF AUTOC-PRESTADO THEN
                MOVE 'AUTO PRESTADO' TO RESULTADO-T07SCORT
            ELSE
                IF ACCION-ALTA THEN
                    MOVE MODELO-T07ECORT TO MODELO-AUTOC
                    MOVE SUCURSAL-T07ECORT TO SUCURSAL-AUTOC
                    IF KM-T07ECORT > KMACTUAL-AUTOC THEN
                        MOVE KM-T07ECORT TO KMACTUAL-AUTOC
                    END-IF
                    MOVE 'MODIFICADO' TO RESULTADO-T07SCORT
                END-IF
                IF ACCION-BAJA THEN
                    MOVE 'F' TO ESTADO-AUTOC
                    MOVE FECHAPROC-RUN TO FECHAESTADO-AUTOC
                    MOVE 'FUERA SERVICIO' TO RESULTADO-T07SCORT
                END-IF
                IF ACCION-REHABILITA THEN
                    MOVE 'D' TO ESTADO-AUTOC
                    MOVE FECHAPROC-RUN TO FECHAESTADO-AUTOC
                    MOVE 'REHABILITADO' TO RESULTADO-T07SCORT
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-AUTOC
                REWRITE REG-T07AUTOC FROM REGISTRO-T07AUTOC
                MOVE ESTADO-AUTOC TO ESTADO-T07SCORT
                MOVE KMACTUAL-AUTOC TO KM-T07SCORT
            END-IF.
        BUSCAR-AUTOC.
            MOVE 0 TO EXISTE-AUTOC.
            MOVE PATENTE-T07ECORT TO PATENTE-CLAVE-AUTOC.
            READ T07AUTOC INTO REGISTRO-T07AUTOC
                INVALID KEY MOVE 0 TO EXISTE-AUTOC
                NOT INVALID KEY MOVE 1 TO EXISTE-AUTOC
            END-READ.
        VALIDAR-T07ECORT.
            MOVE 1 TO VALIDO-T07ECORT.
            IF PATENTE-T07ECORT = SPACES THEN
                MOVE 0 TO VALIDO-T07ECORT.
            IF NOT ACCION-ALTA AND NOT ACCION-BAJA
                AND NOT ACCION-REHABILITA THEN
                MOVE 0 TO VALIDO-T07ECORT.
            IF ACCION-ALTA AND MODELO-T07ECORT = SPACES THEN
                MOVE 0 TO VALIDO-T07ECORT.
            IF ACCION-ALTA AND SUCURSAL-T07ECORT NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECORT.
            IF ACCION-ALTA AND KM-T07ECORT NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECORT.
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
            MOVE 'CORTALTA' TO PROGRAMA-T07SEGUR.
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
            IF ACTIVO-OPMAS = 'S' AND PERMISO-REPM-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ECORT DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECORT),DISP=SHR
//GO.T07SCORT DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCORT),DISP=SHR
//GO.T07AUTOC DD DSN=KC03BAB.CATALOGO.AUTOC,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
