//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FLOVINC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EFLOV ASSIGN TO T07EFLOV.
            SELECT T07SFLOV ASSIGN TO T07SFLOV.
            SELECT T07FLOVE ASSIGN TO T07FLOVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-FLOVE.
            SELECT T07FLOTA ASSIGN TO T07FLOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDFLOTA-CLAVE-FLOTA.
            SELECT T07VEHIC ASSIGN TO T07VEHIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-VEHIC.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EFLOV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07EFLOV PIC X(80).
        FD T07SFLOV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SFLOV PIC X(126).
        FD T07FLOVE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOVE.
         03 CLAVE-FLOVE.
             05 CLASE-CLAVE-FLOVE PIC X(1).
             05 REFERENCIA-CLAVE-FLOVE PIC X(7).
         03 FILLER PIC X(72).
        FD T07FLOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOTA.
         03 IDFLOTA-CLAVE-FLOTA PIC 9(4).
         03 FILLER PIC X(76).
        FD T07VEHIC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VEHIC.
         03 PATENTE-CLAVE-VEHIC PIC X(7).
         03 FILLER PIC X(73).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
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
        01 REGISTRO-T07EFLOV.
         03 TIPO-T07EFLOV PIC X(1).
             88 ALTA-VINCULO VALUE 'A'.
             88 BAJA-VINCULO VALUE 'B'.
         03 CLASE-T07EFLOV PIC X(1).
             88 VINCULO-VEHICULO VALUE 'V'.
             88 VINCULO-CLIENTE VALUE 'C'.
         03 PATENTE-T07EFLOV PIC X(7).
         03 IDCLIENTE-T07EFLOV PIC 9(5).
         03 IDFLOTA-T07EFLOV PIC 9(4).
        01 REGISTRO-T07SFLOV.
         03 TIPO-T07SFLOV PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASE-T07SFLOV PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 REFERENCIA-T07SFLOV PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDFLOTA-T07SFLOV PIC 9(4).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SFLOV PIC X(15).
        01 REGISTRO-T07FLOVE.
         03 CLASE-FLOVE PIC X(1).
         03 REFERENCIA-FLOVE PIC X(7).
         03 IDFLOTA-FLOVE PIC 9(4).
         03 ESTADO-FLOVE PIC X(1).
         03 OPERADOR-FLOVE PIC X(8).
         03 FECHAPROC-FLOVE PIC 9(8).
         03 HORAPROC-FLOVE PIC 9(6).
        01 REGISTRO-T07FLOTA.
         03 IDFLOTA-FLOTA PIC 9(4).
         03 RAZONSOCIAL-FLOTA PIC X(30).
         03 CUIT-FLOTA PIC X(11).
         03 CATEGIVA-FLOTA PIC X(1).
         03 PLAZOPAGO-FLOTA PIC 9(3).
         03 ESTADO-FLOTA PIC X(1).
        01 REFERENCIA-CLIENTE.
         03 IDCLIENTE-REFERENCIA PIC 9(5).
         03 FILLER PIC X(2) VALUE SPACES.
        01 EOF-T07EFLOV PIC 9 VALUE 0.
        01 EXISTE-FLOVE PIC 9 VALUE 0.
        01 EXISTE-FLOTA PIC 9 VALUE 0.
        01 EXISTE-REFERENCIA PIC 9 VALUE 0.
        01 VALIDO-T07EFLOV PIC 9 VALUE 1.
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
         03 PERMISO-CRED-OPMAS PIC X(1).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
        01 CONTADOR-T07SFLOV PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EFLOV.
            OPEN I-O T07FLOVE.
            OPEN INPUT T07FLOTA.
            OPEN INPUT T07VEHIC.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EFLOV T07FLOVE T07FLOTA T07VEHIC T07CLIEN
                STOP RUN.
            OPEN OUTPUT T07SFLOV.
            READ T07EFLOV INTO REGISTRO-T07EFLOV
            AT END MOVE 1 TO EOF-T07EFLOV.
            PERFORM FLOVINC-REGISTRO UNTIL EOF-T07EFLOV = 1.
            MOVE CONTADOR-T07SFLOV TO CANTIDAD-TOTAL.
            WRITE REG-T07SFLOV FROM REGISTRO-T07STOTAL.
            CLOSE T07EFLOV T07SFLOV T07FLOVE T07FLOTA T07VEHIC
                T07CLIEN.
            STOP RUN.
        FLOVINC-REGISTRO.
            MOVE TIPO-T07EFLOV TO TIPO-T07SFLOV.
            MOVE CLASE-T07EFLOV TO CLASE-T07SFLOV.
            MOVE IDFLOTA-T07EFLOV TO IDFLOTA-T07SFLOV.
            MOVE SPACES TO REFERENCIA-T07SFLOV.
            PERFORM VALIDAR-T07EFLOV.
            IF VALIDO-T07EFLOV = 0 THEN
                MOVE 'DATOS INVALIDOS' TO RESULTADO-T07SFLOV
            ELSE
                MOVE CLASE-T07EFLOV TO CLASE-CLAVE-FLOVE
                IF VINCULO-VEHICULO THEN
                    MOVE PATENTE-T07EFLOV TO REFERENCIA-CLAVE-FLOVE
                ELSE
                    MOVE IDCLIENTE-T07EFLOV TO IDCLIENTE-REFERENCIA
                    MOVE REFERENCIA-CLIENTE TO REFERENCIA-CLAVE-FLOVE
                END-IF
                MOVE REFERENCIA-CLAVE-FLOVE TO REFERENCIA-T07SFLOV
                PERFORM BUSCAR-FLOVE
                IF ALTA-VINCULO THEN
                    PERFORM ALTA-REGISTRO
                ELSE
                    PERFORM BAJA-REGISTRO
                END-IF
            END-IF.
            WRITE REG-T07SFLOV FROM REGISTRO-T07SFLOV.
            ADD 1 TO CONTADOR-T07SFLOV.
            READ T07EFLOV INTO REGISTRO-T07EFLOV
            AT END MOVE 1 TO EOF-T07EFLOV.
        VALIDAR-T07EFLOV.
            MOVE 1 TO VALIDO-T07EFLOV.
            IF NOT ALTA-VINCULO AND NOT BAJA-VINCULO THEN
                MOVE 0 TO VALIDO-T07EFLOV.
            IF NOT VINCULO-VEHICULO AND NOT VINCULO-CLIENTE THEN
                MOVE 0 TO VALIDO-T07EFLOV.
            IF VINCULO-VEHICULO AND PATENTE-T07EFLOV = SPACES THEN
                MOVE 0 TO VALIDO-T07EFLOV.
            IF VINCULO-CLIENTE AND IDCLIENTE-T07EFLOV NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EFLOV.
            IF ALTA-VINCULO AND IDFLOTA-T07EFLOV NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EFLOV.
        ALTA-REGISTRO.
            PERFORM BUSCAR-REFERENCIA.
            PERFORM BUSCAR-FLOTA.
            IF EXISTE-REFERENCIA = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SFLOV
            ELSE
                IF EXISTE-FLOTA = 0 OR ESTADO-FLOTA NOT = 'A' THEN
                    MOVE 'FLOTA INVALIDA' TO RESULTADO-T07SFLOV
                ELSE
                    MOVE CLASE-CLAVE-FLOVE TO CLASE-FLOVE
                    MOVE REFERENCIA-CLAVE-FLOVE TO REFERENCIA-FLOVE
                    MOVE IDFLOTA-T07EFLOV TO IDFLOTA-FLOVE
                    MOVE 'A' TO ESTADO-FLOVE
                    MOVE OPERADOR-RUN TO OPERADOR-FLOVE
                    MOVE FECHAPROC-RUN TO FECHAPROC-FLOVE
                    MOVE HORAPROC-RUN TO HORAPROC-FLOVE
                    IF EXISTE-FLOVE = 1 THEN
                        REWRITE REG-T07FLOVE FROM REGISTRO-T07FLOVE
                        MOVE 'MODIFICADO' TO RESULTADO-T07SFLOV
                    ELSE
                        WRITE REG-T07FLOVE FROM REGISTRO-T07FLOVE
                        MOVE 'VINCULADO' TO RESULTADO-T07SFLOV
                    END-IF
                END-IF
            END-IF.
        BAJA-REGISTRO.
            IF EXISTE-FLOVE = 0 THEN
                MOVE 'SIN VINCULO' TO RESULTADO-T07SFLOV
            ELSE
                MOVE IDFLOTA-FLOVE TO IDFLOTA-T07SFLOV
                MOVE 'B' TO ESTADO-FLOVE
                MOVE OPERADOR-RUN TO OPERADOR-FLOVE
                MOVE FECHAPROC-RUN TO FECHAPROC-FLOVE
                MOVE HORAPROC-RUN TO HORAPROC-FLOVE
                REWRITE REG-T07FLOVE FROM REGISTRO-T07FLOVE
                MOVE 'DESVINCULADO' TO RESULTADO-T07SFLOV
            END-IF.
        BUSCAR-FLOVE.
            MOVE 0 TO EXISTE-FLOVE.
            READ T07FLOVE INTO REGISTRO-T07FLOVE
                INVALID KEY MOVE 0 TO EXISTE-FLOVE
                NOT INVALID KEY MOVE 1 TO EXISTE-FLOVE
            END-READ.
        BUSCAR-REFERENCIA.
            MOVE 0 TO EXISTE-REFERENCIA.
            IF VINCULO-VEHICULO THEN
                MOVE PATENTE-T07EFLOV TO PATENTE-CLAVE-VEHIC
                READ T07VEHIC
                    INVALID KEY MOVE 0 TO EXISTE-REFERENCIA
                    NOT INVALID KEY MOVE 1 TO EXISTE-REFERENCIA
                END-READ
            ELSE
                MOVE IDCLIENTE-T07EFLOV TO IDCLIENTE-CLAVE-CLIEN
                READ T07CLIEN
                    INVALID KEY MOVE 0 TO EXISTE-REFERENCIA
                    NOT INVALID KEY MOVE 1 TO EXISTE-REFERENCIA
                END-READ
            END-IF.
        BUSCAR-FLOTA.
            MOVE 0 TO EXISTE-FLOTA.
            MOVE IDFLOTA-T07EFLOV TO IDFLOTA-CLAVE-FLOTA.
            READ T07FLOTA INTO REGISTRO-T07FLOTA
                INVALID KEY MOVE 0 TO EXISTE-FLOTA
                NOT INVALID KEY MOVE 1 TO EXISTE-FLOTA
            END-READ.
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
            MOVE 'FLOVINC ' TO PROGRAMA-T07SEGUR.
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
            IF ACTIVO-OPMAS = 'S' AND PERMISO-CLIM-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EFLOV DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EFLOV),DISP=SHR
//GO.T07SFLOV DD DSN=KC03BAB.CATALOGO.SALIDA(T07SFLOV),DISP=SHR
//GO.T07FLOVE DD DSN=KC03BAB.CATALOGO.FLOVE,DISP=SHR
//GO.T07FLOTA DD DSN=KC03BAB.CATALOGO.FLOTA,DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
