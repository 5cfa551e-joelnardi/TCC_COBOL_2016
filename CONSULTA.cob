            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07RCONS ASSIGN TO T07RCONS.
            SELECT T07NOTAS ASSIGN TO T07NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-NOTA.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECONS
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07RCONS
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RCONS PIC X(240).
         03 CLAVE-NOTA.
             05 NROORDEN-CLAVE-NOTA PIC 9(7).
             05 SECUENCIA-CLAVE-NOTA PIC 9(3).
         03 FILLER PIC X(82).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ECONS.
         03 TIPO-CLAVE-T07ECONS PIC X(1).
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
        01 REGISTRO-T07NOTAS.
         03 NROORDEN-NOTA PIC 9(7).
         03 SECUENCIA-NOTA PIC 9(3).
         03 FECHA-NOTA PIC 9(8).
         03 HORA-NOTA PIC 9(6).
         03 OPERADOR-NOTA PIC X(8).
         03 TEXTO-NOTA PIC X(60).
         03 FILLER PIC X(5) VALUE 'NOTA|'.
         03 SECUENCIA-LNOTA PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-LNOTA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORA-LNOTA PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 TEXTO-LNOTA PIC X(60).
        01 EOF-T07NOTAS PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 IDCLIENTE-BUSCADO PIC 9(5) VALUE 0.
        01 EOF-T07ECONS PIC 9 VALUE 0.
        01 VALIDO-T07ECONS PIC 9 VALUE 1.
        01 CONTADOR-T07SCONS PIC 9(5) COMP VALUE 0.
                WRITE REG-T07RCONS FROM REGISTRO-T07ECONS
            ELSE
                OPEN INPUT PPAL
                IF CLAVE-DNI THEN
                    PERFORM CONSULTAR-POR-DNI
                ELSE
                    PERFORM CONSULTAR-POR-CLAVE
                END-IF
                CLOSE PPAL
            END-IF.
            READ T07ECONS INTO REGISTRO-T07ECONS
            IF NOT CLAVE-IDCLIENTE AND NOT CLAVE-PATENTE
                AND NOT CLAVE-DNI THEN
                MOVE 0 TO VALIDO-T07ECONS.
        CONSULTAR-POR-CLAVE.
            MOVE 0 TO EOF-PPAL.
            IF CLAVE-IDCLIENTE THEN
                MOVE IDCLIENTE-T07ECONS TO IDCLIENTE-BUSCADO
                MOVE IDCLIENTE-T07ECONS TO IDCLIENTE-CLAVE-PPAL
                START PPAL KEY IS EQUAL TO IDCLIENTE-CLAVE-PPAL
                    INVALID KEY MOVE 1 TO EOF-PPAL
                END-START
            ELSE
                MOVE PATENTE-T07ECONS TO PATENTE-CLAVE-PPAL
                START PPAL KEY IS EQUAL TO PATENTE-CLAVE-PPAL
                    INVALID KEY MOVE 1 TO EOF-PPAL
                END-START
            END-IF.
            PERFORM CONSULTAR-REPU UNTIL EOF-PPAL = 1.
        CONSULTAR-POR-DNI.
            OPEN INPUT T07CLIEN.
            MOVE 0 TO EOF-T07CLIEN.
            MOVE 0 TO IDCLIENTE-CLAVE-CLIEN.
            START T07CLIEN KEY IS NOT LESS THAN IDCLIENTE-CLAVE-CLIEN
                INVALID KEY MOVE 1 TO EOF-T07CLIEN.
            PERFORM BUSCAR-CLIENTE-DNI UNTIL EOF-T07CLIEN = 1.
            CLOSE T07CLIEN.
        BUSCAR-CLIENTE-DNI.
            READ T07CLIEN NEXT INTO REGISTRO-T07CLIEN
            AT END MOVE 1 TO EOF-T07CLIEN.
            IF EOF-T07CLIEN = 0 AND DNI-CLIEN = DNI-T07ECONS THEN
                MOVE 0 TO EOF-PPAL
                MOVE IDCLIENTE-CLIEN TO IDCLIENTE-BUSCADO
                MOVE IDCLIENTE-CLIEN TO IDCLIENTE-CLAVE-PPAL
                START PPAL KEY IS EQUAL TO IDCLIENTE-CLAVE-PPAL
                    INVALID KEY MOVE 1 TO EOF-PPAL
                END-START
                PERFORM CONSULTAR-REPU UNTIL EOF-PPAL = 1.
        CONSULTAR-REPU.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND CLAVE-PATENTE AND
            PATENTE-PPAL NOT = PATENTE-T07ECONS THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND NOT CLAVE-PATENTE AND
            IDCLIENTE-PPAL NOT = IDCLIENTE-BUSCADO THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                IF (CLAVE-IDCLIENTE AND
                    IDCLIENTE-T07ECONS = IDCLIENTE-PPAL)
//GO.T07ECONS DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECONS),DISP=SHR
//GO.T07SCONS DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCONS),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07RCONS DD DSN=KC03BAB.CATALOGO.SALIDA(T07RCONS),DISP=SHR
//GO.T07NOTAS DD DSN=KC03BAB.CATALOGO.NOTAS,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
