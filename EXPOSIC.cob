//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. EXPOSIC.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07PEXPO ASSIGN TO T07PEXPO.
            SELECT T07SEXPC ASSIGN TO T07SEXPC.
        DATA DIVISION.
        FILE SECTION.
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07PEXPO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PEXPO PIC 9(3).
        FD T07SEXPC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SEXPC PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(22) VALUE 'EXPOSICION CREDITICIA|'.
         03 FECHA-TITULO PIC 9(8).
         03 FILLER PIC X(8) VALUE '|UMBRAL|'.
         03 UMBRAL-TITULO PIC ZZ9.
         03 FILLER PIC X(1) VALUE '%'.
        01 SUBTITULO.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'DNI     |'.
         03 FILLER PIC X(12) VALUE 'LIMITE     |'.
         03 FILLER PIC X(12) VALUE 'SALDO CTACT|'.
         03 FILLER PIC X(12) VALUE 'ORD ABIERTA|'.
         03 FILLER PIC X(12) VALUE 'EXPOSICION |'.
         03 FILLER PIC X(7) VALUE '% USO |'.
         03 FILLER PIC X(12) VALUE 'ESTADO'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
         03 LIMITECRED-CLIEN PIC 9(7)V99.
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
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
         03 MECANICO-PPAL PIC 9(3).
         03 SITUACION-PPAL PIC X(1).
         03 GARANTIA-PPAL PIC X(1).
         03 ORDENORIGEN-PPAL PIC 9(7).
         03 SUCURSAL-PPAL PIC 9(2).
         03 FECHAPROMETIDA-PPAL PIC 9(8).
         03 PRECIOPACTADO-PPAL PIC 9(7)V99.
         03 ASEGURADORA-PPAL PIC 9(3).
         03 SINIESTRO-PPAL PIC X(12).
        01 TABLA-EXPOSICION.
         03 EXPOSICION-OCU OCCURS 1000 TIMES INDEXED BY IX-EXPO.
             05 IDCLIENTE-EXPO-TAB PIC 9(5).
             05 SALDO-EXPO-TAB PIC 9(9)V99.
        01 CANT-EXPO-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-EXPO PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 UMBRAL-PEXPO PIC 9(3) VALUE 0.
        01 SALDO-CLIENTE PIC 9(9)V99 VALUE 0.
        01 ABIERTO-CLIENTE PIC 9(9)V99 VALUE 0.
        01 ESTIMADO-ABIERTA PIC 9(9)V99 VALUE 0.
        01 EXPOSICION-TOTAL PIC 9(9)V99 VALUE 0.
        01 PORCENTAJE-USO PIC 9(5)V9 VALUE 0.
        01 CANT-EXCEDIDOS PIC 9(5) COMP VALUE 0.
        01 CANT-CERCA PIC 9(5) COMP VALUE 0.
        01 TOTAL-EXPUESTO PIC 9(11)V99 VALUE 0.
        01 REGISTRO-T07SEXPC.
         03 IDCLIENTE-T07SEXPC PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-T07SEXPC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 LIMITE-T07SEXPC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 SALDO-T07SEXPC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 ABIERTO-T07SEXPC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 EXPOSICION-T07SEXPC PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORCENTAJE-T07SEXPC PIC ZZZZ9.9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07SEXPC PIC X(12).
        01 REGISTRO-T07SEXCE.
         03 FILLER PIC X(13) VALUE 'EXCEDIDOS   |'.
         03 CANTIDAD-EXCE PIC ZZZZ9.
        01 REGISTRO-T07SCERC.
         03 FILLER PIC X(13) VALUE 'CERCA LIMITE|'.
         03 CANTIDAD-CERC PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 IMPORTE-TOTAL PIC ZZZZZZZZZZ9.99.
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN INPUT T07PEXPO.
            READ T07PEXPO INTO UMBRAL-PEXPO
            AT END MOVE 0 TO UMBRAL-PEXPO.
            CLOSE T07PEXPO.
            IF UMBRAL-PEXPO NOT NUMERIC OR UMBRAL-PEXPO = 0 THEN
                MOVE 80 TO UMBRAL-PEXPO.
            OPEN OUTPUT T07SEXPC.
            MOVE FECHA-HOY TO FECHA-TITULO.
            MOVE UMBRAL-PEXPO TO UMBRAL-TITULO.
            WRITE REG-T07SEXPC FROM TITULO.
            WRITE REG-T07SEXPC FROM SUBTITULO.
            WRITE REG-T07SEXPC FROM LINEA.
            PERFORM CARGAR-EXPOSICION.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07REPUE.
            OPEN INPUT PPAL.
            MOVE 0 TO IDCLIENTE-CLAVE-CLIEN.
            START T07CLIEN KEY IS NOT LESS THAN IDCLIENTE-CLAVE-CLIEN
                INVALID KEY MOVE 1 TO EOF-T07CLIEN.
            READ T07CLIEN NEXT INTO REGISTRO-T07CLIEN
            AT END MOVE 1 TO EOF-T07CLIEN.
            PERFORM EVALUAR-CLIENTE UNTIL EOF-T07CLIEN = 1.
            CLOSE T07CLIEN T07REPUE PPAL.
            WRITE REG-T07SEXPC FROM LINEA.
            MOVE CANT-EXCEDIDOS TO CANTIDAD-EXCE.
            WRITE REG-T07SEXPC FROM REGISTRO-T07SEXCE.
            MOVE CANT-CERCA TO CANTIDAD-CERC.
            WRITE REG-T07SEXPC FROM REGISTRO-T07SCERC.
            MOVE TOTAL-EXPUESTO TO IMPORTE-TOTAL.
            WRITE REG-T07SEXPC FROM REGISTRO-T07STOTAL.
            CLOSE T07SEXPC.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        EVALUAR-CLIENTE.
            IF LIMITECRED-CLIEN NUMERIC AND LIMITECRED-CLIEN > 0 THEN
                PERFORM BUSCAR-EXPOSICION
                PERFORM SUMAR-ABIERTAS
                COMPUTE EXPOSICION-TOTAL =
                    SALDO-CLIENTE + ABIERTO-CLIENTE
                IF EXPOSICION-TOTAL * 100 / LIMITECRED-CLIEN > 99999
                THEN
                    MOVE 99999 TO PORCENTAJE-USO
                ELSE
                    COMPUTE PORCENTAJE-USO ROUNDED =
                        EXPOSICION-TOTAL * 100 / LIMITECRED-CLIEN
                END-IF
                IF PORCENTAJE-USO NOT < UMBRAL-PEXPO THEN
                    PERFORM EMITIR-CLIENTE
                END-IF
            END-IF.
            READ T07CLIEN NEXT INTO REGISTRO-T07CLIEN
            AT END MOVE 1 TO EOF-T07CLIEN.
        EMITIR-CLIENTE.
            MOVE IDCLIENTE-CLIEN TO IDCLIENTE-T07SEXPC.
            MOVE DNI-CLIEN TO DNI-T07SEXPC.
            MOVE LIMITECRED-CLIEN TO LIMITE-T07SEXPC.
            MOVE SALDO-CLIENTE TO SALDO-T07SEXPC.
            MOVE ABIERTO-CLIENTE TO ABIERTO-T07SEXPC.
            MOVE EXPOSICION-TOTAL TO EXPOSICION-T07SEXPC.
            MOVE PORCENTAJE-USO TO PORCENTAJE-T07SEXPC.
            IF EXPOSICION-TOTAL > LIMITECRED-CLIEN THEN
                MOVE 'EXCEDIDO' TO ESTADO-T07SEXPC
                ADD 1 TO CANT-EXCEDIDOS
            ELSE
                MOVE 'CERCA LIMITE' TO ESTADO-T07SEXPC
                ADD 1 TO CANT-CERCA
            END-IF.
            ADD EXPOSICION-TOTAL TO TOTAL-EXPUESTO.
            WRITE REG-T07SEXPC FROM REGISTRO-T07SEXPC.
        BUSCAR-EXPOSICION.
            MOVE 0 TO SALDO-CLIENTE.
            MOVE 0 TO EXISTE-EXPO.
            PERFORM COMPARAR-EXPOSICION
            VARYING IX-EXPO FROM 1 BY 1
            UNTIL IX-EXPO > CANT-EXPO-TAB OR EXISTE-EXPO = 1.
        COMPARAR-EXPOSICION.
            IF IDCLIENTE-EXPO-TAB (IX-EXPO) = IDCLIENTE-CLIEN THEN
                MOVE 1 TO EXISTE-EXPO
                MOVE SALDO-EXPO-TAB (IX-EXPO) TO SALDO-CLIENTE.
        SUMAR-ABIERTAS.
            MOVE 0 TO ABIERTO-CLIENTE.
            MOVE 0 TO EOF-PPAL.
            MOVE IDCLIENTE-CLIEN TO IDCLIENTE-CLAVE-PPAL.
            START PPAL KEY IS EQUAL TO IDCLIENTE-CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL
            END-START.
            PERFORM LEER-ORDEN-ABIERTA UNTIL EOF-PPAL = 1.
        LEER-ORDEN-ABIERTA.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND IDCLIENTE-PPAL NOT = IDCLIENTE-CLIEN
            THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND ESTADO-PPAL = 'V' THEN
                PERFORM SUMAR-ORDEN-ABIERTA.
        SUMAR-ORDEN-ABIERTA.
            MOVE 0 TO ESTIMADO-ABIERTA.
            IF PRECIOPACTADO-PPAL NUMERIC AND
            PRECIOPACTADO-PPAL > 0 THEN
                MOVE PRECIOPACTADO-PPAL TO ESTIMADO-ABIERTA
            ELSE
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-REPUE
                READ T07REPUE INTO REGISTRO-T07REPUE
                    INVALID KEY MOVE 0 TO PRECIO-REPUE
                END-READ
                IF PRECIO-REPUE NUMERIC THEN
                    MOVE PRECIO-REPUE TO ESTIMADO-ABIERTA
                END-IF
            END-IF.
            IF MANODEOBRA-PPAL NUMERIC THEN
                ADD MANODEOBRA-PPAL TO ESTIMADO-ABIERTA.
            ADD ESTIMADO-ABIERTA TO ABIERTO-CLIENTE.
        CARGAR-EXPOSICION.
            MOVE 0 TO CANT-EXPO-TAB.
            MOVE 0 TO EOF-T07CTACT.
            OPEN INPUT T07CTACT.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
            START T07CTACT KEY IS NOT LESS THAN NROORDEN-CLAVE-CTACT
                INVALID KEY MOVE 1 TO EOF-T07CTACT.
            PERFORM LEER-CTACT UNTIL EOF-T07CTACT = 1.
            CLOSE T07CTACT.
        LEER-CTACT.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
            IF EOF-T07CTACT = 0 AND IMPORTE-CTACT > PAGADO-CTACT THEN
                MOVE 0 TO EXISTE-EXPO
                PERFORM ACUMULAR-EXPOSICION
                VARYING IX-EXPO FROM 1 BY 1
                UNTIL IX-EXPO > CANT-EXPO-TAB OR EXISTE-EXPO = 1
                IF EXISTE-EXPO = 0 THEN
                    IF CANT-EXPO-TAB < 1000 THEN
                        ADD 1 TO CANT-EXPO-TAB
                        MOVE IDCLIENTE-CTACT
                        TO IDCLIENTE-EXPO-TAB (CANT-EXPO-TAB)
                        COMPUTE SALDO-EXPO-TAB (CANT-EXPO-TAB) =
                            IMPORTE-CTACT - PAGADO-CTACT
                    ELSE
                        MOVE 1 TO DESBORDE-TABLAS
                    END-IF
                END-IF
            END-IF.
        ACUMULAR-EXPOSICION.
            IF IDCLIENTE-EXPO-TAB (IX-EXPO) = IDCLIENTE-CTACT THEN
                MOVE 1 TO EXISTE-EXPO
                COMPUTE SALDO-EXPO-TAB (IX-EXPO) =
                    SALDO-EXPO-TAB (IX-EXPO)
                    + IMPORTE-CTACT - PAGADO-CTACT.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07PEXPO DD DSN=KC03BAB.CATALOGO.PARM(T07PEXPO),DISP=SHR
//GO.T07SEXPC DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEXPC),DISP=SHR
