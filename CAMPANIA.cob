//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CAMPANIA.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07CAMPA ASSIGN TO T07CAMPA.
            SELECT T07VEHIC ASSIGN TO T07VEHIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-VEHIC.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07RECAL ASSIGN TO T07RECAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-RECAL.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07PARCH ASSIGN TO T07PARCH.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07SCAMP ASSIGN TO T07SCAMP.
            SELECT T07SRCAM ASSIGN TO T07SRCAM.
        DATA DIVISION.
        FILE SECTION.
        FD T07CAMPA
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07CAMPA PIC X(240).
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
        FD T07RECAL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07RECAL.
         03 CLAVE-RECAL.
             05 CAMPANIA-CLAVE-RECAL PIC X(8).
             05 PATENTE-CLAVE-RECAL PIC X(7).
         03 FILLER PIC X(65).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07PARCH
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PARCH PIC X(240).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07SCAMP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCAMP PIC X(126).
        FD T07SRCAM
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SRCAM PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO-T07SCAMP.
         03 FILLER PIC X(34) VALUE
             'CAMPANAS DE SEGURIDAD - LLAMADOS  '.
         03 FECHA-TITULO-T07SCAMP PIC 9(8).
        01 SUBTITULO-T07SCAMP.
         03 FILLER PIC X(9) VALUE 'CAMPANIA|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(13) VALUE 'TELEFONO    |'.
         03 FILLER PIC X(31) VALUE 'MODELO'.
         03 FILLER PIC X(5) VALUE 'ANIO|'.
         03 FILLER PIC X(8) VALUE 'AVISADO '.
        01 TITULO-T07SRCAM.
         03 FILLER PIC X(34) VALUE
             'CAMPANAS DE SEGURIDAD - RECLAMOS  '.
         03 FECHA-TITULO-T07SRCAM PIC 9(8).
        01 SUBTITULO-T07SRCAM.
         03 FILLER PIC X(9) VALUE 'CAMPANIA|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(9) VALUE 'FECREAL |'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(10) VALUE 'REPUESTO |'.
         03 FILLER PIC X(10) VALUE 'MANOOBRA |'.
         03 FILLER PIC X(10) VALUE 'IMPORTE   '.
        01 SUBTITULO-RESUMEN.
         03 FILLER PIC X(9) VALUE 'CAMPANIA|'.
         03 FILLER PIC X(10) VALUE 'AFECTADOS|'.
         03 FILLER PIC X(11) VALUE 'PENDIENTES|'.
         03 FILLER PIC X(10) VALUE 'EN TALLER|'.
         03 FILLER PIC X(11) VALUE 'REALIZADOS|'.
         03 FILLER PIC X(10) VALUE 'RECLAMADOS'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCAMP.
         03 CAMPANIA-T07SCAMP PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SCAMP PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SCAMP PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 TELEFONO-T07SCAMP PIC X(12).
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELOAUTO-T07SCAMP PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 ANIO-T07SCAMP PIC 9(4).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAAVISO-T07SCAMP PIC 9(8).
        01 REGISTRO-T07SRCAM.
         03 CAMPANIA-T07SRCAM PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SRCAM PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SRCAM PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 FECHAREALIZ-T07SRCAM PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SRCAM PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 REPUESTO-T07SRCAM PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MANODEOBRA-T07SRCAM PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SRCAM PIC ZZZZZZ9.99.
        01 REGISTRO-RESUMEN.
         03 CAMPANIA-RESUMEN PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 AFECTADOS-RESUMEN PIC ZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 PENDIENTES-RESUMEN PIC ZZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ENTALLER-RESUMEN PIC ZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 REALIZADOS-RESUMEN PIC ZZZZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 RECLAMADOS-RESUMEN PIC ZZZZZZZZZ9.
        01 REGISTRO-T07SCTOT.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-SCTOT PIC ZZZZ9.
        01 REGISTRO-T07SRTOT.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-SRTOT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-SRTOT PIC ZZZZZZZZ9.99.
        01 REGISTRO-T07CAMPA.
         03 CAMPANIA-CAMPA PIC X(8).
         03 MODELOAUTO-CAMPA PIC X(30).
         03 ANIODESDE-CAMPA PIC 9(4).
         03 ANIOHASTA-CAMPA PIC 9(4).
         03 IDREPUESTO-CAMPA PIC 9(3).
         03 DESCRIPCION-CAMPA PIC X(30).
        01 REGISTRO-T07VEHIC.
         03 PATENTE-VEHIC PIC X(7).
         03 MODELOAUTO-VEHIC PIC X(30).
         03 ANIO-VEHIC PIC 9(4).
         03 IDCLIENTE-VEHIC PIC 9(5).
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
        01 REGISTRO-T07RECAL.
         03 CAMPANIA-RECAL PIC X(8).
         03 PATENTE-RECAL PIC X(7).
         03 IDCLIENTE-RECAL PIC 9(5).
         03 ANIO-RECAL PIC 9(4).
         03 FECHAAVISO-RECAL PIC 9(8).
         03 NROORDEN-RECAL PIC 9(7).
         03 FECHAREALIZ-RECAL PIC 9(8).
         03 ESTADO-RECAL PIC X(1).
         03 FECHARECLAMO-RECAL PIC 9(8).
         03 OPERADOR-RECAL PIC X(8).
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
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
        01 TABLA-CAMPANIAS.
         03 CAMPANIA-OCU OCCURS 50 TIMES INDEXED BY IX-CAMPANIA.
             05 CODIGO-CAMP-TAB PIC X(8).
             05 MODELO-CAMP-TAB PIC X(30).
             05 LONGITUD-CAMP-TAB PIC 9(2) COMP.
             05 ANIODESDE-CAMP-TAB PIC 9(4).
             05 ANIOHASTA-CAMP-TAB PIC 9(4).
             05 IDREPUESTO-CAMP-TAB PIC 9(3).
             05 AFECTADOS-CAMP-TAB PIC 9(5) COMP.
             05 PENDIENTES-CAMP-TAB PIC 9(5) COMP.
             05 ENTALLER-CAMP-TAB PIC 9(5) COMP.
             05 REALIZADOS-CAMP-TAB PIC 9(5) COMP.
             05 RECLAMADOS-CAMP-TAB PIC 9(5) COMP.
        01 CANT-CAMPANIAS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-CAMPANIA PIC 9 VALUE 0.
        01 IX-HALLADO PIC 9(5) COMP VALUE 0.
        01 LONGITUD-MODELO PIC 9(2) COMP VALUE 0.
        01 EOF-T07CAMPA PIC 9 VALUE 0.
        01 EOF-T07VEHIC PIC 9 VALUE 0.
        01 EOF-T07RECAL PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07PARCH PIC 9 VALUE 0.
        01 EXISTE-RECAL PIC 9 VALUE 0.
        01 EXISTE-VEHIC PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 ORDEN-HALLADA PIC 9 VALUE 0.
        01 ORDEN-ABIERTA PIC 9 VALUE 0.
        01 ORDEN-CERRADA PIC 9 VALUE 0.
        01 ORDEN-ANULADA PIC 9 VALUE 0.
        01 FECHAEGRESO-ORDEN PIC 9(8) VALUE 0.
        01 MANODEOBRA-ORDEN PIC 9(7)V99 VALUE 0.
        01 IMPORTE-RECLAMO PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07SCAMP PIC 9(5) COMP VALUE 0.
        01 CONTADOR-T07SRCAM PIC 9(5) COMP VALUE 0.
        01 TOTAL-RECLAMADO PIC 9(9)V99 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-CAMPANIAS.
            OPEN INPUT T07VEHIC.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07REPUE.
            OPEN INPUT PPAL.
            OPEN I-O T07RECAL.
            OPEN OUTPUT T07SCAMP.
            OPEN OUTPUT T07SRCAM.
            MOVE FECHA-HOY TO FECHA-TITULO-T07SCAMP.
            WRITE REG-T07SCAMP FROM TITULO-T07SCAMP.
            WRITE REG-T07SCAMP FROM SUBTITULO-T07SCAMP.
            WRITE REG-T07SCAMP FROM LINEA.
            MOVE FECHA-HOY TO FECHA-TITULO-T07SRCAM.
            WRITE REG-T07SRCAM FROM TITULO-T07SRCAM.
            WRITE REG-T07SRCAM FROM SUBTITULO-T07SRCAM.
            WRITE REG-T07SRCAM FROM LINEA.
            PERFORM RECORRER-VEHICULOS.
            PERFORM RECORRER-RECAL.
            MOVE CONTADOR-T07SCAMP TO CANTIDAD-SCTOT.
            WRITE REG-T07SCAMP FROM REGISTRO-T07SCTOT.
            MOVE CONTADOR-T07SRCAM TO CANTIDAD-SRTOT.
            MOVE TOTAL-RECLAMADO TO IMPORTE-SRTOT.
            WRITE REG-T07SRCAM FROM REGISTRO-T07SRTOT.
            WRITE REG-T07SRCAM FROM LINEA.
            WRITE REG-T07SRCAM FROM SUBTITULO-RESUMEN.
            PERFORM EMITIR-RESUMEN
            VARYING IX-CAMPANIA FROM 1 BY 1
            UNTIL IX-CAMPANIA > CANT-CAMPANIAS-TAB.
            CLOSE T07VEHIC T07CLIEN T07REPUE PPAL T07RECAL
                T07SCAMP T07SRCAM.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-CAMPANIAS.
            MOVE 0 TO CANT-CAMPANIAS-TAB.
            MOVE 0 TO EOF-T07CAMPA.
            OPEN INPUT T07CAMPA.
            PERFORM LEER-CAMPANIA UNTIL EOF-T07CAMPA = 1.
            CLOSE T07CAMPA.
        LEER-CAMPANIA.
            READ T07CAMPA INTO REGISTRO-T07CAMPA
            AT END MOVE 1 TO EOF-T07CAMPA.
            IF EOF-T07CAMPA = 0 AND CAMPANIA-CAMPA NOT = SPACES AND
            ANIODESDE-CAMPA NUMERIC AND ANIOHASTA-CAMPA NUMERIC THEN
                MOVE 30 TO LONGITUD-MODELO
                PERFORM ACORTAR-MODELO UNTIL LONGITUD-MODELO = 0
                OR MODELOAUTO-CAMPA (LONGITUD-MODELO:1) NOT = SPACE
                IF LONGITUD-MODELO > 0 THEN
                    PERFORM AGREGAR-CAMPANIA
                END-IF
            END-IF.
        ACORTAR-MODELO.
            SUBTRACT 1 FROM LONGITUD-MODELO.
        AGREGAR-CAMPANIA.
            IF CANT-CAMPANIAS-TAB < 50 THEN
                ADD 1 TO CANT-CAMPANIAS-TAB
                SET IX-CAMPANIA TO CANT-CAMPANIAS-TAB
                MOVE CAMPANIA-CAMPA TO CODIGO-CAMP-TAB (IX-CAMPANIA)
                MOVE MODELOAUTO-CAMPA TO MODELO-CAMP-TAB (IX-CAMPANIA)
                MOVE LONGITUD-MODELO
                TO LONGITUD-CAMP-TAB (IX-CAMPANIA)
                MOVE ANIODESDE-CAMPA
                TO ANIODESDE-CAMP-TAB (IX-CAMPANIA)
                MOVE ANIOHASTA-CAMPA
                TO ANIOHASTA-CAMP-TAB (IX-CAMPANIA)
                MOVE 0 TO IDREPUESTO-CAMP-TAB (IX-CAMPANIA)
                IF IDREPUESTO-CAMPA NUMERIC THEN
                    MOVE IDREPUESTO-CAMPA
                    TO IDREPUESTO-CAMP-TAB (IX-CAMPANIA)
                END-IF
                MOVE 0 TO AFECTADOS-CAMP-TAB (IX-CAMPANIA)
                MOVE 0 TO PENDIENTES-CAMP-TAB (IX-CAMPANIA)
                MOVE 0 TO ENTALLER-CAMP-TAB (IX-CAMPANIA)
                MOVE 0 TO REALIZADOS-CAMP-TAB (IX-CAMPANIA)
                MOVE 0 TO RECLAMADOS-CAMP-TAB (IX-CAMPANIA)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        RECORRER-VEHICULOS.
            MOVE 0 TO EOF-T07VEHIC.
            MOVE LOW-VALUES TO PATENTE-CLAVE-VEHIC.
            START T07VEHIC KEY IS NOT LESS THAN PATENTE-CLAVE-VEHIC
                INVALID KEY MOVE 1 TO EOF-T07VEHIC.
            PERFORM LEER-VEHICULO UNTIL EOF-T07VEHIC = 1.
        LEER-VEHICULO.
            READ T07VEHIC NEXT INTO REGISTRO-T07VEHIC
            AT END MOVE 1 TO EOF-T07VEHIC.
            IF EOF-T07VEHIC = 0 AND ANIO-VEHIC NUMERIC THEN
                PERFORM EVALUAR-CAMPANIA
                VARYING IX-CAMPANIA FROM 1 BY 1
                UNTIL IX-CAMPANIA > CANT-CAMPANIAS-TAB.
        EVALUAR-CAMPANIA.
            IF ANIO-VEHIC NOT < ANIODESDE-CAMP-TAB (IX-CAMPANIA) AND
            ANIO-VEHIC NOT > ANIOHASTA-CAMP-TAB (IX-CAMPANIA) AND
            MODELOAUTO-VEHIC (1:LONGITUD-CAMP-TAB (IX-CAMPANIA)) =
            MODELO-CAMP-TAB (IX-CAMPANIA)
            (1:LONGITUD-CAMP-TAB (IX-CAMPANIA)) THEN
                PERFORM REGISTRAR-AFECTADO.
        REGISTRAR-AFECTADO.
            MOVE CODIGO-CAMP-TAB (IX-CAMPANIA) TO CAMPANIA-CLAVE-RECAL.
            MOVE PATENTE-VEHIC TO PATENTE-CLAVE-RECAL.
            READ T07RECAL INTO REGISTRO-T07RECAL
                INVALID KEY MOVE 0 TO EXISTE-RECAL
                NOT INVALID KEY MOVE 1 TO EXISTE-RECAL
            END-READ.
            IF EXISTE-RECAL = 0 THEN
                MOVE CODIGO-CAMP-TAB (IX-CAMPANIA) TO CAMPANIA-RECAL
                MOVE PATENTE-VEHIC TO PATENTE-RECAL
                MOVE IDCLIENTE-VEHIC TO IDCLIENTE-RECAL
                MOVE ANIO-VEHIC TO ANIO-RECAL
                MOVE FECHA-HOY TO FECHAAVISO-RECAL
                MOVE 0 TO NROORDEN-RECAL
                MOVE 0 TO FECHAREALIZ-RECAL
                MOVE 'P' TO ESTADO-RECAL
                MOVE 0 TO FECHARECLAMO-RECAL
                MOVE SPACES TO OPERADOR-RECAL
                WRITE REG-T07RECAL FROM REGISTRO-T07RECAL
            ELSE
                IF ESTADO-RECAL = 'P' AND
                IDCLIENTE-RECAL NOT = IDCLIENTE-VEHIC THEN
                    MOVE IDCLIENTE-VEHIC TO IDCLIENTE-RECAL
                    REWRITE REG-T07RECAL FROM REGISTRO-T07RECAL
                END-IF
            END-IF.
        RECORRER-RECAL.
            MOVE 0 TO EOF-T07RECAL.
            MOVE LOW-VALUES TO CLAVE-RECAL.
            START T07RECAL KEY IS NOT LESS THAN CLAVE-RECAL
                INVALID KEY MOVE 1 TO EOF-T07RECAL.
            PERFORM LEER-RECAL UNTIL EOF-T07RECAL = 1.
        LEER-RECAL.
            READ T07RECAL NEXT INTO REGISTRO-T07RECAL
            AT END MOVE 1 TO EOF-T07RECAL.
            IF EOF-T07RECAL = 0 THEN
                MOVE 0 TO ORDEN-CERRADA
                PERFORM BUSCAR-CAMPANIA
                IF ESTADO-RECAL = 'O' THEN
                    PERFORM VERIFICAR-ORDEN
                END-IF
                IF ESTADO-RECAL = 'P' THEN
                    PERFORM EMITIR-LLAMADO
                END-IF
                IF ESTADO-RECAL = 'R' THEN
                    PERFORM EMITIR-RECLAMO
                END-IF
                PERFORM CONTAR-ESTADO
            END-IF.
        BUSCAR-CAMPANIA.
            MOVE 0 TO ENCONTRO-CAMPANIA.
            MOVE 0 TO IX-HALLADO.
            PERFORM COMPARAR-CAMPANIA
            VARYING IX-CAMPANIA FROM 1 BY 1
            UNTIL IX-CAMPANIA > CANT-CAMPANIAS-TAB
            OR ENCONTRO-CAMPANIA = 1.
        COMPARAR-CAMPANIA.
            IF CODIGO-CAMP-TAB (IX-CAMPANIA) = CAMPANIA-RECAL THEN
                MOVE 1 TO ENCONTRO-CAMPANIA
                SET IX-HALLADO TO IX-CAMPANIA.
        VERIFICAR-ORDEN.
            MOVE 0 TO ORDEN-HALLADA.
            MOVE 0 TO ORDEN-ABIERTA.
            MOVE 0 TO ORDEN-CERRADA.
            MOVE 0 TO ORDEN-ANULADA.
            MOVE 0 TO FECHAEGRESO-ORDEN.
            MOVE 0 TO MANODEOBRA-ORDEN.
            MOVE 0 TO EOF-PPAL.
            MOVE NROORDEN-RECAL TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM LEER-ORDEN UNTIL EOF-PPAL = 1.
            IF ORDEN-HALLADA = 0 THEN
                PERFORM BUSCAR-ORDEN-ARCHIVO.
            IF ORDEN-ABIERTA = 0 AND ORDEN-CERRADA = 1 THEN
                MOVE 'R' TO ESTADO-RECAL
                MOVE FECHAEGRESO-ORDEN TO FECHAREALIZ-RECAL
                REWRITE REG-T07RECAL FROM REGISTRO-T07RECAL
            ELSE
                IF ORDEN-ABIERTA = 0 AND ORDEN-ANULADA = 1 THEN
                    MOVE 'P' TO ESTADO-RECAL
                    MOVE 0 TO NROORDEN-RECAL
                    REWRITE REG-T07RECAL FROM REGISTRO-T07RECAL
                END-IF
            END-IF.
        LEER-ORDEN.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND NROORDEN-PPAL NOT = NROORDEN-RECAL THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                PERFORM EVALUAR-LINEA-ORDEN.
        BUSCAR-ORDEN-ARCHIVO.
            MOVE 0 TO EOF-T07PARCH.
            OPEN INPUT T07PARCH.
            PERFORM LEER-ORDEN-ARCHIVO UNTIL EOF-T07PARCH = 1.
            CLOSE T07PARCH.
        LEER-ORDEN-ARCHIVO.
            READ T07PARCH INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-T07PARCH.
            IF EOF-T07PARCH = 0 AND NROORDEN-PPAL = NROORDEN-RECAL THEN
                PERFORM EVALUAR-LINEA-ORDEN.
        EVALUAR-LINEA-ORDEN.
            MOVE 1 TO ORDEN-HALLADA.
            IF ESTADO-PPAL = 'V' THEN
                MOVE 1 TO ORDEN-ABIERTA.
            IF ESTADO-PPAL = 'E' AND MOTIVO-PPAL = 'C' THEN
                MOVE 1 TO ORDEN-ANULADA.
            IF ESTADO-PPAL = 'E' AND MOTIVO-PPAL NOT = 'C' THEN
                MOVE 1 TO ORDEN-CERRADA
                ADD MANODEOBRA-PPAL TO MANODEOBRA-ORDEN
                IF FECHAEGRESO-PPAL > FECHAEGRESO-ORDEN THEN
                    MOVE FECHAEGRESO-PPAL TO FECHAEGRESO-ORDEN
                END-IF
            END-IF.
        EMITIR-LLAMADO.
            MOVE CAMPANIA-RECAL TO CAMPANIA-T07SCAMP.
            MOVE PATENTE-RECAL TO PATENTE-T07SCAMP.
            MOVE IDCLIENTE-RECAL TO IDCLIENTE-T07SCAMP.
            MOVE ANIO-RECAL TO ANIO-T07SCAMP.
            MOVE FECHAAVISO-RECAL TO FECHAAVISO-T07SCAMP.
            MOVE SPACES TO TELEFONO-T07SCAMP.
            MOVE SPACES TO MODELOAUTO-T07SCAMP.
            MOVE IDCLIENTE-RECAL TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
            IF EXISTE-CLIEN = 1 THEN
                MOVE TELEFONO-CLIEN TO TELEFONO-T07SCAMP.
            MOVE PATENTE-RECAL TO PATENTE-CLAVE-VEHIC.
            READ T07VEHIC INTO REGISTRO-T07VEHIC
                INVALID KEY MOVE 0 TO EXISTE-VEHIC
                NOT INVALID KEY MOVE 1 TO EXISTE-VEHIC
            END-READ.
            IF EXISTE-VEHIC = 1 THEN
                MOVE MODELOAUTO-VEHIC TO MODELOAUTO-T07SCAMP.
            WRITE REG-T07SCAMP FROM REGISTRO-T07SCAMP.
            ADD 1 TO CONTADOR-T07SCAMP.
        EMITIR-RECLAMO.
            IF ORDEN-CERRADA = 0 THEN
                PERFORM VERIFICAR-ORDEN.
            MOVE 0 TO PRECIO-REPUE.
            MOVE 0 TO IDREPUESTO-T07SRCAM.
            IF ENCONTRO-CAMPANIA = 1 THEN
                MOVE IDREPUESTO-CAMP-TAB (IX-HALLADO)
                TO IDREPUESTO-T07SRCAM
                MOVE IDREPUESTO-CAMP-TAB (IX-HALLADO)
                TO IDREPUESTO-CLAVE-REPUE
                READ T07REPUE INTO REGISTRO-T07REPUE
                    INVALID KEY MOVE 0 TO EXISTE-REPUE
                    NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
                END-READ
                IF EXISTE-REPUE = 0 THEN
                    MOVE 0 TO PRECIO-REPUE
                END-IF
            END-IF.
            COMPUTE IMPORTE-RECLAMO = PRECIO-REPUE + MANODEOBRA-ORDEN.
            MOVE CAMPANIA-RECAL TO CAMPANIA-T07SRCAM.
            MOVE PATENTE-RECAL TO PATENTE-T07SRCAM.
            MOVE NROORDEN-RECAL TO NROORDEN-T07SRCAM.
            MOVE FECHAREALIZ-RECAL TO FECHAREALIZ-T07SRCAM.
            MOVE PRECIO-REPUE TO REPUESTO-T07SRCAM.
            MOVE MANODEOBRA-ORDEN TO MANODEOBRA-T07SRCAM.
            MOVE IMPORTE-RECLAMO TO IMPORTE-T07SRCAM.
            WRITE REG-T07SRCAM FROM REGISTRO-T07SRCAM.
            ADD 1 TO CONTADOR-T07SRCAM.
            ADD IMPORTE-RECLAMO TO TOTAL-RECLAMADO.
            MOVE 'C' TO ESTADO-RECAL.
            MOVE FECHA-HOY TO FECHARECLAMO-RECAL.
            REWRITE REG-T07RECAL FROM REGISTRO-T07RECAL.
        CONTAR-ESTADO.
            IF ENCONTRO-CAMPANIA = 1 THEN
                ADD 1 TO AFECTADOS-CAMP-TAB (IX-HALLADO)
                IF ESTADO-RECAL = 'P' THEN
                    ADD 1 TO PENDIENTES-CAMP-TAB (IX-HALLADO)
                END-IF
                IF ESTADO-RECAL = 'O' THEN
                    ADD 1 TO ENTALLER-CAMP-TAB (IX-HALLADO)
                END-IF
                IF ESTADO-RECAL = 'R' OR ESTADO-RECAL = 'C' THEN
                    ADD 1 TO REALIZADOS-CAMP-TAB (IX-HALLADO)
                END-IF
                IF ESTADO-RECAL = 'C' THEN
                    ADD 1 TO RECLAMADOS-CAMP-TAB (IX-HALLADO)
                END-IF
            END-IF.
        EMITIR-RESUMEN.
            MOVE CODIGO-CAMP-TAB (IX-CAMPANIA) TO CAMPANIA-RESUMEN.
            MOVE AFECTADOS-CAMP-TAB (IX-CAMPANIA) TO AFECTADOS-RESUMEN.
            MOVE PENDIENTES-CAMP-TAB (IX-CAMPANIA)
            TO PENDIENTES-RESUMEN.
            MOVE ENTALLER-CAMP-TAB (IX-CAMPANIA) TO ENTALLER-RESUMEN.
            MOVE REALIZADOS-CAMP-TAB (IX-CAMPANIA)
            TO REALIZADOS-RESUMEN.
            MOVE RECLAMADOS-CAMP-TAB (IX-CAMPANIA)
            TO RECLAMADOS-RESUMEN.
            WRITE REG-T07SRCAM FROM REGISTRO-RESUMEN.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07CAMPA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07CAMPA),DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07RECAL DD DSN=KC03BAB.CATALOGO.RECAL,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07PARCH DD DSN=KC03BAB.CATALOGO.SALIDA(T07PARCH),DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07SCAMP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCAMP),DISP=SHR
//GO.T07SRCAM DD DSN=KC03BAB.CATALOGO.SALIDA(T07SRCAM),DISP=SHR
