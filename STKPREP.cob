//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKPREP.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07ENTRE ASSIGN TO T07ENTRE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-ENTRE.
            SELECT T07MECAN ASSIGN TO T07MECAN.
            SELECT T07SPREP ASSIGN TO T07SPREP.
        DATA DIVISION.
        FILE SECTION.
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07ENTRE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07ENTRE.
         03 CLAVE-ENTRE.
             05 NROORDEN-CLAVE-ENTRE PIC 9(7).
             05 IDREPUESTO-CLAVE-ENTRE PIC 9(3).
         03 FILLER PIC X(70).
        FD T07MECAN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07MECAN PIC X(240).
        FD T07SPREP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SPREP PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(34) VALUE
             'LISTA DE PREPARACION DE REPUESTOS '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 SUCURSAL-TITULO PIC X(4) VALUE 'SUC|'.
         03 UBICACION-TITULO PIC X(9) VALUE 'UBICACIO|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 DESCREP-TITULO PIC X(21) VALUE 'REPUESTO            |'.
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 MECANICO-TITULO PIC X(6) VALUE 'IDMEC|'.
         03 NOMBRE-TITULO PIC X(21) VALUE 'MECANICO            |'.
         03 ENTREGA-TITULO PIC X(7) VALUE 'ENTREGA'.
        01 SECCION-FALTANTES.
         03 FILLER PIC X(40) VALUE
             'FALTANTES - ASIGNADOS NO ENCONTRADOS    '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SPREP.
         03 SUCURSAL-T07SPREP PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 UBICACION-T07SPREP PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SPREP PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 DESCREP-T07SPREP PIC X(20).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SPREP PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 PATENTE-T07SPREP PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 MECANICO-T07SPREP PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 NOMBRE-T07SPREP PIC X(20).
         03 FILLER PIC X(1) VALUE '|'.
         03 ENTREGA-T07SPREP PIC X(8).
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|FALTANTES|'.
         03 FALTANTES-TOTAL PIC ZZZZ9.
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
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
        01 REGISTRO-T07ENTRE.
         03 NROORDEN-ENTRE PIC 9(7).
         03 IDREPUESTO-ENTRE PIC 9(3).
         03 ESTADO-ENTRE PIC X(1).
         03 SUCURSAL-ENTRE PIC 9(2).
         03 UBICACION-ENTRE PIC X(8).
         03 MECANICO-ENTRE PIC 9(3).
         03 OPERADOR-ENTRE PIC X(8).
         03 FECHAPROC-ENTRE PIC 9(8).
         03 HORAPROC-ENTRE PIC 9(6).
        01 REGISTRO-T07MECAN.
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
        01 TABLA-MECANICOS.
         03 MECANICO-OCU OCCURS 200 TIMES INDEXED BY IX-MECANICO.
             05 ID-MECANICO-TAB PIC 9(3).
             05 NOMBRE-MECANICO-TAB PIC X(20).
        01 CANT-MECANICOS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-MECANICO PIC 9 VALUE 0.
        01 TABLA-PREPARACION.
         03 PREPARACION-OCU OCCURS 500 TIMES INDEXED BY IX-PREPARA.
             05 CLAVEORD-TAB.
                 07 SUCURSAL-TAB PIC 9(2).
                 07 UBICORD-TAB PIC X(8).
                 07 NROORDEN-TAB PIC 9(7).
                 07 IDREPUESTO-TAB PIC 9(3).
             05 UBICACION-TAB PIC X(8).
             05 DESCREP-TAB PIC X(20).
             05 PATENTE-TAB PIC X(7).
             05 MECANICO-TAB PIC 9(3).
        01 CANT-PREPARA-TAB PIC 9(5) COMP VALUE 0.
        01 TABLA-FALTANTES.
         03 FALTANTE-OCU OCCURS 200 TIMES INDEXED BY IX-FALTANTE.
             05 SUCURSAL-FALT PIC 9(2).
             05 UBICACION-FALT PIC X(8).
             05 NROORDEN-FALT PIC 9(7).
             05 IDREPUESTO-FALT PIC 9(3).
             05 DESCREP-FALT PIC X(20).
             05 PATENTE-FALT PIC X(7).
             05 MECANICO-FALT PIC 9(3).
             05 FECHA-FALT PIC 9(8).
        01 CANT-FALTANTES-TAB PIC 9(5) COMP VALUE 0.
        01 CLAVEORD-ACTUAL.
         03 SUCURSAL-ACTUAL PIC 9(2).
         03 UBICORD-ACTUAL PIC X(8).
         03 NROORDEN-ACTUAL PIC 9(7).
         03 IDREPUESTO-ACTUAL PIC 9(3).
        01 POS-INSERCION PIC 9(5) COMP VALUE 0.
        01 IX-CORR PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-POS PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 EXISTE-ENTRE PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 NOMBRE-ACTUAL PIC X(20).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CARGAR-MECANICOS.
            OPEN INPUT PPAL.
            OPEN INPUT T07STOCK.
            OPEN INPUT T07ENTRE.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM LEER-PPAL-PREP UNTIL EOF-PPAL = 1.
            CLOSE PPAL T07STOCK T07ENTRE.
            OPEN OUTPUT T07SPREP.
            MOVE FECHA-HOY TO FECHA-TITULO.
            WRITE REG-T07SPREP FROM TITULO.
            WRITE REG-T07SPREP FROM SUBTITULO.
            WRITE REG-T07SPREP FROM LINEA.
            PERFORM EMITIR-PREPARACION
            VARYING IX-PREPARA FROM 1 BY 1
            UNTIL IX-PREPARA > CANT-PREPARA-TAB.
            WRITE REG-T07SPREP FROM LINEA.
            WRITE REG-T07SPREP FROM SECCION-FALTANTES.
            WRITE REG-T07SPREP FROM LINEA.
            PERFORM EMITIR-FALTANTE
            VARYING IX-FALTANTE FROM 1 BY 1
            UNTIL IX-FALTANTE > CANT-FALTANTES-TAB.
            MOVE CANT-PREPARA-TAB TO CANTIDAD-TOTAL.
            MOVE CANT-FALTANTES-TAB TO FALTANTES-TOTAL.
            WRITE REG-T07SPREP FROM REGISTRO-T07STOTAL.
            CLOSE T07SPREP.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-MECANICOS.
            MOVE 0 TO EOF-T07MECAN.
            OPEN INPUT T07MECAN.
            PERFORM LEER-MECANICO UNTIL EOF-T07MECAN = 1.
            CLOSE T07MECAN.
        LEER-MECANICO.
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
            IF EOF-T07MECAN = 0 THEN
                IF CANT-MECANICOS-TAB < 200 THEN
                    ADD 1 TO CANT-MECANICOS-TAB
                    MOVE IDMECANICO-MECAN
                    TO ID-MECANICO-TAB (CANT-MECANICOS-TAB)
                    MOVE NOMBRE-MECAN
                    TO NOMBRE-MECANICO-TAB (CANT-MECANICOS-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        LEER-PPAL-PREP.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND ESTADO-PPAL = 'V' AND
            SITUACION-PPAL = 'T' AND MECANICO-PPAL NUMERIC THEN
                IF MECANICO-PPAL > 0 THEN
                    PERFORM CLASIFICAR-LINEA
                END-IF
            END-IF.
        CLASIFICAR-LINEA.
            IF SUCURSAL-PPAL NOT NUMERIC THEN
                MOVE 0 TO SUCURSAL-PPAL.
            PERFORM BUSCAR-ENTREGA.
            PERFORM BUSCAR-UBICACION.
            IF EXISTE-ENTRE = 1 AND ESTADO-ENTRE = 'F' THEN
                PERFORM AGREGAR-FALTANTE.
            IF EXISTE-ENTRE = 0 THEN
                PERFORM AGREGAR-PREPARACION.
        BUSCAR-ENTREGA.
            MOVE 0 TO EXISTE-ENTRE.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-ENTRE.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-ENTRE.
            READ T07ENTRE INTO REGISTRO-T07ENTRE
                INVALID KEY MOVE 0 TO EXISTE-ENTRE
                NOT INVALID KEY MOVE 1 TO EXISTE-ENTRE
            END-READ.
        BUSCAR-UBICACION.
            MOVE 0 TO EXISTE-STOCK.
            MOVE SUCURSAL-PPAL TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 0 TO EXISTE-STOCK
                NOT INVALID KEY MOVE 1 TO EXISTE-STOCK
            END-READ.
            IF EXISTE-STOCK = 0 THEN
                MOVE SPACES TO UBICACION-STOCK.
            IF UBICACION-STOCK = LOW-VALUES THEN
                MOVE SPACES TO UBICACION-STOCK.
        AGREGAR-PREPARACION.
            IF CANT-PREPARA-TAB < 500 THEN
                MOVE SUCURSAL-PPAL TO SUCURSAL-ACTUAL
                IF UBICACION-STOCK = SPACES THEN
                    MOVE HIGH-VALUES TO UBICORD-ACTUAL
                ELSE
                    MOVE UBICACION-STOCK TO UBICORD-ACTUAL
                END-IF
                MOVE NROORDEN-PPAL TO NROORDEN-ACTUAL
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-ACTUAL
                PERFORM UBICAR-POSICION
                PERFORM CORRER-ENTRADAS
                MOVE CLAVEORD-ACTUAL TO CLAVEORD-TAB (POS-INSERCION)
                MOVE UBICACION-STOCK TO UBICACION-TAB (POS-INSERCION)
                MOVE DESCREPUESTO-PPAL TO DESCREP-TAB (POS-INSERCION)
                MOVE PATENTE-PPAL TO PATENTE-TAB (POS-INSERCION)
                MOVE MECANICO-PPAL TO MECANICO-TAB (POS-INSERCION)
                ADD 1 TO CANT-PREPARA-TAB
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        UBICAR-POSICION.
            MOVE 0 TO ENCONTRO-POS.
            MOVE 1 TO POS-INSERCION.
            PERFORM COMPARAR-POSICION
            VARYING IX-PREPARA FROM 1 BY 1
            UNTIL IX-PREPARA > CANT-PREPARA-TAB
            OR ENCONTRO-POS = 1.
            IF ENCONTRO-POS = 0 THEN
                COMPUTE POS-INSERCION = CANT-PREPARA-TAB + 1.
        COMPARAR-POSICION.
            IF CLAVEORD-TAB (IX-PREPARA) > CLAVEORD-ACTUAL THEN
                SET POS-INSERCION TO IX-PREPARA
                MOVE 1 TO ENCONTRO-POS.
        CORRER-ENTRADAS.
            MOVE CANT-PREPARA-TAB TO IX-CORR.
            PERFORM CORRER-UNA-ENTRADA
            UNTIL IX-CORR < POS-INSERCION.
        CORRER-UNA-ENTRADA.
            MOVE PREPARACION-OCU (IX-CORR)
            TO PREPARACION-OCU (IX-CORR + 1).
            SUBTRACT 1 FROM IX-CORR.
        AGREGAR-FALTANTE.
            IF CANT-FALTANTES-TAB < 200 THEN
                ADD 1 TO CANT-FALTANTES-TAB
                SET IX-FALTANTE TO CANT-FALTANTES-TAB
                MOVE SUCURSAL-PPAL TO SUCURSAL-FALT (IX-FALTANTE)
                MOVE UBICACION-STOCK TO UBICACION-FALT (IX-FALTANTE)
                MOVE NROORDEN-PPAL TO NROORDEN-FALT (IX-FALTANTE)
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-FALT (IX-FALTANTE)
                MOVE DESCREPUESTO-PPAL TO DESCREP-FALT (IX-FALTANTE)
                MOVE PATENTE-PPAL TO PATENTE-FALT (IX-FALTANTE)
                MOVE MECANICO-PPAL TO MECANICO-FALT (IX-FALTANTE)
                MOVE FECHAPROC-ENTRE TO FECHA-FALT (IX-FALTANTE)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        EMITIR-PREPARACION.
            MOVE SUCURSAL-TAB (IX-PREPARA) TO SUCURSAL-T07SPREP.
            MOVE UBICACION-TAB (IX-PREPARA) TO UBICACION-T07SPREP.
            IF UBICACION-TAB (IX-PREPARA) = SPACES THEN
                MOVE 'SIN UBIC' TO UBICACION-T07SPREP.
            MOVE IDREPUESTO-TAB (IX-PREPARA) TO IDREPUESTO-T07SPREP.
            MOVE DESCREP-TAB (IX-PREPARA) TO DESCREP-T07SPREP.
            MOVE NROORDEN-TAB (IX-PREPARA) TO NROORDEN-T07SPREP.
            MOVE PATENTE-TAB (IX-PREPARA) TO PATENTE-T07SPREP.
            MOVE MECANICO-TAB (IX-PREPARA) TO MECANICO-T07SPREP.
            PERFORM BUSCAR-NOMBRE-MEC.
            MOVE NOMBRE-ACTUAL TO NOMBRE-T07SPREP.
            MOVE '[    ]' TO ENTREGA-T07SPREP.
            WRITE REG-T07SPREP FROM REGISTRO-T07SPREP.
        EMITIR-FALTANTE.
            MOVE SUCURSAL-FALT (IX-FALTANTE) TO SUCURSAL-T07SPREP.
            MOVE UBICACION-FALT (IX-FALTANTE) TO UBICACION-T07SPREP.
            IF UBICACION-FALT (IX-FALTANTE) = SPACES THEN
                MOVE 'SIN UBIC' TO UBICACION-T07SPREP.
            MOVE IDREPUESTO-FALT (IX-FALTANTE) TO IDREPUESTO-T07SPREP.
            MOVE DESCREP-FALT (IX-FALTANTE) TO DESCREP-T07SPREP.
            MOVE NROORDEN-FALT (IX-FALTANTE) TO NROORDEN-T07SPREP.
            MOVE PATENTE-FALT (IX-FALTANTE) TO PATENTE-T07SPREP.
            MOVE MECANICO-FALT (IX-FALTANTE) TO MECANICO-T07SPREP.
            PERFORM BUSCAR-NOMBRE-FALT.
            MOVE NOMBRE-ACTUAL TO NOMBRE-T07SPREP.
            MOVE FECHA-FALT (IX-FALTANTE) TO ENTREGA-T07SPREP.
            WRITE REG-T07SPREP FROM REGISTRO-T07SPREP.
        BUSCAR-NOMBRE-MEC.
            MOVE SPACES TO NOMBRE-ACTUAL.
            MOVE 0 TO ENCONTRO-MECANICO.
            PERFORM COMPARAR-MECANICO
            VARYING IX-MECANICO FROM 1 BY 1
            UNTIL IX-MECANICO > CANT-MECANICOS-TAB
            OR ENCONTRO-MECANICO = 1.
        COMPARAR-MECANICO.
            IF ID-MECANICO-TAB (IX-MECANICO) =
            MECANICO-TAB (IX-PREPARA) THEN
                MOVE NOMBRE-MECANICO-TAB (IX-MECANICO) TO NOMBRE-ACTUAL
                MOVE 1 TO ENCONTRO-MECANICO.
        BUSCAR-NOMBRE-FALT.
            MOVE SPACES TO NOMBRE-ACTUAL.
            MOVE 0 TO ENCONTRO-MECANICO.
            PERFORM COMPARAR-MECANICO-FALT
            VARYING IX-MECANICO FROM 1 BY 1
            UNTIL IX-MECANICO > CANT-MECANICOS-TAB
            OR ENCONTRO-MECANICO = 1.
        COMPARAR-MECANICO-FALT.
            IF ID-MECANICO-TAB (IX-MECANICO) =
            MECANICO-FALT (IX-FALTANTE) THEN
                MOVE NOMBRE-MECANICO-TAB (IX-MECANICO) TO NOMBRE-ACTUAL
                MOVE 1 TO ENCONTRO-MECANICO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07ENTRE DD DSN=KC03BAB.CATALOGO.ENTREGA,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07SPREP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SPREP),DISP=SHR
