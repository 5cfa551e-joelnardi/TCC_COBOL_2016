//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. STKENTRE.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EENTR ASSIGN TO T07EENTR.
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
            SELECT T07SENTR ASSIGN TO T07SENTR.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EENTR
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EENTR PIC X(240).
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
        FD T07SENTR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SENTR PIC X(126).
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
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 ESTADO-TITULO PIC X(4) VALUE 'ES |'.
         03 MECANICO-TITULO PIC X(6) VALUE 'IDMEC|'.
         03 UBICACION-TITULO PIC X(9) VALUE 'UBICACIO|'.
         03 OPERADOR-TITULO PIC X(9) VALUE 'OPERADOR|'.
         03 FECHAPROC-TITULO PIC X(9) VALUE 'FECPROC |'.
         03 HORAPROC-TITULO PIC X(7) VALUE 'HORA  |'.
         03 RESULTADO-TITULO PIC X(9) VALUE 'RESULTADO'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07EENTR.
         03 NROORDEN-T07EENTR PIC 9(7).
         03 IDREPUESTO-T07EENTR PIC 9(3).
         03 ESTADO-T07EENTR PIC X(1).
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
        01 REGISTRO-T07SENTR.
         03 NROORDEN-T07SENTR PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDREPUESTO-T07SENTR PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 ESTADO-T07SENTR PIC X(1).
         03 FILLER PIC X(3) VALUE '  |'.
         03 MECANICO-T07SENTR PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 UBICACION-T07SENTR PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SENTR PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SENTR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SENTR PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SENTR PIC X(15).
        01 EOF-T07EENTR PIC 9 VALUE 0.
        01 EXISTE-ORDEN PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 EXISTE-ENTRE PIC 9 VALUE 0.
        01 VALIDO-T07EENTR PIC 9 VALUE 1.
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
        01 CONTADOR-T07SENTR PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EENTR.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EENTR
                STOP RUN.
            OPEN INPUT PPAL.
            OPEN INPUT T07STOCK.
            OPEN I-O T07ENTRE.
            OPEN OUTPUT T07SENTR.
            WRITE REG-T07SENTR FROM TITULO.
            WRITE REG-T07SENTR FROM LINEA.
            READ T07EENTR INTO REGISTRO-T07EENTR
            AT END MOVE 1 TO EOF-T07EENTR.
            PERFORM CONFIRMAR-REGISTRO UNTIL EOF-T07EENTR = 1.
            MOVE CONTADOR-T07SENTR TO CANTIDAD-TOTAL.
            WRITE REG-T07SENTR FROM REGISTRO-T07STOTAL.
            CLOSE T07EENTR T07SENTR PPAL T07STOCK T07ENTRE.
            STOP RUN.
        CONFIRMAR-REGISTRO.
            PERFORM VALIDAR-T07EENTR.
            MOVE NROORDEN-T07EENTR TO NROORDEN-T07SENTR.
            MOVE IDREPUESTO-T07EENTR TO IDREPUESTO-T07SENTR.
            MOVE ESTADO-T07EENTR TO ESTADO-T07SENTR.
            MOVE 0 TO MECANICO-T07SENTR.
            MOVE SPACES TO UBICACION-T07SENTR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SENTR.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SENTR.
            MOVE HORAPROC-RUN TO HORAPROC-T07SENTR.
            IF VALIDO-T07EENTR = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SENTR
                WRITE REG-T07SENTR FROM REGISTRO-T07SENTR
                ADD 1 TO CONTADOR-T07SENTR.
            IF VALIDO-T07EENTR = 1 THEN
                PERFORM BUSCAR-ORDEN-ENTR.
            IF VALIDO-T07EENTR = 1 AND EXISTE-ORDEN = 0 THEN
                MOVE 'NO ASIGNADO' TO RESULTADO-T07SENTR
                WRITE REG-T07SENTR FROM REGISTRO-T07SENTR
                ADD 1 TO CONTADOR-T07SENTR.
            IF VALIDO-T07EENTR = 1 AND EXISTE-ORDEN = 1 THEN
                MOVE MECANICO-PPAL TO MECANICO-T07SENTR
                PERFORM BUSCAR-UBICACION
                MOVE UBICACION-STOCK TO UBICACION-T07SENTR
                PERFORM BUSCAR-ENTREGA
                IF EXISTE-ENTRE = 1 AND ESTADO-ENTRE = 'E' THEN
                    MOVE 'YA ENTREGADO' TO RESULTADO-T07SENTR
                ELSE
                    PERFORM GRABAR-ENTREGA
                END-IF
                WRITE REG-T07SENTR FROM REGISTRO-T07SENTR
                ADD 1 TO CONTADOR-T07SENTR.
            READ T07EENTR INTO REGISTRO-T07EENTR
            AT END MOVE 1 TO EOF-T07EENTR.
        BUSCAR-ORDEN-ENTR.
            MOVE 0 TO EXISTE-ORDEN.
            MOVE NROORDEN-T07EENTR TO NROORDEN-CLAVE-PPAL.
            MOVE IDREPUESTO-T07EENTR TO IDREPUESTO-CLAVE-PPAL.
            READ PPAL INTO REGISTRO-PPAL
                INVALID KEY MOVE 0 TO EXISTE-ORDEN
                NOT INVALID KEY MOVE 1 TO EXISTE-ORDEN
            END-READ.
            IF EXISTE-ORDEN = 1 AND
            (ESTADO-PPAL NOT = 'V' OR SITUACION-PPAL NOT = 'T') THEN
                MOVE 0 TO EXISTE-ORDEN.
            IF EXISTE-ORDEN = 1 AND MECANICO-PPAL NOT NUMERIC THEN
                MOVE 0 TO EXISTE-ORDEN.
            IF EXISTE-ORDEN = 1 AND MECANICO-PPAL = 0 THEN
                MOVE 0 TO EXISTE-ORDEN.
            IF EXISTE-ORDEN = 1 AND SUCURSAL-PPAL NOT NUMERIC THEN
                MOVE 0 TO SUCURSAL-PPAL.
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
        BUSCAR-ENTREGA.
            MOVE 0 TO EXISTE-ENTRE.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-ENTRE.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-ENTRE.
            READ T07ENTRE INTO REGISTRO-T07ENTRE
                INVALID KEY MOVE 0 TO EXISTE-ENTRE
                NOT INVALID KEY MOVE 1 TO EXISTE-ENTRE
            END-READ.
        GRABAR-ENTREGA.
            MOVE NROORDEN-PPAL TO NROORDEN-ENTRE.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-ENTRE.
            MOVE ESTADO-T07EENTR TO ESTADO-ENTRE.
            MOVE SUCURSAL-PPAL TO SUCURSAL-ENTRE.
            MOVE UBICACION-STOCK TO UBICACION-ENTRE.
            MOVE MECANICO-PPAL TO MECANICO-ENTRE.
            MOVE OPERADOR-RUN TO OPERADOR-ENTRE.
            MOVE FECHAPROC-RUN TO FECHAPROC-ENTRE.
            MOVE HORAPROC-RUN TO HORAPROC-ENTRE.
            IF EXISTE-ENTRE = 1 THEN
                REWRITE REG-T07ENTRE FROM REGISTRO-T07ENTRE
            ELSE
                WRITE REG-T07ENTRE FROM REGISTRO-T07ENTRE
            END-IF.
            IF ESTADO-T07EENTR = 'E' THEN
                MOVE 'ENTREGADO' TO RESULTADO-T07SENTR
            ELSE
                MOVE 'FALTANTE' TO RESULTADO-T07SENTR
            END-IF.
        VALIDAR-T07EENTR.
            MOVE 1 TO VALIDO-T07EENTR.
            IF NROORDEN-T07EENTR NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EENTR.
            IF IDREPUESTO-T07EENTR NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EENTR.
            IF ESTADO-T07EENTR NOT = 'E' AND
            ESTADO-T07EENTR NOT = 'F' THEN
                MOVE 0 TO VALIDO-T07EENTR.
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
            MOVE 'STKENTRE' TO PROGRAMA-T07SEGUR.
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
//GO.T07EENTR DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EENTR),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07STOCK DD DSN=KC03BAB.CATALOGO.STOCK,DISP=SHR
//GO.T07ENTRE DD DSN=KC03BAB.CATALOGO.ENTREGA,DISP=SHR
//GO.T07SENTR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SENTR),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
