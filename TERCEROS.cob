//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. TERCEROS.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ETERC ASSIGN TO T07ETERC.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07TERCE ASSIGN TO T07TERCE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-TERCE.
            SELECT T07CTAPR ASSIGN TO T07CTAPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTAPR.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07STERC ASSIGN TO T07STERC.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07JORNL ASSIGN TO T07JORNL.
        DATA DIVISION.
        FILE SECTION.
        FD T07ETERC
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ETERC PIC X(240).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07TERCE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TERCE.
         03 CLAVE-TERCE.
             05 NROORDEN-CLAVE-TERCE PIC 9(7).
             05 IDREPUESTO-CLAVE-TERCE PIC 9(3).
         03 FILLER PIC X(70).
        FD T07CTAPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTAPR.
         03 CLAVE-CTAPR.
             05 IDPROVEEDOR-CLAVE-CTAPR PIC 9(3).
             05 NROFACTURA-CLAVE-CTAPR PIC X(12).
         03 FILLER PIC X(65).
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        FD T07STERC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07STERC PIC X(126).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        FD T07JORNL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07JORNL PIC X(520).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ETERC.
         03 TIPO-T07ETERC PIC X(1).
             88 TERCERO-ENVIO VALUE 'E'.
             88 TERCERO-RETORNO VALUE 'R'.
             88 TERCERO-FACTURA VALUE 'F'.
         03 NROORDEN-T07ETERC PIC 9(7).
         03 IDREPUESTO-T07ETERC PIC 9(3).
         03 IDPROVEEDOR-T07ETERC PIC 9(3).
         03 FECHA-T07ETERC PIC 9(8).
         03 COSTO-T07ETERC PIC 9(7)V99.
         03 FECHAPREVISTA-T07ETERC PIC 9(8).
         03 NROFACTURA-T07ETERC PIC X(12).
         03 COSTOFACT-T07ETERC PIC 9(7)V99.
        01 REGISTRO-T07STERC.
         03 TIPO-T07STERC PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07STERC PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07STERC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDPROVEEDOR-T07STERC PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 COSTO-T07STERC PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07STERC PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07STERC PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07STERC PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07STERC PIC 9(6).
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
         03 NROPRESU-PPAL PIC 9(5).
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
        01 REGISTRO-T07CTAPR.
         03 IDPROVEEDOR-CTAPR PIC 9(3).
         03 NROFACTURA-CTAPR PIC X(12).
         03 NROPEDIDO-CTAPR PIC 9(5).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 IMPORTE-CTAPR PIC 9(7)V99.
         03 PAGADO-CTAPR PIC 9(7)V99.
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
         03 CUIT-PROVE PIC X(13).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 NROORDEN-JORNL PIC 9(7).
         03 IDREPUESTO-JORNL PIC 9(3).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 EOF-T07ETERC PIC 9 VALUE 0.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EXISTE-ORDEN PIC 9 VALUE 0.
        01 EXISTE-TERCE PIC 9 VALUE 0.
        01 FACTURA-PROV-OK PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 VALIDO-T07ETERC PIC 9 VALUE 1.
        01 IMPORTE-FACTURA PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07STERC PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ETERC.
            OPEN OUTPUT T07STERC.
            OPEN I-O T07TERCE.
            OPEN I-O T07CTAPR.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07ETERC INTO REGISTRO-T07ETERC
            AT END MOVE 1 TO EOF-T07ETERC.
            PERFORM TERCERO-REGISTRO UNTIL EOF-T07ETERC = 1.
            MOVE CONTADOR-T07STERC TO CANTIDAD-TOTAL.
            WRITE REG-T07STERC FROM REGISTRO-T07STOTAL.
            CLOSE T07ETERC T07STERC T07TERCE T07CTAPR.
            STOP RUN.
        TERCERO-REGISTRO.
            PERFORM VALIDAR-T07ETERC.
            MOVE COSTO-T07ETERC TO COSTO-T07STERC.
            IF VALIDO-T07ETERC = 0 THEN
                MOVE 0 TO COSTO-T07STERC
                MOVE 'RECHAZADO' TO RESULTADO-T07STERC
                PERFORM EMITIR-RESULTADO.
            IF VALIDO-T07ETERC = 1 THEN
                OPEN I-O PPAL
                PERFORM BUSCAR-ORDEN
                PERFORM BUSCAR-TERCERO
                IF EXISTE-ORDEN = 0 THEN
                    MOVE 'ORDEN INEXISTEN' TO RESULTADO-T07STERC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    IF TERCERO-ENVIO THEN
                        PERFORM ENVIAR-TERCERO
                    END-IF
                    IF TERCERO-RETORNO THEN
                        PERFORM RETORNAR-TERCERO
                    END-IF
                    IF TERCERO-FACTURA THEN
                        PERFORM FACTURAR-TERCERO
                    END-IF
                END-IF
                CLOSE PPAL.
            READ T07ETERC INTO REGISTRO-T07ETERC
            AT END MOVE 1 TO EOF-T07ETERC.
        ENVIAR-TERCERO.
            IF ESTADO-PPAL NOT = 'V' THEN
                MOVE 'ORDEN CERRADA' TO RESULTADO-T07STERC
                PERFORM EMITIR-RESULTADO
            ELSE
                IF SITUACION-PPAL NOT = SPACE AND
                    SITUACION-PPAL NOT = 'T' AND
                    SITUACION-PPAL NOT = 'P' THEN
                    MOVE 'SITUAC INVALIDA' TO RESULTADO-T07STERC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    IF EXISTE-TERCE = 1 THEN
                        MOVE 'YA SUBCONTRAT' TO RESULTADO-T07STERC
                        PERFORM EMITIR-RESULTADO
                    ELSE
                        PERFORM BUSCAR-PROVEEDOR
                        IF EXISTE-PROVE = 0 THEN
                            MOVE 'PROVEE INEXIST' TO RESULTADO-T07STERC
                            PERFORM EMITIR-RESULTADO
                        ELSE
                            MOVE NROORDEN-T07ETERC TO NROORDEN-TERCE
                            MOVE IDREPUESTO-T07ETERC TO IDREPUESTO-TERCE
                            MOVE IDPROVEEDOR-T07ETERC
                            TO IDPROVEEDOR-TERCE
                            MOVE FECHA-T07ETERC TO FECHAENVIO-TERCE
                            MOVE COSTO-T07ETERC TO COSTO-TERCE
                            MOVE FECHAPREVISTA-T07ETERC
                            TO FECHAPREVISTA-TERCE
                            MOVE 0 TO FECHARETORNO-TERCE
                            MOVE 'A' TO ESTADO-TERCE
                            MOVE SPACES TO NROFACTURA-TERCE
                            MOVE 0 TO COSTOFACT-TERCE
                            MOVE OPERADOR-RUN TO OPERADOR-TERCE
                            MOVE SITUACION-PPAL TO SITUACION-TERCE
                            WRITE REG-T07TERCE FROM REGISTRO-T07TERCE
                            MOVE 'X' TO SITUACION-PPAL
                            PERFORM ACTUALIZAR-ORDEN
                            MOVE 'ENVIADO' TO RESULTADO-T07STERC
                            PERFORM EMITIR-RESULTADO
                        END-IF
                    END-IF
                END-IF
            END-IF.
        RETORNAR-TERCERO.
            IF EXISTE-TERCE = 0 THEN
                MOVE 'NO SUBCONTRAT' TO RESULTADO-T07STERC
                PERFORM EMITIR-RESULTADO
            ELSE
                IF ESTADO-TERCE NOT = 'A' THEN
                    MOVE 'YA RETORNADO' TO RESULTADO-T07STERC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    IF FECHA-T07ETERC < FECHAENVIO-TERCE THEN
                        MOVE 'FECHA INVALIDA' TO RESULTADO-T07STERC
                        PERFORM EMITIR-RESULTADO
                    ELSE
                        MOVE 1 TO FACTURA-PROV-OK
                        IF NROFACTURA-T07ETERC NOT = SPACES THEN
                            PERFORM REGISTRAR-FACTURA-PROV
                        END-IF
                        IF FACTURA-PROV-OK = 0 THEN
                            MOVE 'FACT DUPLICADA'
                            TO RESULTADO-T07STERC
                            PERFORM EMITIR-RESULTADO
                        ELSE
                            MOVE FECHA-T07ETERC TO FECHARETORNO-TERCE
                            MOVE 'R' TO ESTADO-TERCE
                            MOVE OPERADOR-RUN TO OPERADOR-TERCE
                            REWRITE REG-T07TERCE
                            FROM REGISTRO-T07TERCE
                            IF ESTADO-PPAL = 'V' AND
                                SITUACION-PPAL = 'X' THEN
                                IF SITUACION-TERCE = 'P' THEN
                                    MOVE 'P' TO SITUACION-PPAL
                                ELSE
                                    MOVE 'T' TO SITUACION-PPAL
                                END-IF
                                PERFORM ACTUALIZAR-ORDEN
                            END-IF
                            MOVE 'RETORNADO' TO RESULTADO-T07STERC
                            PERFORM EMITIR-RESULTADO
                        END-IF
                    END-IF
                END-IF
            END-IF.
        FACTURAR-TERCERO.
            IF EXISTE-TERCE = 0 THEN
                MOVE 'NO SUBCONTRAT' TO RESULTADO-T07STERC
                PERFORM EMITIR-RESULTADO
            ELSE
                IF NROFACTURA-TERCE NOT = SPACES THEN
                    MOVE 'YA FACTURADO' TO RESULTADO-T07STERC
                    PERFORM EMITIR-RESULTADO
                ELSE
                    PERFORM REGISTRAR-FACTURA-PROV
                    IF FACTURA-PROV-OK = 0 THEN
                        MOVE 'FACT DUPLICADA' TO RESULTADO-T07STERC
                        PERFORM EMITIR-RESULTADO
                    ELSE
                        MOVE OPERADOR-RUN TO OPERADOR-TERCE
                        REWRITE REG-T07TERCE FROM REGISTRO-T07TERCE
                        MOVE 'FACTURA REGIST' TO RESULTADO-T07STERC
                        IF ESTADO-PPAL = 'E' THEN
                            MOVE 'SOLO CTA PROV' TO RESULTADO-T07STERC
                        END-IF
                        PERFORM EMITIR-RESULTADO
                    END-IF
                END-IF
            END-IF.
        REGISTRAR-FACTURA-PROV.
            MOVE IDPROVEEDOR-TERCE TO IDPROVEEDOR-CLAVE-CTAPR.
            MOVE NROFACTURA-T07ETERC TO NROFACTURA-CLAVE-CTAPR.
            READ T07CTAPR INTO REGISTRO-T07CTAPR
                INVALID KEY MOVE 1 TO FACTURA-PROV-OK
                NOT INVALID KEY MOVE 0 TO FACTURA-PROV-OK
            END-READ.
            IF FACTURA-PROV-OK = 1 THEN
                IF COSTOFACT-T07ETERC > 0 THEN
                    MOVE COSTOFACT-T07ETERC TO IMPORTE-FACTURA
                ELSE
                    MOVE COSTO-TERCE TO IMPORTE-FACTURA
                END-IF
                MOVE IDPROVEEDOR-TERCE TO IDPROVEEDOR-CTAPR
                MOVE NROFACTURA-T07ETERC TO NROFACTURA-CTAPR
                MOVE 0 TO NROPEDIDO-CTAPR
                MOVE FECHA-T07ETERC TO FECHAFACT-CTAPR
                MOVE IMPORTE-FACTURA TO IMPORTE-CTAPR
                MOVE 0 TO PAGADO-CTAPR
                WRITE REG-T07CTAPR FROM REGISTRO-T07CTAPR
                MOVE NROFACTURA-T07ETERC TO NROFACTURA-TERCE
                IF ESTADO-PPAL NOT = 'E' THEN
                    MOVE IMPORTE-FACTURA TO COSTOFACT-TERCE
                END-IF
                MOVE IMPORTE-FACTURA TO COSTO-T07STERC
            END-IF.
        ACTUALIZAR-ORDEN.
            MOVE OPERADOR-RUN TO OPERADOR-PPAL.
            MOVE FECHAPROC-RUN TO FECHAPROC-PPAL.
            MOVE HORAPROC-RUN TO HORAPROC-PPAL.
            REWRITE REG-PPAL FROM REGISTRO-PPAL.
            MOVE 'M' TO TIPO-JORNL.
            MOVE NROORDEN-PPAL TO NROORDEN-JORNL.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL.
            MOVE ANTES-PPAL TO ANTES-JORNL.
            MOVE REGISTRO-PPAL TO DESPUES-JORNL.
            PERFORM GRABAR-JORNAL.
        BUSCAR-ORDEN.
            MOVE 0 TO EXISTE-ORDEN.
            MOVE NROORDEN-T07ETERC TO NROORDEN-CLAVE-PPAL.
            MOVE IDREPUESTO-T07ETERC TO IDREPUESTO-CLAVE-PPAL.
            READ PPAL INTO REGISTRO-PPAL
                INVALID KEY MOVE 0 TO EXISTE-ORDEN
                NOT INVALID KEY MOVE 1 TO EXISTE-ORDEN
            END-READ.
            IF EXISTE-ORDEN = 1 THEN
                MOVE REGISTRO-PPAL TO ANTES-PPAL.
        BUSCAR-TERCERO.
            MOVE 0 TO EXISTE-TERCE.
            MOVE NROORDEN-T07ETERC TO NROORDEN-CLAVE-TERCE.
            MOVE IDREPUESTO-T07ETERC TO IDREPUESTO-CLAVE-TERCE.
            READ T07TERCE INTO REGISTRO-T07TERCE
                INVALID KEY MOVE 0 TO EXISTE-TERCE
                NOT INVALID KEY MOVE 1 TO EXISTE-TERCE
            END-READ.
        BUSCAR-PROVEEDOR.
            OPEN INPUT T07PROVE.
            MOVE 0 TO EOF-T07PROVE.
            MOVE 0 TO EXISTE-PROVE.
            PERFORM VERIFICAR-PROVEEDOR UNTIL EOF-T07PROVE = 1
            OR EXISTE-PROVE = 1.
            CLOSE T07PROVE.
        VERIFICAR-PROVEEDOR.
            READ T07PROVE INTO REGISTRO-T07PROVE
            AT END MOVE 1 TO EOF-T07PROVE.
            IF EOF-T07PROVE = 0 AND
            IDPROVEEDOR-PROVE = IDPROVEEDOR-T07ETERC THEN
                MOVE 1 TO EXISTE-PROVE.
        GRABAR-JORNAL.
            OPEN EXTEND T07JORNL.
            MOVE OPERADOR-RUN TO OPERADOR-JORNL.
            MOVE FECHAPROC-RUN TO FECHAPROC-JORNL.
            MOVE HORAPROC-RUN TO HORAPROC-JORNL.
            WRITE REG-T07JORNL FROM REGISTRO-T07JORNL.
            CLOSE T07JORNL.
        EMITIR-RESULTADO.
            MOVE TIPO-T07ETERC TO TIPO-T07STERC.
            MOVE NROORDEN-T07ETERC TO NROORDEN-T07STERC.
            MOVE IDREPUESTO-T07ETERC TO IDREPUESTO-T07STERC.
            MOVE IDPROVEEDOR-T07ETERC TO IDPROVEEDOR-T07STERC.
            IF EXISTE-TERCE = 1 THEN
                MOVE IDPROVEEDOR-TERCE TO IDPROVEEDOR-T07STERC.
            MOVE OPERADOR-RUN TO OPERADOR-T07STERC.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07STERC.
            MOVE HORAPROC-RUN TO HORAPROC-T07STERC.
            WRITE REG-T07STERC FROM REGISTRO-T07STERC.
            ADD 1 TO CONTADOR-T07STERC.
        VALIDAR-T07ETERC.
            MOVE 1 TO VALIDO-T07ETERC.
            MOVE 0 TO EXISTE-TERCE.
            IF NOT TERCERO-ENVIO AND NOT TERCERO-RETORNO
                AND NOT TERCERO-FACTURA THEN
                MOVE 0 TO VALIDO-T07ETERC.
            IF NROORDEN-T07ETERC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ETERC.
            IF IDREPUESTO-T07ETERC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ETERC.
            IF FECHA-T07ETERC NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ETERC.
            IF TERCERO-ENVIO THEN
                IF IDPROVEEDOR-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO VALIDO-T07ETERC
                END-IF
                IF COSTO-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO VALIDO-T07ETERC
                    MOVE 0 TO COSTO-T07ETERC
                END-IF
                IF COSTO-T07ETERC = 0 THEN
                    MOVE 0 TO VALIDO-T07ETERC
                END-IF
                IF FECHAPREVISTA-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO VALIDO-T07ETERC
                ELSE
                    IF FECHA-T07ETERC NUMERIC AND
                    FECHAPREVISTA-T07ETERC < FECHA-T07ETERC THEN
                        MOVE 0 TO VALIDO-T07ETERC
                    END-IF
                END-IF
            ELSE
                IF IDPROVEEDOR-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO IDPROVEEDOR-T07ETERC
                END-IF
                IF COSTO-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO COSTO-T07ETERC
                END-IF
                IF COSTOFACT-T07ETERC NOT NUMERIC THEN
                    MOVE 0 TO COSTOFACT-T07ETERC
                END-IF
            END-IF.
            IF TERCERO-FACTURA AND NROFACTURA-T07ETERC = SPACES THEN
                MOVE 0 TO VALIDO-T07ETERC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ETERC DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ETERC),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07TERCE DD DSN=KC03BAB.CATALOGO.TERCE,DISP=SHR
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07STERC DD DSN=KC03BAB.CATALOGO.SALIDA(T07STERC),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
