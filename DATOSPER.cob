//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. DATOSPER.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07EDPER ASSIGN TO T07EDPER.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07VEHIC ASSIGN TO T07VEHIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-VEHIC.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07NOTAS ASSIGN TO T07NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-NOTA.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07PARCH ASSIGN TO T07PARCH.
            SELECT T07ARCNU ASSIGN TO T07ARCNU.
            SELECT T07TURNO ASSIGN TO T07TURNO.
            SELECT T07TURNU ASSIGN TO T07TURNU.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07JORNL ASSIGN TO T07JORNL.
            SELECT T07JORNU ASSIGN TO T07JORNU.
            SELECT T07SDPER ASSIGN TO T07SDPER.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07EDPER
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07EDPER PIC X(240).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07VEHIC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VEHIC.
         03 PATENTE-CLAVE-VEHIC PIC X(7).
         03 FILLER PIC X(73).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07NOTAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07NOTAS.
         03 CLAVE-NOTA.
             05 NROORDEN-CLAVE-NOTA PIC 9(7).
             05 SECUENCIA-CLAVE-NOTA PIC 9(3).
         03 FILLER PIC X(82).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07PARCH
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PARCH PIC X(240).
        FD T07ARCNU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ARCNU PIC X(240).
        FD T07TURNO
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07TURNO PIC X(240).
        FD T07TURNU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07TURNU PIC X(240).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07JORNL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07JORNL PIC X(520).
        FD T07JORNU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07JORNU PIC X(520).
        FD T07SDPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SDPER PIC X(126).
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
        01 REGISTRO-T07EDPER.
         03 TIPO-T07EDPER PIC X(1).
             88 PEDIDO-CONSULTA VALUE 'C'.
             88 PEDIDO-ANONIMIZAR VALUE 'A'.
         03 IDCLIENTE-T07EDPER PIC 9(5).
         03 DNI-T07EDPER PIC X(8).
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
        01 REGISTRO-T07VEHIC.
         03 PATENTE-VEHIC PIC X(7).
         03 MODELOAUTO-VEHIC PIC X(30).
         03 ANIO-VEHIC PIC 9(4).
         03 IDCLIENTE-VEHIC PIC 9(5).
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
        01 REGISTRO-T07NOTAS.
         03 NROORDEN-NOTA PIC 9(7).
         03 SECUENCIA-NOTA PIC 9(3).
         03 FECHA-NOTA PIC 9(8).
         03 HORA-NOTA PIC 9(6).
         03 OPERADOR-NOTA PIC X(8).
         03 TEXTO-NOTA PIC X(60).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
         03 IDCLIENTE-FACTU PIC 9(5).
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
         03 SUCFACT-FACTU PIC 9(2).
         03 NROFACT-FACTU PIC 9(8).
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 NROORDEN-JORNL PIC 9(7).
         03 IDREPUESTO-JORNL PIC 9(3).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
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
        01 ANONIMO-T07SEGUR.
         03 FILLER PIC X(7) VALUE 'ANONIM '.
         03 IDCLIENTE-ANONIMO PIC 9(5).
        01 REGISTRO-T07SDPER.
         03 ORIGEN-T07SDPER PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLAVE1-T07SDPER PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLAVE2-T07SDPER PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-T07SDPER PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 TELEFONO-T07SDPER PIC X(12).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SDPER PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 DETALLE-T07SDPER PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 ACCION-T07SDPER PIC X(10).
        01 REGISTRO-RESULTADO.
         03 FILLER PIC X(8) VALUE 'CLIENTE|'.
         03 TIPO-RESULTADO PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-RESULTADO PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-RESULTADO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SDPER PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-RESULTADO PIC ZZZZ9.
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'ARCHIVO |'.
         03 FILLER PIC X(9) VALUE 'CLAVE   |'.
         03 FILLER PIC X(9) VALUE 'CLAVE   |'.
         03 FILLER PIC X(9) VALUE 'DNI     |'.
         03 FILLER PIC X(13) VALUE 'TELEFONO    |'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(31) VALUE 'DETALLE                       |'.
         03 FILLER PIC X(10) VALUE 'ACCION    '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 TABLA-ORDENES.
         03 ORDEN-OCU OCCURS 500 TIMES INDEXED BY IX-ORDEN.
             05 NROORDEN-ORD-TAB PIC 9(7).
        01 CANT-ORDENES-TAB PIC 9(5) COMP VALUE 0.
        01 DNI-MASCARA PIC X(8) VALUE '********'.
        01 PATENTE-MASCARA PIC X(7) VALUE '*******'.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 IDCLIENTE-PEDIDO PIC 9(5) VALUE 0.
        01 EOF-T07EDPER PIC 9 VALUE 0.
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 EOF-T07VEHIC PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07NOTAS PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 EOF-T07PARCH PIC 9 VALUE 0.
        01 EOF-T07TURNO PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EOF-T07JORNL PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 VALIDO-T07EDPER PIC 9 VALUE 1.
        01 TIENE-ORDEN-ABIERTA PIC 9 VALUE 0.
        01 TIENE-SALDO PIC 9 VALUE 0.
        01 IMAGEN-CLIENTE PIC 9 VALUE 0.
        01 AUTORIZADO PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 CANT-REGISTROS PIC 9(5) COMP VALUE 0.
        01 CANT-ANONIMIZADOS PIC 9(5) COMP VALUE 0.
        01 CONTADOR-T07SDPER PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EDPER.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EDPER
                STOP RUN.
            OPEN I-O T07CLIEN.
            OPEN I-O T07VEHIC.
            OPEN INPUT T07NOTAS.
            OPEN INPUT T07CTACT.
            OPEN OUTPUT T07SDPER.
            READ T07EDPER INTO REGISTRO-T07EDPER
            AT END MOVE 1 TO EOF-T07EDPER.
            PERFORM DATOSPER-REGISTRO UNTIL EOF-T07EDPER = 1.
            MOVE CONTADOR-T07SDPER TO CANTIDAD-TOTAL.
            WRITE REG-T07SDPER FROM REGISTRO-T07STOTAL.
            CLOSE T07EDPER T07CLIEN T07VEHIC T07NOTAS T07CTACT
                T07SDPER.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        DATOSPER-REGISTRO.
            PERFORM VALIDAR-T07EDPER.
            MOVE 0 TO CANT-REGISTROS.
            MOVE 0 TO CANT-ANONIMIZADOS.
            MOVE 0 TO EXISTE-CLIEN.
            IF VALIDO-T07EDPER = 1 THEN
                PERFORM BUSCAR-CLIENTE.
            IF VALIDO-T07EDPER = 0 THEN
                MOVE 0 TO IDCLIENTE-PEDIDO
                MOVE 'RECHAZADO' TO RESULTADO-T07SDPER
                PERFORM EMITIR-RESULTADO
            ELSE
                IF EXISTE-CLIEN = 0 THEN
                    MOVE 'INEXISTENTE' TO RESULTADO-T07SDPER
                    PERFORM EMITIR-RESULTADO
                ELSE
                    PERFORM RELEVAR-CLIENTE
                    IF PEDIDO-CONSULTA THEN
                        MOVE 'CONSULTADO' TO RESULTADO-T07SDPER
                        MOVE CANT-REGISTROS TO CANTIDAD-RESULTADO
                        PERFORM EMITIR-RESULTADO
                    ELSE
                        PERFORM EVALUAR-ANONIMIZACION
                    END-IF
                END-IF
            END-IF.
            READ T07EDPER INTO REGISTRO-T07EDPER
            AT END MOVE 1 TO EOF-T07EDPER.
        VALIDAR-T07EDPER.
            MOVE 1 TO VALIDO-T07EDPER.
            IF NOT PEDIDO-CONSULTA AND NOT PEDIDO-ANONIMIZAR THEN
                MOVE 0 TO VALIDO-T07EDPER.
            IF IDCLIENTE-T07EDPER NOT NUMERIC THEN
                MOVE 0 TO IDCLIENTE-T07EDPER.
            IF IDCLIENTE-T07EDPER = 0 AND
            (DNI-T07EDPER = SPACES OR DNI-T07EDPER = LOW-VALUES) THEN
                MOVE 0 TO VALIDO-T07EDPER.
        BUSCAR-CLIENTE.
            MOVE IDCLIENTE-T07EDPER TO IDCLIENTE-PEDIDO.
            IF IDCLIENTE-T07EDPER > 0 THEN
                MOVE IDCLIENTE-T07EDPER TO IDCLIENTE-CLAVE-CLIEN
                READ T07CLIEN INTO REGISTRO-T07CLIEN
                    INVALID KEY MOVE 0 TO EXISTE-CLIEN
                    NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
                END-READ
            ELSE
                PERFORM BUSCAR-POR-DNI
            END-IF.
            IF EXISTE-CLIEN = 1 THEN
                MOVE IDCLIENTE-CLIEN TO IDCLIENTE-PEDIDO.
        BUSCAR-POR-DNI.
            MOVE 0 TO EOF-T07CLIEN.
            MOVE 0 TO IDCLIENTE-CLAVE-CLIEN.
            START T07CLIEN KEY IS NOT LESS THAN IDCLIENTE-CLAVE-CLIEN
                INVALID KEY MOVE 1 TO EOF-T07CLIEN.
            PERFORM LEER-CLIEN-DNI UNTIL EOF-T07CLIEN = 1
            OR EXISTE-CLIEN = 1.
            IF EXISTE-CLIEN = 1 THEN
                MOVE IDCLIENTE-CLIEN TO IDCLIENTE-CLAVE-CLIEN
                READ T07CLIEN INTO REGISTRO-T07CLIEN
                    INVALID KEY MOVE 0 TO EXISTE-CLIEN
                END-READ
            END-IF.
        LEER-CLIEN-DNI.
            READ T07CLIEN NEXT INTO REGISTRO-T07CLIEN
            AT END MOVE 1 TO EOF-T07CLIEN.
            IF EOF-T07CLIEN = 0 AND DNI-CLIEN = DNI-T07EDPER THEN
                MOVE 1 TO EXISTE-CLIEN.
        RELEVAR-CLIENTE.
            MOVE 0 TO CANT-ORDENES-TAB.
            MOVE 0 TO TIENE-ORDEN-ABIERTA.
            MOVE 0 TO TIENE-SALDO.
            WRITE REG-T07SDPER FROM SUBTITULO.
            WRITE REG-T07SDPER FROM LINEA.
            PERFORM LIMPIAR-DETALLE.
            MOVE 'CLIEN' TO ORIGEN-T07SDPER.
            MOVE IDCLIENTE-CLIEN TO CLAVE1-T07SDPER.
            MOVE DNI-CLIEN TO DNI-T07SDPER.
            MOVE TELEFONO-CLIEN TO TELEFONO-T07SDPER.
            MOVE PATENTE-CLIEN TO PATENTE-T07SDPER.
            MOVE MODELOAUTO-CLIEN TO DETALLE-T07SDPER.
            PERFORM EMITIR-DETALLE.
            PERFORM LISTAR-VEHICULOS.
            PERFORM LISTAR-PPAL.
            PERFORM LISTAR-ARCHIVO.
            PERFORM LISTAR-NOTAS
            VARYING IX-ORDEN FROM 1 BY 1
            UNTIL IX-ORDEN > CANT-ORDENES-TAB.
            PERFORM LISTAR-TURNOS.
            PERFORM LISTAR-FACTURAS.
            PERFORM LISTAR-CTACT.
            PERFORM LISTAR-JORNAL.
        LISTAR-VEHICULOS.
            MOVE 0 TO EOF-T07VEHIC.
            MOVE LOW-VALUES TO PATENTE-CLAVE-VEHIC.
            START T07VEHIC KEY IS NOT LESS THAN PATENTE-CLAVE-VEHIC
                INVALID KEY MOVE 1 TO EOF-T07VEHIC.
            PERFORM LEER-VEHIC-CLIENTE UNTIL EOF-T07VEHIC = 1.
        LEER-VEHIC-CLIENTE.
            READ T07VEHIC NEXT INTO REGISTRO-T07VEHIC
            AT END MOVE 1 TO EOF-T07VEHIC.
            IF EOF-T07VEHIC = 0 AND
            IDCLIENTE-VEHIC = IDCLIENTE-PEDIDO THEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'VEHIC' TO ORIGEN-T07SDPER
                MOVE PATENTE-VEHIC TO CLAVE1-T07SDPER
                MOVE ANIO-VEHIC TO CLAVE2-T07SDPER
                MOVE PATENTE-VEHIC TO PATENTE-T07SDPER
                MOVE MODELOAUTO-VEHIC TO DETALLE-T07SDPER
                PERFORM EMITIR-DETALLE
            END-IF.
        LISTAR-PPAL.
            OPEN INPUT PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM LEER-PPAL-CLIENTE UNTIL EOF-PPAL = 1.
            CLOSE PPAL.
        LEER-PPAL-CLIENTE.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                IF ESTADO-PPAL NOT = 'E' THEN
                    MOVE 1 TO TIENE-ORDEN-ABIERTA
                END-IF
                PERFORM AGREGAR-ORDEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'PPAL' TO ORIGEN-T07SDPER
                PERFORM DETALLAR-ORDEN
            END-IF.
        LISTAR-ARCHIVO.
            OPEN INPUT T07PARCH.
            MOVE 0 TO EOF-T07PARCH.
            PERFORM LEER-ARCH-CLIENTE UNTIL EOF-T07PARCH = 1.
            CLOSE T07PARCH.
        LEER-ARCH-CLIENTE.
            READ T07PARCH INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-T07PARCH.
            IF EOF-T07PARCH = 0 AND
            IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                PERFORM AGREGAR-ORDEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'PARCH' TO ORIGEN-T07SDPER
                PERFORM DETALLAR-ORDEN
            END-IF.
        DETALLAR-ORDEN.
            MOVE NROORDEN-PPAL TO CLAVE1-T07SDPER.
            MOVE IDREPUESTO-PPAL TO CLAVE2-T07SDPER.
            MOVE DNI-PPAL TO DNI-T07SDPER.
            MOVE PATENTE-PPAL TO PATENTE-T07SDPER.
            MOVE DESCREPARACION-PPAL TO DETALLE-T07SDPER.
            PERFORM EMITIR-DETALLE.
        AGREGAR-ORDEN.
            IF CANT-ORDENES-TAB = 0 THEN
                PERFORM AGREGAR-ORDEN-TAB
            ELSE
                IF NROORDEN-ORD-TAB (CANT-ORDENES-TAB) NOT =
                NROORDEN-PPAL THEN
                    PERFORM AGREGAR-ORDEN-TAB
                END-IF
            END-IF.
        AGREGAR-ORDEN-TAB.
            IF CANT-ORDENES-TAB < 500 THEN
                ADD 1 TO CANT-ORDENES-TAB
                MOVE NROORDEN-PPAL
                TO NROORDEN-ORD-TAB (CANT-ORDENES-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        LISTAR-NOTAS.
            MOVE 0 TO EOF-T07NOTAS.
            MOVE NROORDEN-ORD-TAB (IX-ORDEN) TO NROORDEN-CLAVE-NOTA.
            MOVE 0 TO SECUENCIA-CLAVE-NOTA.
            START T07NOTAS KEY IS NOT LESS THAN CLAVE-NOTA
                INVALID KEY MOVE 1 TO EOF-T07NOTAS.
            PERFORM LEER-NOTA-CLIENTE UNTIL EOF-T07NOTAS = 1.
        LEER-NOTA-CLIENTE.
            READ T07NOTAS NEXT INTO REGISTRO-T07NOTAS
            AT END MOVE 1 TO EOF-T07NOTAS.
            IF EOF-T07NOTAS = 0 AND
            NROORDEN-NOTA NOT = NROORDEN-ORD-TAB (IX-ORDEN) THEN
                MOVE 1 TO EOF-T07NOTAS.
            IF EOF-T07NOTAS = 0 THEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'NOTAS' TO ORIGEN-T07SDPER
                MOVE NROORDEN-NOTA TO CLAVE1-T07SDPER
                MOVE SECUENCIA-NOTA TO CLAVE2-T07SDPER
                MOVE TEXTO-NOTA TO DETALLE-T07SDPER
                PERFORM EMITIR-DETALLE
            END-IF.
        LISTAR-TURNOS.
            OPEN INPUT T07TURNO.
            MOVE 0 TO EOF-T07TURNO.
            PERFORM LEER-TURNO-CLIENTE UNTIL EOF-T07TURNO = 1.
            CLOSE T07TURNO.
        LEER-TURNO-CLIENTE.
            READ T07TURNO INTO REGISTRO-T07TURNO
            AT END MOVE 1 TO EOF-T07TURNO.
            IF EOF-T07TURNO = 0 AND
            IDCLIENTE-TURNO = IDCLIENTE-PEDIDO THEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'TURNO' TO ORIGEN-T07SDPER
                MOVE FECHA-TURNO TO CLAVE1-T07SDPER
                MOVE IDREPUESTO-TURNO TO CLAVE2-T07SDPER
                MOVE PATENTE-TURNO TO PATENTE-T07SDPER
                PERFORM EMITIR-DETALLE
            END-IF.
        LISTAR-FACTURAS.
            OPEN INPUT T07FACTU.
            MOVE 0 TO EOF-T07FACTU.
            PERFORM LEER-FACTU-CLIENTE UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        LEER-FACTU-CLIENTE.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            IF EOF-T07FACTU = 0 AND
            IDCLIENTE-FACTU = IDCLIENTE-PEDIDO THEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'FACTU' TO ORIGEN-T07SDPER
                MOVE NROFACT-FACTU TO CLAVE1-T07SDPER
                MOVE NROORDEN-FACTU TO CLAVE2-T07SDPER
                MOVE DNI-FACTU TO DNI-T07SDPER
                MOVE PATENTE-FACTU TO PATENTE-T07SDPER
                MOVE MODELOAUTO-FACTU TO DETALLE-T07SDPER
                MOVE 'RETENIDO' TO ACCION-T07SDPER
                PERFORM EMITIR-DETALLE
            END-IF.
        LISTAR-CTACT.
            MOVE 0 TO EOF-T07CTACT.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
            START T07CTACT KEY IS NOT LESS THAN NROORDEN-CLAVE-CTACT
                INVALID KEY MOVE 1 TO EOF-T07CTACT.
            PERFORM LEER-CTACT-CLIENTE UNTIL EOF-T07CTACT = 1.
        LEER-CTACT-CLIENTE.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
            IF EOF-T07CTACT = 0 AND
            IDCLIENTE-CTACT = IDCLIENTE-PEDIDO THEN
                PERFORM LIMPIAR-DETALLE
                MOVE 'CTACT' TO ORIGEN-T07SDPER
                MOVE NROORDEN-CTACT TO CLAVE1-T07SDPER
                MOVE FECHAFACT-CTACT TO CLAVE2-T07SDPER
                MOVE 'RETENIDO' TO ACCION-T07SDPER
                IF IMPORTE-CTACT > PAGADO-CTACT THEN
                    MOVE 1 TO TIENE-SALDO
                    MOVE 'SALDO PENDIENTE' TO DETALLE-T07SDPER
                ELSE
                    MOVE 'CANCELADO' TO DETALLE-T07SDPER
                END-IF
                PERFORM EMITIR-DETALLE
            END-IF.
        LISTAR-JORNAL.
            OPEN INPUT T07JORNL.
            MOVE 0 TO EOF-T07JORNL.
            PERFORM LEER-JORNL-CLIENTE UNTIL EOF-T07JORNL = 1.
            CLOSE T07JORNL.
        LEER-JORNL-CLIENTE.
            READ T07JORNL INTO REGISTRO-T07JORNL
            AT END MOVE 1 TO EOF-T07JORNL.
            IF EOF-T07JORNL = 0 THEN
                PERFORM VERIFICAR-IMAGEN
                IF IMAGEN-CLIENTE = 1 THEN
                    PERFORM LIMPIAR-DETALLE
                    MOVE 'JORNAL' TO ORIGEN-T07SDPER
                    MOVE NROORDEN-JORNL TO CLAVE1-T07SDPER
                    MOVE FECHAPROC-JORNL TO CLAVE2-T07SDPER
                    MOVE DNI-PPAL TO DNI-T07SDPER
                    MOVE PATENTE-PPAL TO PATENTE-T07SDPER
                    MOVE DESCREPARACION-PPAL TO DETALLE-T07SDPER
                    PERFORM EMITIR-DETALLE
                END-IF
            END-IF.
        VERIFICAR-IMAGEN.
            MOVE 0 TO IMAGEN-CLIENTE.
            MOVE ANTES-JORNL TO REGISTRO-PPAL.
            IF IDCLIENTE-PPAL NUMERIC AND
            IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                MOVE 1 TO IMAGEN-CLIENTE.
            IF IMAGEN-CLIENTE = 0 THEN
                MOVE DESPUES-JORNL TO REGISTRO-PPAL
                IF IDCLIENTE-PPAL NUMERIC AND
                IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                    MOVE 1 TO IMAGEN-CLIENTE
                END-IF
            END-IF.
        EVALUAR-ANONIMIZACION.
            IF TIENE-ORDEN-ABIERTA = 1 THEN
                MOVE 'ORDEN ABIERTA' TO RESULTADO-T07SDPER
                MOVE CANT-REGISTROS TO CANTIDAD-RESULTADO
                PERFORM EMITIR-RESULTADO
            ELSE
                IF TIENE-SALDO = 1 THEN
                    MOVE 'SALDO PENDIENTE' TO RESULTADO-T07SDPER
                    MOVE CANT-REGISTROS TO CANTIDAD-RESULTADO
                    PERFORM EMITIR-RESULTADO
                ELSE
                    PERFORM ANONIMIZAR-CLIENTE
                    MOVE 'ANONIMIZADO' TO RESULTADO-T07SDPER
                    MOVE CANT-ANONIMIZADOS TO CANTIDAD-RESULTADO
                    PERFORM EMITIR-RESULTADO
                    PERFORM GRABAR-SEGURIDAD
                END-IF
            END-IF.
        ANONIMIZAR-CLIENTE.
            MOVE IDCLIENTE-PEDIDO TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
            IF EXISTE-CLIEN = 1 THEN
                MOVE DNI-MASCARA TO DNI-CLIEN
                MOVE SPACES TO TELEFONO-CLIEN
                MOVE PATENTE-MASCARA TO PATENTE-CLIEN
                REWRITE REG-T07CLIEN FROM REGISTRO-T07CLIEN
                ADD 1 TO CANT-ANONIMIZADOS.
            PERFORM ELIMINAR-VEHICULOS.
            PERFORM ANONIMIZAR-PPAL.
            PERFORM ANONIMIZAR-ARCHIVO.
            PERFORM ANONIMIZAR-TURNOS.
            PERFORM ANONIMIZAR-JORNAL.
        ELIMINAR-VEHICULOS.
            MOVE 0 TO EOF-T07VEHIC.
            MOVE LOW-VALUES TO PATENTE-CLAVE-VEHIC.
            START T07VEHIC KEY IS NOT LESS THAN PATENTE-CLAVE-VEHIC
                INVALID KEY MOVE 1 TO EOF-T07VEHIC.
            PERFORM ELIMINAR-VEHICULO UNTIL EOF-T07VEHIC = 1.
        ELIMINAR-VEHICULO.
            READ T07VEHIC NEXT INTO REGISTRO-T07VEHIC
            AT END MOVE 1 TO EOF-T07VEHIC.
            IF EOF-T07VEHIC = 0 AND
            IDCLIENTE-VEHIC = IDCLIENTE-PEDIDO THEN
                DELETE T07VEHIC RECORD
                    INVALID KEY CONTINUE
                END-DELETE
                ADD 1 TO CANT-ANONIMIZADOS
            END-IF.
        ANONIMIZAR-PPAL.
            OPEN I-O PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM ANONIMIZAR-ORDEN UNTIL EOF-PPAL = 1.
            CLOSE PPAL.
        ANONIMIZAR-ORDEN.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                MOVE DNI-MASCARA TO DNI-PPAL
                MOVE PATENTE-MASCARA TO PATENTE-PPAL
                REWRITE REG-PPAL FROM REGISTRO-PPAL
                ADD 1 TO CANT-ANONIMIZADOS
            END-IF.
        ANONIMIZAR-ARCHIVO.
            OPEN INPUT T07PARCH.
            OPEN OUTPUT T07ARCNU.
            MOVE 0 TO EOF-T07PARCH.
            PERFORM ANONIMIZAR-ARCH-REG UNTIL EOF-T07PARCH = 1.
            CLOSE T07PARCH T07ARCNU.
            OPEN INPUT T07ARCNU.
            OPEN OUTPUT T07PARCH.
            MOVE 0 TO EOF-T07PARCH.
            PERFORM COPIAR-DE-ARCNU UNTIL EOF-T07PARCH = 1.
            CLOSE T07ARCNU T07PARCH.
        ANONIMIZAR-ARCH-REG.
            READ T07PARCH INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-T07PARCH.
            IF EOF-T07PARCH = 0 THEN
                IF IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                    MOVE DNI-MASCARA TO DNI-PPAL
                    MOVE PATENTE-MASCARA TO PATENTE-PPAL
                    ADD 1 TO CANT-ANONIMIZADOS
                END-IF
                WRITE REG-T07ARCNU FROM REGISTRO-PPAL
            END-IF.
        COPIAR-DE-ARCNU.
            READ T07ARCNU INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-T07PARCH.
            IF EOF-T07PARCH = 0 THEN
                WRITE REG-T07PARCH FROM REGISTRO-PPAL.
        ANONIMIZAR-TURNOS.
            OPEN INPUT T07TURNO.
            OPEN OUTPUT T07TURNU.
            MOVE 0 TO EOF-T07TURNO.
            PERFORM ANONIMIZAR-TURNO UNTIL EOF-T07TURNO = 1.
            CLOSE T07TURNO T07TURNU.
            OPEN INPUT T07TURNU.
            OPEN OUTPUT T07TURNO.
            MOVE 0 TO EOF-T07TURNO.
            PERFORM COPIAR-DE-TURNU UNTIL EOF-T07TURNO = 1.
            CLOSE T07TURNU T07TURNO.
        ANONIMIZAR-TURNO.
            READ T07TURNO INTO REGISTRO-T07TURNO
            AT END MOVE 1 TO EOF-T07TURNO.
            IF EOF-T07TURNO = 0 THEN
                IF IDCLIENTE-TURNO = IDCLIENTE-PEDIDO THEN
                    MOVE PATENTE-MASCARA TO PATENTE-TURNO
                    ADD 1 TO CANT-ANONIMIZADOS
                END-IF
                WRITE REG-T07TURNU FROM REGISTRO-T07TURNO
            END-IF.
        COPIAR-DE-TURNU.
            READ T07TURNU INTO REGISTRO-T07TURNO
            AT END MOVE 1 TO EOF-T07TURNO.
            IF EOF-T07TURNO = 0 THEN
                WRITE REG-T07TURNO FROM REGISTRO-T07TURNO.
        ANONIMIZAR-JORNAL.
            OPEN INPUT T07JORNL.
            OPEN OUTPUT T07JORNU.
            MOVE 0 TO EOF-T07JORNL.
            PERFORM ANONIMIZAR-JORNL-REG UNTIL EOF-T07JORNL = 1.
            CLOSE T07JORNL T07JORNU.
            OPEN INPUT T07JORNU.
            OPEN OUTPUT T07JORNL.
            MOVE 0 TO EOF-T07JORNL.
            PERFORM COPIAR-DE-JORNU UNTIL EOF-T07JORNL = 1.
            CLOSE T07JORNU T07JORNL.
        ANONIMIZAR-JORNL-REG.
            READ T07JORNL INTO REGISTRO-T07JORNL
            AT END MOVE 1 TO EOF-T07JORNL.
            IF EOF-T07JORNL = 0 THEN
                PERFORM ENMASCARAR-IMAGENES
                WRITE REG-T07JORNU FROM REGISTRO-T07JORNL
            END-IF.
        ENMASCARAR-IMAGENES.
            MOVE 0 TO IMAGEN-CLIENTE.
            MOVE ANTES-JORNL TO REGISTRO-PPAL.
            IF IDCLIENTE-PPAL NUMERIC AND
            IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                MOVE 1 TO IMAGEN-CLIENTE
                MOVE DNI-MASCARA TO DNI-PPAL
                MOVE PATENTE-MASCARA TO PATENTE-PPAL
                MOVE REGISTRO-PPAL TO ANTES-JORNL
            END-IF.
            MOVE DESPUES-JORNL TO REGISTRO-PPAL.
            IF IDCLIENTE-PPAL NUMERIC AND
            IDCLIENTE-PPAL = IDCLIENTE-PEDIDO THEN
                MOVE 1 TO IMAGEN-CLIENTE
                MOVE DNI-MASCARA TO DNI-PPAL
                MOVE PATENTE-MASCARA TO PATENTE-PPAL
                MOVE REGISTRO-PPAL TO DESPUES-JORNL
            END-IF.
            IF IMAGEN-CLIENTE = 1 THEN
                ADD 1 TO CANT-ANONIMIZADOS.
        COPIAR-DE-JORNU.
            READ T07JORNU INTO REGISTRO-T07JORNL
            AT END MOVE 1 TO EOF-T07JORNL.
            IF EOF-T07JORNL = 0 THEN
                WRITE REG-T07JORNL FROM REGISTRO-T07JORNL.
        LIMPIAR-DETALLE.
            MOVE SPACES TO ORIGEN-T07SDPER.
            MOVE SPACES TO CLAVE1-T07SDPER.
            MOVE SPACES TO CLAVE2-T07SDPER.
            MOVE SPACES TO DNI-T07SDPER.
            MOVE SPACES TO TELEFONO-T07SDPER.
            MOVE SPACES TO PATENTE-T07SDPER.
            MOVE SPACES TO DETALLE-T07SDPER.
            MOVE SPACES TO ACCION-T07SDPER.
        EMITIR-DETALLE.
            WRITE REG-T07SDPER FROM REGISTRO-T07SDPER.
            ADD 1 TO CANT-REGISTROS.
        EMITIR-RESULTADO.
            MOVE TIPO-T07EDPER TO TIPO-RESULTADO.
            MOVE IDCLIENTE-PEDIDO TO IDCLIENTE-RESULTADO.
            MOVE DNI-T07EDPER TO DNI-RESULTADO.
            IF PEDIDO-ANONIMIZAR AND EXISTE-CLIEN = 1 THEN
                MOVE SPACES TO DNI-RESULTADO.
            IF VALIDO-T07EDPER = 0 OR EXISTE-CLIEN = 0 THEN
                MOVE 0 TO CANTIDAD-RESULTADO.
            WRITE REG-T07SDPER FROM REGISTRO-RESULTADO.
            WRITE REG-T07SDPER FROM LINEA.
            ADD 1 TO CONTADOR-T07SDPER.
        GRABAR-SEGURIDAD.
            OPEN EXTEND T07SEGUR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR.
            MOVE 'DATOSPER' TO PROGRAMA-T07SEGUR.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR.
            MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR.
            MOVE IDCLIENTE-PEDIDO TO IDCLIENTE-ANONIMO.
            MOVE ANONIMO-T07SEGUR TO RESULTADO-T07SEGUR.
            WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR.
            CLOSE T07SEGUR.
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
            MOVE 'DATOSPER' TO PROGRAMA-T07SEGUR.
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
//GO.T07EDPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EDPER),DISP=SHR
//GO.T07SDPER DD DSN=KC03BAB.CATALOGO.SALIDA(T07SDPER),DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07NOTAS DD DSN=KC03BAB.CATALOGO.NOTAS,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07PARCH DD DSN=KC03BAB.CATALOGO.SALIDA(T07PARCH),DISP=SHR
//GO.T07TURNO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07TURNO),DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=OLD
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07ARCNU DD DSN=&&T07ARCNU,DISP=(NEW,DELETE),
// UNIT=SYSDA,SPACE=(TRK,(10,5))
//GO.T07TURNU DD DSN=&&T07TURNU,DISP=(NEW,DELETE),
// UNIT=SYSDA,SPACE=(TRK,(5,5))
//GO.T07JORNU DD DSN=&&T07JORNU,DISP=(NEW,DELETE),
// UNIT=SYSDA,SPACE=(TRK,(10,5))
