//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CORTMOV.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECMOV ASSIGN TO T07ECMOV.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07AUTOC ASSIGN TO T07AUTOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-AUTOC.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
            SELECT T07SCMOV ASSIGN TO T07SCMOV.
            SELECT T07PCMOV ASSIGN TO T07PCMOV.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07OPMAS ASSIGN TO T07OPMAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS OPERADOR-CLAVE-OPMAS.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECMOV
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ECMOV PIC X(80).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07AUTOC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07AUTOC.
         03 PATENTE-CLAVE-AUTOC PIC X(7).
         03 FILLER PIC X(73).
        FD T07PRECO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRECO.
         03 CLAVE-PRECO.
             05 NROORDEN-CLAVE-PRECO PIC 9(7).
             05 FECHASALIDA-CLAVE-PRECO PIC 9(8).
             05 PATENTE-CLAVE-PRECO PIC X(7).
         03 FILLER PIC X(98).
        FD T07SCMOV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCMOV PIC X(126).
        FD T07PCMOV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PCMOV PIC X(12).
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
        01 REGISTRO-T07ECMOV.
         03 TIPO-T07ECMOV PIC X(1).
             88 MOV-SALIDA VALUE 'S'.
             88 MOV-DEVOLUCION VALUE 'D'.
         03 PATENTE-T07ECMOV PIC X(7).
         03 NROORDEN-T07ECMOV PIC 9(7).
         03 FECHA-T07ECMOV PIC 9(8).
         03 KM-T07ECMOV PIC 9(7).
         03 COMBUSTIBLE-T07ECMOV PIC 9(1).
         03 FECHAFIRMA-T07ECMOV PIC 9(8).
         03 FECHADEVPREV-T07ECMOV PIC 9(8).
         03 CULPA-T07ECMOV PIC X(1).
             88 CULPA-CLIENTE VALUE 'S'.
        01 REGISTRO-T07PCMOV.
         03 TARIFAKM-PCMOV PIC 9(3)V99.
         03 TARIFADIA-PCMOV PIC 9(5)V99.
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
        01 REGISTRO-T07PRECO.
         03 NROORDEN-PRECO PIC 9(7).
         03 FECHASALIDA-PRECO PIC 9(8).
         03 PATENTE-PRECO PIC X(7).
         03 IDCLIENTE-PRECO PIC 9(5).
         03 SUCURSAL-PRECO PIC 9(2).
         03 FECHADEVPREV-PRECO PIC 9(8).
         03 KMSALIDA-PRECO PIC 9(7).
         03 COMBSALIDA-PRECO PIC 9(1).
         03 FIRMASALIDA-PRECO PIC 9(8).
         03 FECHADEVOL-PRECO PIC 9(8).
         03 KMDEVOL-PRECO PIC 9(7).
         03 COMBDEVOL-PRECO PIC 9(1).
         03 FIRMADEVOL-PRECO PIC 9(8).
         03 CULPA-PRECO PIC X(1).
         03 ESTADO-PRECO PIC X(1).
             88 PRESTAMO-VIGENTE VALUE 'A'.
             88 PRESTAMO-CERRADO VALUE 'C'.
         03 CARGO-PRECO PIC 9(7)V99.
         03 SUCFACT-PRECO PIC 9(2).
         03 NROFACT-PRECO PIC 9(8).
         03 OPERADOR-PRECO PIC X(8).
         03 FECHAPROC-PRECO PIC 9(8).
        01 TITULO.
         03 FILLER PIC X(33) VALUE
             'AUTOS DE CORTESIA - MOVIMIENTOS  '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 TIPO-TITULO PIC X(2) VALUE 'T|'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 NROORDEN-TITULO PIC X(8) VALUE 'ORDEN  |'.
         03 FECHA-SUBT PIC X(9) VALUE 'FECHA   |'.
         03 KM-TITULO PIC X(8) VALUE 'KM     |'.
         03 COMB-TITULO PIC X(2) VALUE 'C|'.
         03 CARGO-TITULO PIC X(11) VALUE 'CARGO     |'.
         03 RESULTADO-TITULO PIC X(15) VALUE 'RESULTADO      '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCMOV.
         03 TIPO-T07SCMOV PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SCMOV PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCMOV PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SCMOV PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 KM-T07SCMOV PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 COMB-T07SCMOV PIC 9(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 CARGO-T07SCMOV PIC ZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SCMOV PIC X(15).
        01 EOF-T07ECMOV PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07PRECO PIC 9 VALUE 0.
        01 VALIDO-T07ECMOV PIC 9 VALUE 1.
        01 MOV-OK PIC 9 VALUE 0.
        01 MOTIVO-MOV PIC X(15).
        01 ORDEN-ABIERTA PIC 9 VALUE 0.
        01 EXISTE-AUTOC PIC 9 VALUE 0.
        01 PRESTAMO-ABIERTO PIC 9 VALUE 0.
        01 IDCLIENTE-ORDEN PIC 9(5) VALUE 0.
        01 SUCURSAL-ORDEN PIC 9(2) VALUE 0.
        01 FECHAPROMETIDA-ORDEN PIC 9(8) VALUE 0.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 FECHA-CALCULO.
         03 FECHA-AAAA-CALC PIC 9(4).
         03 FECHA-MM-CALC PIC 9(2).
         03 FECHA-DD-CALC PIC 9(2).
        01 JULIANO-CALC PIC 9(7) COMP.
        01 ANIO-CALC PIC 9(4) COMP.
        01 MES-CALC PIC 9(2) COMP.
        01 BISIESTOS-CALC PIC 9(5) COMP.
        01 SIGLOS-CALC PIC 9(5) COMP.
        01 CUATROSIGLOS-CALC PIC 9(5) COMP.
        01 DIASMES-CALC PIC 9(5) COMP.
        01 JULIANO-SALIDA PIC 9(7) COMP.
        01 JULIANO-DEVOL PIC 9(7) COMP.
        01 DIAS-PRESTAMO PIC 9(5) COMP VALUE 0.
        01 KM-RECORRIDOS PIC 9(7) COMP VALUE 0.
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
        01 CONTADOR-T07SCMOV PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07ECMOV.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            OPEN INPUT T07PCMOV.
            READ T07PCMOV INTO REGISTRO-T07PCMOV
            AT END MOVE ZEROS TO REGISTRO-T07PCMOV.
            CLOSE T07PCMOV.
            IF TARIFAKM-PCMOV NOT NUMERIC THEN
                MOVE 0 TO TARIFAKM-PCMOV.
            IF TARIFADIA-PCMOV NOT NUMERIC THEN
                MOVE 0 TO TARIFADIA-PCMOV.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07ECMOV
                STOP RUN.
            OPEN INPUT PPAL.
            OPEN I-O T07AUTOC.
            OPEN I-O T07PRECO.
            OPEN OUTPUT T07SCMOV.
            MOVE FECHAPROC-RUN TO FECHA-TITULO.
            WRITE REG-T07SCMOV FROM TITULO.
            WRITE REG-T07SCMOV FROM SUBTITULO.
            WRITE REG-T07SCMOV FROM LINEA.
            READ T07ECMOV INTO REGISTRO-T07ECMOV
            AT END MOVE 1 TO EOF-T07ECMOV.
            PERFORM CORTMOV-REGISTRO UNTIL EOF-T07ECMOV = 1.
            MOVE CONTADOR-T07SCMOV TO CANTIDAD-TOTAL.
            WRITE REG-T07SCMOV FROM REGISTRO-T07STOTAL.
            CLOSE T07ECMOV T07SCMOV PPAL T07AUTOC T07PRECO.
            STOP RUN.
        CORTMOV-REGISTRO.
            PERFORM VALIDAR-T07ECMOV.
            MOVE TIPO-T07ECMOV TO TIPO-T07SCMOV.
            MOVE PATENTE-T07ECMOV TO PATENTE-T07SCMOV.
            MOVE 0 TO CARGO-T07SCMOV.
            IF NROORDEN-T07ECMOV NUMERIC THEN
                MOVE NROORDEN-T07ECMOV TO NROORDEN-T07SCMOV
            ELSE
                MOVE 0 TO NROORDEN-T07SCMOV
            END-IF.
            IF FECHA-T07ECMOV NUMERIC THEN
                MOVE FECHA-T07ECMOV TO FECHA-T07SCMOV
            ELSE
                MOVE 0 TO FECHA-T07SCMOV
            END-IF.
            IF KM-T07ECMOV NUMERIC THEN
                MOVE KM-T07ECMOV TO KM-T07SCMOV
            ELSE
                MOVE 0 TO KM-T07SCMOV
            END-IF.
            IF COMBUSTIBLE-T07ECMOV NUMERIC THEN
                MOVE COMBUSTIBLE-T07ECMOV TO COMB-T07SCMOV
            ELSE
                MOVE 0 TO COMB-T07SCMOV
            END-IF.
            IF VALIDO-T07ECMOV = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SCMOV
            ELSE
                IF MOV-SALIDA THEN
                    PERFORM REGISTRAR-SALIDA
                ELSE
                    PERFORM REGISTRAR-DEVOLUCION
                END-IF
                MOVE MOTIVO-MOV TO RESULTADO-T07SCMOV
            END-IF.
            WRITE REG-T07SCMOV FROM REGISTRO-T07SCMOV.
            ADD 1 TO CONTADOR-T07SCMOV.
            READ T07ECMOV INTO REGISTRO-T07ECMOV
            AT END MOVE 1 TO EOF-T07ECMOV.
        REGISTRAR-SALIDA.
            MOVE 1 TO MOV-OK.
            MOVE SPACES TO MOTIVO-MOV.
            PERFORM BUSCAR-ORDEN-ABIERTA.
            IF ORDEN-ABIERTA = 0 THEN
                MOVE 0 TO MOV-OK
                MOVE 'ORDEN NO ABIERT' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND
            (FECHAPROMETIDA-ORDEN = 0 OR
            FECHA-T07ECMOV NOT > FECHAPROMETIDA-ORDEN) THEN
                MOVE 0 TO MOV-OK
                MOVE 'SIN DEMORA' TO MOTIVO-MOV.
            IF MOV-OK = 1 THEN
                PERFORM BUSCAR-AUTOC
                IF EXISTE-AUTOC = 0 THEN
                    MOVE 0 TO MOV-OK
                    MOVE 'AUTO INEXIST' TO MOTIVO-MOV
                END-IF
            END-IF.
            IF MOV-OK = 1 AND AUTOC-PRESTADO THEN
                MOVE 0 TO MOV-OK
                MOVE 'YA PRESTADO' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND AUTOC-FUERA-SERVICIO THEN
                MOVE 0 TO MOV-OK
                MOVE 'FUERA SERVICIO' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND SUCURSAL-AUTOC NOT = SUCURSAL-ORDEN THEN
                MOVE 0 TO MOV-OK
                MOVE 'OTRA SUCURSAL' TO MOTIVO-MOV.
            IF MOV-OK = 1 THEN
                PERFORM BUSCAR-PRESTAMO-ABIERTO
                IF PRESTAMO-ABIERTO = 1 THEN
                    MOVE 0 TO MOV-OK
                    MOVE 'ORDEN CON AUTO' TO MOTIVO-MOV
                END-IF
            END-IF.
            IF MOV-OK = 1 AND KM-T07ECMOV < KMACTUAL-AUTOC THEN
                MOVE 0 TO MOV-OK
                MOVE 'KM INVALIDO' TO MOTIVO-MOV.
            IF MOV-OK = 1 THEN
                PERFORM GRABAR-SALIDA.
        GRABAR-SALIDA.
            MOVE NROORDEN-T07ECMOV TO NROORDEN-PRECO.
            MOVE FECHA-T07ECMOV TO FECHASALIDA-PRECO.
            MOVE PATENTE-T07ECMOV TO PATENTE-PRECO.
            MOVE IDCLIENTE-ORDEN TO IDCLIENTE-PRECO.
            MOVE SUCURSAL-ORDEN TO SUCURSAL-PRECO.
            MOVE FECHADEVPREV-T07ECMOV TO FECHADEVPREV-PRECO.
            MOVE KM-T07ECMOV TO KMSALIDA-PRECO.
            MOVE COMBUSTIBLE-T07ECMOV TO COMBSALIDA-PRECO.
            MOVE FECHAFIRMA-T07ECMOV TO FIRMASALIDA-PRECO.
            MOVE 0 TO FECHADEVOL-PRECO.
            MOVE 0 TO KMDEVOL-PRECO.
            MOVE 0 TO COMBDEVOL-PRECO.
            MOVE 0 TO FIRMADEVOL-PRECO.
            MOVE 'N' TO CULPA-PRECO.
            MOVE 'A' TO ESTADO-PRECO.
            MOVE 0 TO CARGO-PRECO.
            MOVE 0 TO SUCFACT-PRECO.
            MOVE 0 TO NROFACT-PRECO.
            MOVE OPERADOR-RUN TO OPERADOR-PRECO.
            MOVE FECHAPROC-RUN TO FECHAPROC-PRECO.
            WRITE REG-T07PRECO FROM REGISTRO-T07PRECO
                INVALID KEY
                    MOVE 0 TO MOV-OK
                    MOVE 'YA REGISTRADO' TO MOTIVO-MOV
            END-WRITE.
            IF MOV-OK = 1 THEN
                MOVE 'P' TO ESTADO-AUTOC
                MOVE NROORDEN-T07ECMOV TO NROORDEN-AUTOC
                MOVE KM-T07ECMOV TO KMACTUAL-AUTOC
                MOVE FECHA-T07ECMOV TO FECHAESTADO-AUTOC
                MOVE OPERADOR-RUN TO OPERADOR-AUTOC
                REWRITE REG-T07AUTOC FROM REGISTRO-T07AUTOC
                MOVE 'PRESTADO' TO MOTIVO-MOV
            END-IF.
        REGISTRAR-DEVOLUCION.
            MOVE 1 TO MOV-OK.
            MOVE SPACES TO MOTIVO-MOV.
            PERFORM BUSCAR-AUTOC.
            IF EXISTE-AUTOC = 0 THEN
                MOVE 0 TO MOV-OK
                MOVE 'AUTO INEXIST' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND NOT AUTOC-PRESTADO THEN
                MOVE 0 TO MOV-OK
                MOVE 'NO PRESTADO' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND NROORDEN-AUTOC NOT = NROORDEN-T07ECMOV
            THEN
                MOVE 0 TO MOV-OK
                MOVE 'OTRA ORDEN' TO MOTIVO-MOV.
            IF MOV-OK = 1 THEN
                PERFORM BUSCAR-PRESTAMO-ABIERTO
                IF PRESTAMO-ABIERTO = 0 THEN
                    MOVE 0 TO MOV-OK
                    MOVE 'SIN PRESTAMO' TO MOTIVO-MOV
                END-IF
            END-IF.
            IF MOV-OK = 1 AND KM-T07ECMOV < KMSALIDA-PRECO THEN
                MOVE 0 TO MOV-OK
                MOVE 'KM INVALIDO' TO MOTIVO-MOV.
            IF MOV-OK = 1 AND FECHA-T07ECMOV < FECHASALIDA-PRECO THEN
                MOVE 0 TO MOV-OK
                MOVE 'FECHA INVALIDA' TO MOTIVO-MOV.
            IF MOV-OK = 1 THEN
                PERFORM GRABAR-DEVOLUCION.
        GRABAR-DEVOLUCION.
            MOVE FECHA-T07ECMOV TO FECHADEVOL-PRECO.
            MOVE KM-T07ECMOV TO KMDEVOL-PRECO.
            MOVE COMBUSTIBLE-T07ECMOV TO COMBDEVOL-PRECO.
            MOVE FECHAFIRMA-T07ECMOV TO FIRMADEVOL-PRECO.
            MOVE 'C' TO ESTADO-PRECO.
            MOVE 0 TO CARGO-PRECO.
            IF CULPA-CLIENTE THEN
                MOVE 'S' TO CULPA-PRECO
                PERFORM CALCULAR-CARGO
            ELSE
                MOVE 'N' TO CULPA-PRECO
            END-IF.
            MOVE OPERADOR-RUN TO OPERADOR-PRECO.
            MOVE FECHAPROC-RUN TO FECHAPROC-PRECO.
            REWRITE REG-T07PRECO FROM REGISTRO-T07PRECO.
            MOVE 'D' TO ESTADO-AUTOC.
            MOVE 0 TO NROORDEN-AUTOC.
            MOVE KM-T07ECMOV TO KMACTUAL-AUTOC.
            MOVE FECHA-T07ECMOV TO FECHAESTADO-AUTOC.
            MOVE OPERADOR-RUN TO OPERADOR-AUTOC.
            REWRITE REG-T07AUTOC FROM REGISTRO-T07AUTOC.
            MOVE CARGO-PRECO TO CARGO-T07SCMOV.
            IF CULPA-CLIENTE THEN
                MOVE 'DEVUELTO CARGO' TO MOTIVO-MOV
            ELSE
                MOVE 'DEVUELTO' TO MOTIVO-MOV
            END-IF.
        CALCULAR-CARGO.
            COMPUTE KM-RECORRIDOS = KMDEVOL-PRECO - KMSALIDA-PRECO.
            MOVE FECHASALIDA-PRECO TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-SALIDA.
            MOVE FECHADEVOL-PRECO TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-DEVOL.
            COMPUTE DIAS-PRESTAMO = JULIANO-DEVOL - JULIANO-SALIDA.
            IF DIAS-PRESTAMO = 0 THEN
                MOVE 1 TO DIAS-PRESTAMO.
            COMPUTE CARGO-PRECO ROUNDED =
                KM-RECORRIDOS * TARIFAKM-PCMOV
                + DIAS-PRESTAMO * TARIFADIA-PCMOV.
        BUSCAR-ORDEN-ABIERTA.
            MOVE 0 TO ORDEN-ABIERTA.
            MOVE 0 TO EOF-PPAL.
            MOVE NROORDEN-T07ECMOV TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM LEER-ORDEN-PPAL UNTIL EOF-PPAL = 1
            OR ORDEN-ABIERTA = 1.
        LEER-ORDEN-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            NROORDEN-PPAL NOT = NROORDEN-T07ECMOV THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND ESTADO-PPAL = 'V' THEN
                MOVE 1 TO ORDEN-ABIERTA
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-ORDEN
                MOVE SUCURSAL-PPAL TO SUCURSAL-ORDEN
                MOVE FECHAPROMETIDA-PPAL TO FECHAPROMETIDA-ORDEN
                IF FECHAPROMETIDA-ORDEN NOT NUMERIC THEN
                    MOVE 0 TO FECHAPROMETIDA-ORDEN
                END-IF
            END-IF.
        BUSCAR-AUTOC.
            MOVE 0 TO EXISTE-AUTOC.
            MOVE PATENTE-T07ECMOV TO PATENTE-CLAVE-AUTOC.
            READ T07AUTOC INTO REGISTRO-T07AUTOC
                INVALID KEY MOVE 0 TO EXISTE-AUTOC
                NOT INVALID KEY MOVE 1 TO EXISTE-AUTOC
            END-READ.
        BUSCAR-PRESTAMO-ABIERTO.
            MOVE 0 TO PRESTAMO-ABIERTO.
            MOVE 0 TO EOF-T07PRECO.
            MOVE NROORDEN-T07ECMOV TO NROORDEN-CLAVE-PRECO.
            MOVE 0 TO FECHASALIDA-CLAVE-PRECO.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PRECO.
            START T07PRECO KEY IS NOT LESS THAN CLAVE-PRECO
                INVALID KEY MOVE 1 TO EOF-T07PRECO.
            PERFORM LEER-PRESTAMO UNTIL EOF-T07PRECO = 1
            OR PRESTAMO-ABIERTO = 1.
        LEER-PRESTAMO.
            READ T07PRECO NEXT INTO REGISTRO-T07PRECO
            AT END MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND
            NROORDEN-PRECO NOT = NROORDEN-T07ECMOV THEN
                MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND PRESTAMO-VIGENTE THEN
                IF MOV-SALIDA OR
                PATENTE-PRECO = PATENTE-T07ECMOV THEN
                    MOVE 1 TO PRESTAMO-ABIERTO
                END-IF
            END-IF.
        CALCULAR-JULIANO.
            MOVE FECHA-AAAA-CALC TO ANIO-CALC.
            MOVE FECHA-MM-CALC TO MES-CALC.
            IF MES-CALC < 3 THEN
                SUBTRACT 1 FROM ANIO-CALC
                ADD 12 TO MES-CALC.
            DIVIDE ANIO-CALC BY 4 GIVING BISIESTOS-CALC.
            DIVIDE ANIO-CALC BY 100 GIVING SIGLOS-CALC.
            DIVIDE ANIO-CALC BY 400 GIVING CUATROSIGLOS-CALC.
            COMPUTE DIASMES-CALC = MES-CALC * 153 - 457.
            DIVIDE DIASMES-CALC BY 5 GIVING DIASMES-CALC.
            COMPUTE JULIANO-CALC = ANIO-CALC * 365 + BISIESTOS-CALC
                - SIGLOS-CALC + CUATROSIGLOS-CALC
                + DIASMES-CALC + FECHA-DD-CALC.
        VALIDAR-T07ECMOV.
            MOVE 1 TO VALIDO-T07ECMOV.
            IF NOT MOV-SALIDA AND NOT MOV-DEVOLUCION THEN
                MOVE 0 TO VALIDO-T07ECMOV.
            IF PATENTE-T07ECMOV = SPACES THEN
                MOVE 0 TO VALIDO-T07ECMOV.
            IF NROORDEN-T07ECMOV NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECMOV.
            IF KM-T07ECMOV NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECMOV.
            IF COMBUSTIBLE-T07ECMOV NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECMOV
            ELSE
                IF COMBUSTIBLE-T07ECMOV > 8 THEN
                    MOVE 0 TO VALIDO-T07ECMOV
                END-IF
            END-IF.
            IF VALIDO-T07ECMOV = 1 THEN
                MOVE FECHA-T07ECMOV TO FECHA-DESGLOSE
                PERFORM VALIDAR-FECHA
                IF FECHA-VALIDA = 0 THEN
                    MOVE 0 TO VALIDO-T07ECMOV
                END-IF
            END-IF.
            IF VALIDO-T07ECMOV = 1 THEN
                MOVE FECHAFIRMA-T07ECMOV TO FECHA-DESGLOSE
                PERFORM VALIDAR-FECHA
                IF FECHA-VALIDA = 0 THEN
                    MOVE 0 TO VALIDO-T07ECMOV
                END-IF
            END-IF.
            IF VALIDO-T07ECMOV = 1 AND MOV-SALIDA THEN
                MOVE FECHADEVPREV-T07ECMOV TO FECHA-DESGLOSE
                PERFORM VALIDAR-FECHA
                IF FECHA-VALIDA = 0 OR
                FECHADEVPREV-T07ECMOV < FECHA-T07ECMOV THEN
                    MOVE 0 TO VALIDO-T07ECMOV
                END-IF
            END-IF.
        VALIDAR-FECHA.
            MOVE 1 TO FECHA-VALIDA.
            IF FECHA-DESGLOSE NOT NUMERIC THEN
                MOVE 0 TO FECHA-VALIDA
            ELSE
                IF FECHA-MM < 1 OR FECHA-MM > 12 OR
                FECHA-DD < 1 OR FECHA-DD > 31 THEN
                    MOVE 0 TO FECHA-VALIDA
                END-IF
            END-IF.
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
            MOVE 'CORTMOV ' TO PROGRAMA-T07SEGUR.
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
            IF ACTIVO-OPMAS = 'S' AND PERMISO-MODI-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ECMOV DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECMOV),DISP=SHR
//GO.T07SCMOV DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCMOV),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07AUTOC DD DSN=KC03BAB.CATALOGO.AUTOC,DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
//GO.T07PCMOV DD DSN=KC03BAB.CATALOGO.PARM(T07PCMOV),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
