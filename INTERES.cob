//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. INTERES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07CUOTA ASSIGN TO T07CUOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CUOTA.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07EXINT ASSIGN TO T07EXINT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-EXINT.
            SELECT T07FLFAC ASSIGN TO T07FLFAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-FLFAC.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07INTER ASSIGN TO T07INTER.
            SELECT T07PINTE ASSIGN TO T07PINTE.
            SELECT T07PNDEB ASSIGN TO T07PNDEB.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07SINTE ASSIGN TO T07SINTE.
        DATA DIVISION.
        FILE SECTION.
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07CUOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CUOTA.
         03 CLAVE-CUOTA.
             05 NROORDEN-CLAVE-CUOTA PIC 9(7).
             05 NROCUOTA-CLAVE-CUOTA PIC 9(2).
         03 FILLER PIC X(71).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07EXINT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07EXINT.
         03 IDCLIENTE-CLAVE-EXINT PIC 9(5).
         03 FILLER PIC X(75).
        FD T07FLFAC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLFAC.
         03 NROORDEN-CLAVE-FLFAC PIC 9(7).
         03 FILLER PIC X(73).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07INTER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07INTER PIC X(80).
        FD T07PINTE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PINTE PIC X(12).
        FD T07PNDEB
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PNDEB PIC 9(8).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07SINTE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SINTE PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(30) VALUE 'INTERESES POR MORA LIQUIDADOS|'.
         03 FECHA-TITULO PIC 9(8).
         03 FILLER PIC X(6) VALUE '|TASA|'.
         03 TASA-TITULO PIC Z9.99.
        01 SUBTITULO.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(3) VALUE 'CU|'.
         03 FILLER PIC X(6) VALUE 'DIAS |'.
         03 FILLER PIC X(10) VALUE 'SALDO    |'.
         03 FILLER PIC X(10) VALUE 'INTERES  |'.
         03 FILLER PIC X(10) VALUE 'IVA      |'.
         03 FILLER PIC X(12) VALUE 'NOTA DEBITO|'.
         03 FILLER PIC X(9) VALUE 'ESTADO  |'.
         03 FILLER PIC X(8) VALUE 'OPERADOR'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07CUOTA.
         03 NROORDEN-CUOTA PIC 9(7).
         03 NROCUOTA-CUOTA PIC 9(2).
         03 IDCLIENTE-CUOTA PIC 9(5).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 IMPORTE-CUOTA PIC 9(7)V99.
         03 PAGADO-CUOTA PIC 9(7)V99.
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
        01 REGISTRO-T07EXINT.
         03 IDCLIENTE-EXINT PIC 9(5).
         03 FECHADESDE-EXINT PIC 9(8).
         03 FECHAHASTA-EXINT PIC 9(8).
         03 MOTIVO-EXINT PIC X(30).
         03 ESTADO-EXINT PIC X(1).
             88 EXENCION-ACTIVA VALUE 'A'.
         03 OPERADOR-EXINT PIC X(8).
         03 FECHAPROC-EXINT PIC 9(8).
         03 HORAPROC-EXINT PIC 9(6).
        01 REGISTRO-T07FLFAC.
         03 NROORDEN-FLFAC PIC 9(7).
         03 IDFLOTA-FLFAC PIC 9(4).
         03 SUCFACT-FLFAC PIC 9(2).
         03 NROFACT-FLFAC PIC 9(8).
         03 FECHA-FLFAC PIC 9(8).
         03 CUIT-FLFAC PIC X(11).
         03 TIPOFACT-FLFAC PIC X(1).
         03 PLAZO-FLFAC PIC 9(3).
        01 EXISTE-FLFAC PIC 9 VALUE 0.
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
         03 TIPOFACT-FACTU PIC X(1).
         03 ASEGURADORA-FACTU PIC 9(3).
         03 SINIESTRO-FACTU PIC X(12).
         03 CAE-FACTU PIC 9(14).
         03 VTOCAE-FACTU PIC 9(8).
         03 ESTADOCAE-FACTU PIC X(1).
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 REGISTRO-T07INTER.
         03 NROORDEN-INTER PIC 9(7).
         03 NROCUOTA-INTER PIC 9(2).
         03 IDCLIENTE-INTER PIC 9(5).
         03 FECHALIQ-INTER PIC 9(8).
         03 DIAS-INTER PIC 9(5).
         03 BASE-INTER PIC 9(7)V99.
         03 TASA-INTER PIC 9(2)V99.
         03 INTERES-INTER PIC 9(7)V99.
         03 IVA-INTER PIC 9(7)V99.
         03 SUCFACT-INTER PIC 9(2).
         03 NROFACT-INTER PIC 9(8).
         03 ESTADO-INTER PIC X(1).
             88 INTERES-LIQUIDADO VALUE 'L'.
             88 INTERES-EXIMIDO VALUE 'E'.
         03 OPERADOR-INTER PIC X(8).
        01 REGISTRO-T07PINTE.
         03 TASA-PINTE PIC 9(2)V99.
         03 GRACIA-PINTE PIC 9(3).
         03 PLAZO-PINTE PIC 9(3).
         03 PTOVTA-PINTE PIC 9(2).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 TABLA-LIQUIDADOS.
         03 LIQUIDADO-OCU OCCURS 1000 TIMES INDEXED BY IX-LIQ.
             05 NROORDEN-LIQ-TAB PIC 9(7).
             05 NROCUOTA-LIQ-TAB PIC 9(2).
             05 FECHALIQ-TAB PIC 9(8).
        01 CANT-LIQ-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-LIQ PIC 9 VALUE 0.
        01 TABLA-CARGOS.
         03 CARGO-OCU OCCURS 1000 TIMES INDEXED BY IX-CARGO.
             05 IDCLIENTE-CAR-TAB PIC 9(5).
             05 NROORDEN-CAR-TAB PIC 9(7).
             05 NROCUOTA-CAR-TAB PIC 9(2).
             05 DIAS-CAR-TAB PIC 9(5).
             05 BASE-CAR-TAB PIC 9(7)V99.
             05 INTERES-CAR-TAB PIC 9(7)V99.
             05 IVA-CAR-TAB PIC 9(7)V99.
             05 SUCFACT-CAR-TAB PIC 9(2).
             05 NROFACT-CAR-TAB PIC 9(8).
             05 ESTADO-CAR-TAB PIC X(1).
             05 OPERADOR-CAR-TAB PIC X(8).
        01 CANT-CARGOS-TAB PIC 9(5) COMP VALUE 0.
        01 PRIMER-CARGO-ORDEN PIC 9(5) COMP VALUE 0.
        01 TABLA-CLIENTES.
         03 CLIENTE-OCU OCCURS 500 TIMES INDEXED BY IX-CLIENTE.
             05 IDCLIENTE-CLI-TAB PIC 9(5).
        01 CANT-CLIENTES-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-CLIENTE PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 EOF-T07CUOTA PIC 9 VALUE 0.
        01 EOF-T07INTER PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 EXISTE-EXINT PIC 9 VALUE 0.
        01 CLIENTE-EXIMIDO PIC 9 VALUE 0.
        01 TIENE-CUOTAS PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-VENCE PIC 9(7) COMP.
        01 JULIANO-DESDE PIC 9(7) COMP.
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
        01 DIAS-ATRASO PIC S9(5) COMP.
        01 DIAS-LIQUIDAR PIC S9(5) COMP.
        01 NROORDEN-CALC PIC 9(7).
        01 NROCUOTA-CALC PIC 9(2).
        01 FECHAVENCE-CALC PIC 9(8).
        01 PLAZO-CALC PIC 9(3).
        01 BASE-CALC PIC 9(7)V99.
        01 INTERES-CALC PIC 9(7)V99.
        01 IVA-CALC PIC 9(7)V99.
        01 INTERES-ORDEN PIC 9(7)V99 VALUE 0.
        01 IVA-ORDEN PIC 9(7)V99 VALUE 0.
        01 ULTIMA-NDEB PIC 9(8) VALUE 0.
        01 TOTAL-INTERES PIC 9(9)V99 VALUE 0.
        01 TOTAL-IVA PIC 9(9)V99 VALUE 0.
        01 TOTAL-EXIMIDO PIC 9(9)V99 VALUE 0.
        01 SUBTOTAL-INTERES PIC 9(9)V99 VALUE 0.
        01 SUBTOTAL-IVA PIC 9(9)V99 VALUE 0.
        01 CANT-NOTAS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SINTE.
         03 IDCLIENTE-T07SINTE PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SINTE PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 NROCUOTA-T07SINTE PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SINTE PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 BASE-T07SINTE PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 INTERES-T07SINTE PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-T07SINTE PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCFACT-T07SINTE PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROFACT-T07SINTE PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07SINTE PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SINTE PIC X(8).
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(13) VALUE 'SUBTOTAL CLI|'.
         03 IDCLIENTE-SUBT PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 INTERES-SUBT PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-SUBT PIC ZZZZZZZ9.99.
        01 REGISTRO-T07SEXIM.
         03 FILLER PIC X(13) VALUE 'EXIMIDO     |'.
         03 IMPORTE-EXIM PIC ZZZZZZZ9.99.
        01 REGISTRO-T07SNOTAS.
         03 FILLER PIC X(13) VALUE 'NOTAS DEBITO|'.
         03 CANTIDAD-NOTAS PIC ZZZZ9.
        01 REGISTRO-T07SCERR.
         03 FILLER PIC X(16) VALUE 'PERIODO CERRADO|'.
         03 AAAAMM-CERR PIC 9(6).
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 INTERES-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-TOTAL PIC ZZZZZZZ9.99.
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN OUTPUT T07SINTE.
            OPEN INPUT T07PINTE.
            READ T07PINTE INTO REGISTRO-T07PINTE
            AT END MOVE SPACES TO REGISTRO-T07PINTE.
            CLOSE T07PINTE.
            IF TASA-PINTE NOT NUMERIC THEN
                MOVE 0 TO TASA-PINTE.
            IF GRACIA-PINTE NOT NUMERIC THEN
                MOVE 0 TO GRACIA-PINTE.
            IF PLAZO-PINTE NOT NUMERIC THEN
                MOVE 0 TO PLAZO-PINTE.
            IF PTOVTA-PINTE NOT NUMERIC THEN
                MOVE 0 TO PTOVTA-PINTE.
            MOVE FECHA-HOY TO FECHA-TITULO.
            MOVE TASA-PINTE TO TASA-TITULO.
            WRITE REG-T07SINTE FROM TITULO.
            PERFORM CARGAR-PERIODOS.
            PERFORM VERIFICAR-PERIODO.
            IF PERIODO-CERRADO = 1 THEN
                MOVE AAAAMM-CONTROL TO AAAAMM-CERR
                WRITE REG-T07SINTE FROM REGISTRO-T07SCERR
                CLOSE T07SINTE
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            WRITE REG-T07SINTE FROM SUBTITULO.
            WRITE REG-T07SINTE FROM LINEA.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            PERFORM CARGAR-LIQUIDADOS.
            OPEN INPUT T07PNDEB.
            READ T07PNDEB INTO ULTIMA-NDEB
            AT END MOVE 0 TO ULTIMA-NDEB.
            CLOSE T07PNDEB.
            IF ULTIMA-NDEB NOT NUMERIC THEN
                MOVE 0 TO ULTIMA-NDEB.
            OPEN I-O T07CTACT.
            OPEN INPUT T07CUOTA.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07EXINT.
            OPEN INPUT T07FLFAC.
            OPEN EXTEND T07FACTU.
            OPEN EXTEND T07INTER.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
            START T07CTACT KEY IS NOT LESS THAN NROORDEN-CLAVE-CTACT
                INVALID KEY MOVE 1 TO EOF-T07CTACT.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
            PERFORM LIQUIDAR-ORDEN UNTIL EOF-T07CTACT = 1.
            CLOSE T07CTACT T07CUOTA T07CLIEN T07EXINT T07FACTU
                T07INTER T07FLFAC.
            OPEN OUTPUT T07PNDEB.
            WRITE REG-T07PNDEB FROM ULTIMA-NDEB.
            CLOSE T07PNDEB.
            PERFORM LISTAR-CLIENTE
            VARYING IX-CLIENTE FROM 1 BY 1
            UNTIL IX-CLIENTE > CANT-CLIENTES-TAB.
            WRITE REG-T07SINTE FROM LINEA.
            MOVE CANT-NOTAS TO CANTIDAD-NOTAS.
            WRITE REG-T07SINTE FROM REGISTRO-T07SNOTAS.
            MOVE TOTAL-EXIMIDO TO IMPORTE-EXIM.
            WRITE REG-T07SINTE FROM REGISTRO-T07SEXIM.
            MOVE TOTAL-INTERES TO INTERES-TOTAL.
            MOVE TOTAL-IVA TO IVA-TOTAL.
            WRITE REG-T07SINTE FROM REGISTRO-T07STOTAL.
            CLOSE T07SINTE.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        LIQUIDAR-ORDEN.
            IF IMPORTE-CTACT > PAGADO-CTACT THEN
                MOVE 0 TO INTERES-ORDEN
                MOVE 0 TO IVA-ORDEN
                COMPUTE PRIMER-CARGO-ORDEN = CANT-CARGOS-TAB + 1
                PERFORM BUSCAR-FLFAC
                PERFORM VERIFICAR-EXENCION
                PERFORM RELEVAR-CUOTAS
                IF TIENE-CUOTAS = 0 THEN
                    MOVE NROORDEN-CTACT TO NROORDEN-CALC
                    MOVE 0 TO NROCUOTA-CALC
                    MOVE FECHAFACT-CTACT TO FECHAVENCE-CALC
                    MOVE PLAZO-PINTE TO PLAZO-CALC
                    IF EXISTE-FLFAC = 1 THEN
                        MOVE PLAZO-FLFAC TO PLAZO-CALC
                    END-IF
                    COMPUTE BASE-CALC = IMPORTE-CTACT - PAGADO-CTACT
                    PERFORM CALCULAR-INTERES
                END-IF
                IF INTERES-ORDEN > 0 THEN
                    PERFORM CERRAR-ORDEN
                END-IF
            END-IF.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
        BUSCAR-FLFAC.
            MOVE 0 TO EXISTE-FLFAC.
            IF IDCLIENTE-CTACT = 0 THEN
                MOVE NROORDEN-CTACT TO NROORDEN-CLAVE-FLFAC
                READ T07FLFAC INTO REGISTRO-T07FLFAC
                    INVALID KEY MOVE 0 TO EXISTE-FLFAC
                    NOT INVALID KEY MOVE 1 TO EXISTE-FLFAC
                END-READ
            END-IF.
        VERIFICAR-EXENCION.
            MOVE 0 TO CLIENTE-EXIMIDO.
            MOVE 0 TO EXISTE-EXINT.
            MOVE IDCLIENTE-CTACT TO IDCLIENTE-CLAVE-EXINT.
            READ T07EXINT INTO REGISTRO-T07EXINT
                INVALID KEY MOVE 0 TO EXISTE-EXINT
                NOT INVALID KEY MOVE 1 TO EXISTE-EXINT
            END-READ.
            IF EXISTE-EXINT = 1 AND EXENCION-ACTIVA AND
            FECHADESDE-EXINT NOT > FECHA-HOY THEN
                IF FECHAHASTA-EXINT = 0 OR
                FECHAHASTA-EXINT NOT < FECHA-HOY THEN
                    MOVE 1 TO CLIENTE-EXIMIDO
                END-IF
            END-IF.
        RELEVAR-CUOTAS.
            MOVE 0 TO TIENE-CUOTAS.
            MOVE 0 TO EOF-T07CUOTA.
            MOVE NROORDEN-CTACT TO NROORDEN-CLAVE-CUOTA.
            MOVE 0 TO NROCUOTA-CLAVE-CUOTA.
            START T07CUOTA KEY IS NOT LESS THAN CLAVE-CUOTA
                INVALID KEY MOVE 1 TO EOF-T07CUOTA.
            PERFORM LIQUIDAR-CUOTA UNTIL EOF-T07CUOTA = 1.
        LIQUIDAR-CUOTA.
            READ T07CUOTA NEXT INTO REGISTRO-T07CUOTA
            AT END MOVE 1 TO EOF-T07CUOTA.
            IF EOF-T07CUOTA = 0 AND
            NROORDEN-CUOTA NOT = NROORDEN-CTACT THEN
                MOVE 1 TO EOF-T07CUOTA.
            IF EOF-T07CUOTA = 0 THEN
                MOVE 1 TO TIENE-CUOTAS
                IF IMPORTE-CUOTA > PAGADO-CUOTA THEN
                    MOVE NROORDEN-CUOTA TO NROORDEN-CALC
                    MOVE NROCUOTA-CUOTA TO NROCUOTA-CALC
                    MOVE FECHAVENCE-CUOTA TO FECHAVENCE-CALC
                    MOVE 0 TO PLAZO-CALC
                    COMPUTE BASE-CALC = IMPORTE-CUOTA - PAGADO-CUOTA
                    PERFORM CALCULAR-INTERES
                END-IF
            END-IF.
        CALCULAR-INTERES.
            MOVE FECHAVENCE-CALC TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            COMPUTE JULIANO-VENCE = JULIANO-CALC + PLAZO-CALC.
            COMPUTE DIAS-ATRASO = JULIANO-HOY - JULIANO-VENCE.
            IF DIAS-ATRASO > GRACIA-PINTE THEN
                MOVE JULIANO-VENCE TO JULIANO-DESDE
                PERFORM BUSCAR-LIQUIDADO
                COMPUTE DIAS-LIQUIDAR = JULIANO-HOY - JULIANO-DESDE
                IF DIAS-LIQUIDAR > 0 THEN
                    COMPUTE INTERES-CALC ROUNDED = BASE-CALC
                        * TASA-PINTE / 100 * DIAS-LIQUIDAR / 30
                    COMPUTE IVA-CALC ROUNDED = INTERES-CALC * 0.21
                    IF INTERES-CALC > 0 THEN
                        PERFORM ANOTAR-CARGO
                    END-IF
                END-IF
            END-IF.
        BUSCAR-LIQUIDADO.
            MOVE 0 TO EXISTE-LIQ.
            PERFORM COMPARAR-LIQUIDADO
            VARYING IX-LIQ FROM 1 BY 1
            UNTIL IX-LIQ > CANT-LIQ-TAB OR EXISTE-LIQ = 1.
        COMPARAR-LIQUIDADO.
            IF NROORDEN-LIQ-TAB (IX-LIQ) = NROORDEN-CALC AND
            NROCUOTA-LIQ-TAB (IX-LIQ) = NROCUOTA-CALC THEN
                MOVE 1 TO EXISTE-LIQ
                MOVE FECHALIQ-TAB (IX-LIQ) TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                IF JULIANO-CALC > JULIANO-DESDE THEN
                    MOVE JULIANO-CALC TO JULIANO-DESDE
                END-IF
            END-IF.
        ANOTAR-CARGO.
            IF CANT-CARGOS-TAB < 1000 THEN
                ADD 1 TO CANT-CARGOS-TAB
                MOVE IDCLIENTE-CTACT
                TO IDCLIENTE-CAR-TAB (CANT-CARGOS-TAB)
                MOVE NROORDEN-CALC TO NROORDEN-CAR-TAB (CANT-CARGOS-TAB)
                MOVE NROCUOTA-CALC TO NROCUOTA-CAR-TAB (CANT-CARGOS-TAB)
                MOVE DIAS-LIQUIDAR TO DIAS-CAR-TAB (CANT-CARGOS-TAB)
                MOVE BASE-CALC TO BASE-CAR-TAB (CANT-CARGOS-TAB)
                MOVE INTERES-CALC TO INTERES-CAR-TAB (CANT-CARGOS-TAB)
                MOVE IVA-CALC TO IVA-CAR-TAB (CANT-CARGOS-TAB)
                MOVE 0 TO SUCFACT-CAR-TAB (CANT-CARGOS-TAB)
                MOVE 0 TO NROFACT-CAR-TAB (CANT-CARGOS-TAB)
                MOVE SPACES TO OPERADOR-CAR-TAB (CANT-CARGOS-TAB)
                IF CLIENTE-EXIMIDO = 1 THEN
                    MOVE 'E' TO ESTADO-CAR-TAB (CANT-CARGOS-TAB)
                    MOVE OPERADOR-EXINT
                    TO OPERADOR-CAR-TAB (CANT-CARGOS-TAB)
                ELSE
                    MOVE 'L' TO ESTADO-CAR-TAB (CANT-CARGOS-TAB)
                END-IF
                ADD INTERES-CALC TO INTERES-ORDEN
                ADD IVA-CALC TO IVA-ORDEN
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        CERRAR-ORDEN.
            PERFORM ANOTAR-CLIENTE.
            IF CLIENTE-EXIMIDO = 1 THEN
                ADD INTERES-ORDEN TO TOTAL-EXIMIDO
            ELSE
                PERFORM EMITIR-NOTA-DEBITO
            END-IF.
            PERFORM REGISTRAR-CARGO
            VARYING IX-CARGO FROM PRIMER-CARGO-ORDEN BY 1
            UNTIL IX-CARGO > CANT-CARGOS-TAB.
        EMITIR-NOTA-DEBITO.
            ADD 1 TO ULTIMA-NDEB.
            ADD 1 TO CANT-NOTAS.
            PERFORM BUSCAR-CLIENTE.
            MOVE NROORDEN-CTACT TO NROORDEN-FACTU.
            MOVE 0 TO IDREPUESTO-FACTU.
            MOVE IDCLIENTE-CTACT TO IDCLIENTE-FACTU.
            MOVE FECHA-HOY TO FECHAEGRESO-FACTU.
            MOVE INTERES-ORDEN TO NETO-FACTU.
            MOVE IVA-ORDEN TO IVA-FACTU.
            COMPUTE BRUTO-FACTU = INTERES-ORDEN + IVA-ORDEN.
            MOVE FECHA-HOY TO FECHAPROC-FACTU.
            MOVE 'D' TO TIPODOC-FACTU.
            MOVE PTOVTA-PINTE TO SUCFACT-FACTU.
            MOVE ULTIMA-NDEB TO NROFACT-FACTU.
            MOVE 'B' TO TIPOFACT-FACTU.
            MOVE SPACES TO DNI-FACTU.
            MOVE SPACES TO PATENTE-FACTU.
            MOVE SPACES TO MODELOAUTO-FACTU.
            IF EXISTE-CLIEN = 1 THEN
                MOVE DNI-CLIEN TO DNI-FACTU
                MOVE PATENTE-CLIEN TO PATENTE-FACTU
                MOVE MODELOAUTO-CLIEN TO MODELOAUTO-FACTU
                IF CATEGIVA-CLIEN = 'R' THEN
                    MOVE 'A' TO TIPOFACT-FACTU
                END-IF
            END-IF.
            IF EXISTE-FLFAC = 1 THEN
                MOVE TIPOFACT-FLFAC TO TIPOFACT-FACTU.
            MOVE 0 TO ASEGURADORA-FACTU.
            MOVE SPACES TO SINIESTRO-FACTU.
            MOVE 0 TO CAE-FACTU.
            MOVE 0 TO VTOCAE-FACTU.
            MOVE SPACE TO ESTADOCAE-FACTU.
            MOVE 0 TO NROPRESU-FACTU.
            MOVE 0 TO PARTES-FACTU.
            MOVE 0 TO MANODEOBRA-FACTU.
            MOVE 0 TO HORAS-FACTU.
            WRITE REG-T07FACTU FROM REGISTRO-T07FACTU.
            ADD BRUTO-FACTU TO IMPORTE-CTACT.
            REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT.
            ADD INTERES-ORDEN TO TOTAL-INTERES.
            ADD IVA-ORDEN TO TOTAL-IVA.
        BUSCAR-CLIENTE.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE IDCLIENTE-CTACT TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
        REGISTRAR-CARGO.
            IF ESTADO-CAR-TAB (IX-CARGO) = 'L' THEN
                MOVE PTOVTA-PINTE TO SUCFACT-CAR-TAB (IX-CARGO)
                MOVE ULTIMA-NDEB TO NROFACT-CAR-TAB (IX-CARGO).
            MOVE NROORDEN-CAR-TAB (IX-CARGO) TO NROORDEN-INTER.
            MOVE NROCUOTA-CAR-TAB (IX-CARGO) TO NROCUOTA-INTER.
            MOVE IDCLIENTE-CAR-TAB (IX-CARGO) TO IDCLIENTE-INTER.
            MOVE FECHA-HOY TO FECHALIQ-INTER.
            MOVE DIAS-CAR-TAB (IX-CARGO) TO DIAS-INTER.
            MOVE BASE-CAR-TAB (IX-CARGO) TO BASE-INTER.
            MOVE TASA-PINTE TO TASA-INTER.
            MOVE INTERES-CAR-TAB (IX-CARGO) TO INTERES-INTER.
            MOVE IVA-CAR-TAB (IX-CARGO) TO IVA-INTER.
            MOVE SUCFACT-CAR-TAB (IX-CARGO) TO SUCFACT-INTER.
            MOVE NROFACT-CAR-TAB (IX-CARGO) TO NROFACT-INTER.
            MOVE ESTADO-CAR-TAB (IX-CARGO) TO ESTADO-INTER.
            MOVE OPERADOR-CAR-TAB (IX-CARGO) TO OPERADOR-INTER.
            WRITE REG-T07INTER FROM REGISTRO-T07INTER.
        ANOTAR-CLIENTE.
            MOVE 0 TO ENCONTRO-CLIENTE.
            PERFORM BUSCAR-CLIENTE-TAB
            VARYING IX-CLIENTE FROM 1 BY 1
            UNTIL IX-CLIENTE > CANT-CLIENTES-TAB
            OR ENCONTRO-CLIENTE = 1.
            IF ENCONTRO-CLIENTE = 0 THEN
                IF CANT-CLIENTES-TAB < 500 THEN
                    ADD 1 TO CANT-CLIENTES-TAB
                    MOVE IDCLIENTE-CTACT
                    TO IDCLIENTE-CLI-TAB (CANT-CLIENTES-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-CLIENTE-TAB.
            IF IDCLIENTE-CLI-TAB (IX-CLIENTE) = IDCLIENTE-CTACT THEN
                MOVE 1 TO ENCONTRO-CLIENTE.
        LISTAR-CLIENTE.
            MOVE 0 TO SUBTOTAL-INTERES.
            MOVE 0 TO SUBTOTAL-IVA.
            PERFORM LISTAR-CARGO
            VARYING IX-CARGO FROM 1 BY 1
            UNTIL IX-CARGO > CANT-CARGOS-TAB.
            MOVE IDCLIENTE-CLI-TAB (IX-CLIENTE) TO IDCLIENTE-SUBT.
            MOVE SUBTOTAL-INTERES TO INTERES-SUBT.
            MOVE SUBTOTAL-IVA TO IVA-SUBT.
            WRITE REG-T07SINTE FROM REGISTRO-T07SSUBT.
        LISTAR-CARGO.
            IF IDCLIENTE-CAR-TAB (IX-CARGO) =
            IDCLIENTE-CLI-TAB (IX-CLIENTE) THEN
                MOVE IDCLIENTE-CAR-TAB (IX-CARGO) TO IDCLIENTE-T07SINTE
                MOVE NROORDEN-CAR-TAB (IX-CARGO) TO NROORDEN-T07SINTE
                MOVE NROCUOTA-CAR-TAB (IX-CARGO) TO NROCUOTA-T07SINTE
                MOVE DIAS-CAR-TAB (IX-CARGO) TO DIAS-T07SINTE
                MOVE BASE-CAR-TAB (IX-CARGO) TO BASE-T07SINTE
                MOVE INTERES-CAR-TAB (IX-CARGO) TO INTERES-T07SINTE
                MOVE IVA-CAR-TAB (IX-CARGO) TO IVA-T07SINTE
                MOVE SUCFACT-CAR-TAB (IX-CARGO) TO SUCFACT-T07SINTE
                MOVE NROFACT-CAR-TAB (IX-CARGO) TO NROFACT-T07SINTE
                MOVE OPERADOR-CAR-TAB (IX-CARGO) TO OPERADOR-T07SINTE
                IF ESTADO-CAR-TAB (IX-CARGO) = 'E' THEN
                    MOVE 'EXIMIDO' TO ESTADO-T07SINTE
                ELSE
                    MOVE 'LIQUIDAD' TO ESTADO-T07SINTE
                    ADD INTERES-CAR-TAB (IX-CARGO) TO SUBTOTAL-INTERES
                    ADD IVA-CAR-TAB (IX-CARGO) TO SUBTOTAL-IVA
                END-IF
                WRITE REG-T07SINTE FROM REGISTRO-T07SINTE
            END-IF.
        CARGAR-LIQUIDADOS.
            MOVE 0 TO CANT-LIQ-TAB.
            MOVE 0 TO EOF-T07INTER.
            OPEN INPUT T07INTER.
            PERFORM LEER-LIQUIDADO UNTIL EOF-T07INTER = 1.
            CLOSE T07INTER.
        LEER-LIQUIDADO.
            READ T07INTER INTO REGISTRO-T07INTER
            AT END MOVE 1 TO EOF-T07INTER.
            IF EOF-T07INTER = 0 THEN
                MOVE NROORDEN-INTER TO NROORDEN-CALC
                MOVE NROCUOTA-INTER TO NROCUOTA-CALC
                MOVE 0 TO EXISTE-LIQ
                PERFORM ACTUALIZAR-LIQUIDADO
                VARYING IX-LIQ FROM 1 BY 1
                UNTIL IX-LIQ > CANT-LIQ-TAB OR EXISTE-LIQ = 1
                IF EXISTE-LIQ = 0 THEN
                    IF CANT-LIQ-TAB < 1000 THEN
                        ADD 1 TO CANT-LIQ-TAB
                        MOVE NROORDEN-INTER
                        TO NROORDEN-LIQ-TAB (CANT-LIQ-TAB)
                        MOVE NROCUOTA-INTER
                        TO NROCUOTA-LIQ-TAB (CANT-LIQ-TAB)
                        MOVE FECHALIQ-INTER
                        TO FECHALIQ-TAB (CANT-LIQ-TAB)
                    ELSE
                        MOVE 1 TO DESBORDE-TABLAS
                    END-IF
                END-IF
            END-IF.
        ACTUALIZAR-LIQUIDADO.
            IF NROORDEN-LIQ-TAB (IX-LIQ) = NROORDEN-CALC AND
            NROCUOTA-LIQ-TAB (IX-LIQ) = NROCUOTA-CALC THEN
                MOVE 1 TO EXISTE-LIQ
                IF FECHALIQ-INTER > FECHALIQ-TAB (IX-LIQ) THEN
                    MOVE FECHALIQ-INTER TO FECHALIQ-TAB (IX-LIQ)
                END-IF
            END-IF.
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            CANT-PERIODOS-TAB < 100 THEN
                ADD 1 TO CANT-PERIODOS-TAB
                MOVE AAAAMM-PERCT
                TO AAAAMM-CERRADO-TAB (CANT-PERIODOS-TAB).
        VERIFICAR-PERIODO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE FECHA-HOY TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
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
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07EXINT DD DSN=KC03BAB.CATALOGO.EXINT,DISP=SHR
//GO.T07FLFAC DD DSN=KC03BAB.CATALOGO.FLFAC,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07INTER DD DSN=KC03BAB.CATALOGO.INTER,DISP=MOD
//GO.T07PINTE DD DSN=KC03BAB.CATALOGO.PARM(T07PINTE),DISP=SHR
//GO.T07PNDEB DD DSN=KC03BAB.CATALOGO.PARM(T07PNDEB),DISP=OLD
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07SINTE DD DSN=KC03BAB.CATALOGO.SALIDA(T07SINTE),DISP=SHR
