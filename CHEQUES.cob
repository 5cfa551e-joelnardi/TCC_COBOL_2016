//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CHEQUES.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07ECHEQ ASSIGN TO T07ECHEQ.
            SELECT T07SCHEQ ASSIGN TO T07SCHEQ.
            SELECT T07PCHEQ ASSIGN TO T07PCHEQ.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07CHEQU ASSIGN TO T07CHEQU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CHEQU.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07CUOTA ASSIGN TO T07CUOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CUOTA.
            SELECT T07CTASE ASSIGN TO T07CTASE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTASE.
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07FLFAC ASSIGN TO T07FLFAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-FLFAC.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07PINTE ASSIGN TO T07PINTE.
            SELECT T07PNDEB ASSIGN TO T07PNDEB.
        DATA DIVISION.
        FILE SECTION.
        FD T07ECHEQ
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ECHEQ PIC X(240).
        FD T07SCHEQ
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCHEQ PIC X(126).
        FD T07PCHEQ
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PCHEQ PIC 9(7)V99.
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        FD T07CHEQU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CHEQU.
         03 CLAVE-CHEQU.
             05 IDBANCO-CLAVE-CHEQU PIC 9(3).
             05 NROCHEQUE-CLAVE-CHEQU PIC 9(8).
         03 FILLER PIC X(69).
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
        FD T07CTASE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTASE.
         03 CLAVE-CTASE.
             05 IDASEGURADORA-CLAVE-CTASE PIC 9(3).
             05 NROORDEN-CLAVE-CTASE PIC 9(7).
         03 FILLER PIC X(70).
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07FLFAC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLFAC.
         03 NROORDEN-CLAVE-FLFAC PIC 9(7).
         03 FILLER PIC X(73).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07PINTE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PINTE PIC X(12).
        FD T07PNDEB
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PNDEB PIC 9(8).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ECHEQ.
         03 TIPO-T07ECHEQ PIC X(1).
             88 CHEQUE-DEPOSITO VALUE 'D'.
             88 CHEQUE-ENDOSO VALUE 'E'.
             88 CHEQUE-ACREDITADO VALUE 'A'.
             88 CHEQUE-RECHAZO VALUE 'R'.
         03 IDBANCO-T07ECHEQ PIC 9(3).
         03 NROCHEQUE-T07ECHEQ PIC 9(8).
         03 FECHA-T07ECHEQ PIC 9(8).
         03 IDPROVEEDOR-T07ECHEQ PIC 9(3).
        01 REGISTRO-T07SCHEQ.
         03 TIPO-T07SCHEQ PIC X(1).
         03 IDBANCO-T07SCHEQ PIC 9(3).
         03 NROCHEQUE-T07SCHEQ PIC 9(8).
         03 FECHA-T07SCHEQ PIC 9(8).
         03 NROORDEN-T07SCHEQ PIC 9(7).
         03 IMPORTE-T07SCHEQ PIC 9(7)V99.
         03 RESULTADO-T07SCHEQ PIC X(15).
        01 REGISTRO-T07CHEQU.
         03 IDBANCO-CHEQU PIC 9(3).
         03 NROCHEQUE-CHEQU PIC 9(8).
         03 CUITLIBRADOR-CHEQU PIC X(13).
         03 IMPORTE-CHEQU PIC 9(7)V99.
         03 FECHACHEQUE-CHEQU PIC 9(8).
         03 FECHARECIBO-CHEQU PIC 9(8).
         03 NROORDEN-CHEQU PIC 9(7).
         03 IDCLIENTE-CHEQU PIC 9(5).
         03 CUENTA-CHEQU PIC X(1).
         03 IDASEGURADORA-CHEQU PIC 9(3).
         03 ESTADO-CHEQU PIC X(1).
             88 ESTADO-CARTERA VALUE 'C'.
             88 ESTADO-DEPOSITADO VALUE 'D'.
             88 ESTADO-ENDOSADO VALUE 'E'.
             88 ESTADO-ACREDITADO VALUE 'A'.
             88 ESTADO-RECHAZADO VALUE 'R'.
         03 IDPROVEEDOR-CHEQU PIC 9(3).
         03 FECHAESTADO-CHEQU PIC 9(8).
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
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
        01 REGISTRO-T07CTASE.
         03 IDASEGURADORA-CTASE PIC 9(3).
         03 NROORDEN-CTASE PIC 9(7).
         03 SINIESTRO-CTASE PIC X(12).
         03 IDCLIENTE-CTASE PIC 9(5).
         03 FECHAFACT-CTASE PIC 9(8).
         03 IMPORTE-CTASE PIC 9(7)V99.
         03 PAGADO-CTASE PIC 9(7)V99.
        01 REGISTRO-T07SENAS.
         03 NROORDEN-SENAS PIC 9(7).
         03 NRORECIBO-SENAS PIC 9(7).
         03 IDCLIENTE-SENAS PIC 9(5).
         03 FECHA-SENAS PIC 9(8).
         03 IMPORTE-SENAS PIC 9(7)V99.
         03 MEDIO-SENAS PIC X(1).
         03 ESTADO-SENAS PIC X(1).
             88 SENA-PENDIENTE VALUE 'P'.
             88 SENA-APLICADA VALUE 'A'.
             88 SENA-A-DEVOLVER VALUE 'D'.
             88 SENA-RETENIDA VALUE 'R'.
             88 SENA-RECHAZADA VALUE 'X'.
         03 FECHAESTADO-SENAS PIC 9(8).
         03 SUCFACT-SENAS PIC 9(2).
         03 NROFACT-SENAS PIC 9(8).
         03 OPERADOR-SENAS PIC X(8).
         03 IDBANCO-SENAS PIC 9(3).
         03 NROCHEQUE-SENAS PIC 9(8).
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
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
        01 REGISTRO-T07FLFAC.
         03 NROORDEN-FLFAC PIC 9(7).
         03 IDFLOTA-FLFAC PIC 9(4).
         03 SUCFACT-FLFAC PIC 9(2).
         03 NROFACT-FLFAC PIC 9(8).
         03 FECHA-FLFAC PIC 9(8).
         03 CUIT-FLFAC PIC X(11).
         03 TIPOFACT-FLFAC PIC X(1).
         03 PLAZO-FLFAC PIC 9(3).
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
        01 REGISTRO-T07PINTE.
         03 TASA-PINTE PIC 9(2)V99.
         03 GRACIA-PINTE PIC 9(3).
         03 PLAZO-PINTE PIC 9(3).
         03 PTOVTA-PINTE PIC 9(2).
        01 ULTIMA-NDEB PIC 9(8) VALUE 0.
        01 TABLA-CUOTAS-PAGADAS.
         03 CUOTA-PAGADA-OCU OCCURS 99 TIMES.
             05 NROCUOTA-PAGADA-TAB PIC 9(2).
        01 CANT-CUOTAS-PAGADAS PIC 9(3) COMP VALUE 0.
        01 IX-CUOTA PIC 9(3) COMP VALUE 0.
        01 EOF-T07ECHEQ PIC 9 VALUE 0.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07CUOTA PIC 9 VALUE 0.
        01 EXISTE-CHEQU PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 EXISTE-CTACT PIC 9 VALUE 0.
        01 EXISTE-CTASE PIC 9 VALUE 0.
        01 EXISTE-CUOTA PIC 9 VALUE 0.
        01 EXISTE-SENA PIC 9 VALUE 0.
        01 EXISTE-PPAL PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 EXISTE-FLFAC PIC 9 VALUE 0.
        01 EOF-T07SENAS PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 CUENTA-REABIERTA PIC 9 VALUE 0.
        01 ASEGURADORA-NDEB PIC 9(3) VALUE 0.
        01 NROORDEN-NDEB PIC 9(7) VALUE 0.
        01 IDCLIENTE-NDEB PIC 9(5) VALUE 0.
        01 EOF-T07FLFAC PIC 9 VALUE 0.
        01 NETO-GASTO PIC 9(7)V99 VALUE 0.
        01 IVA-GASTO PIC 9(7)V99 VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 VALIDO-T07ECHEQ PIC 9 VALUE 1.
        01 GASTO-RECHAZO PIC 9(7)V99 VALUE 0.
        01 REMANENTE-CHEQUE PIC 9(9)V99 VALUE 0.
        01 DESCUENTO-CUOTA PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07SCHEQ PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            OPEN INPUT T07ECHEQ.
            OPEN OUTPUT T07SCHEQ.
            OPEN I-O T07CHEQU.
            OPEN I-O T07CTACT.
            OPEN I-O T07CUOTA.
            OPEN I-O T07CTASE.
            OPEN INPUT T07PCHEQ.
            READ T07PCHEQ INTO GASTO-RECHAZO
            AT END MOVE 0 TO GASTO-RECHAZO.
            CLOSE T07PCHEQ.
            IF GASTO-RECHAZO NOT NUMERIC THEN
                MOVE 0 TO GASTO-RECHAZO.
            OPEN INPUT T07PINTE.
            READ T07PINTE INTO REGISTRO-T07PINTE
            AT END MOVE SPACES TO REGISTRO-T07PINTE.
            CLOSE T07PINTE.
            IF PTOVTA-PINTE NOT NUMERIC THEN
                MOVE 0 TO PTOVTA-PINTE.
            OPEN INPUT T07PNDEB.
            READ T07PNDEB INTO ULTIMA-NDEB
            AT END MOVE 0 TO ULTIMA-NDEB.
            CLOSE T07PNDEB.
            IF ULTIMA-NDEB NOT NUMERIC THEN
                MOVE 0 TO ULTIMA-NDEB.
            OPEN I-O T07SENAS.
            OPEN INPUT PPAL.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07FLFAC.
            OPEN EXTEND T07FACTU.
            READ T07ECHEQ INTO REGISTRO-T07ECHEQ
            AT END MOVE 1 TO EOF-T07ECHEQ.
            PERFORM CHEQUES-REGISTRO UNTIL EOF-T07ECHEQ = 1.
            MOVE CONTADOR-T07SCHEQ TO CANTIDAD-TOTAL.
            WRITE REG-T07SCHEQ FROM REGISTRO-T07STOTAL.
            CLOSE T07ECHEQ T07SCHEQ T07CHEQU T07CTACT T07CUOTA
                T07CTASE T07SENAS PPAL T07CLIEN T07FLFAC T07FACTU.
            OPEN OUTPUT T07PNDEB.
            WRITE REG-T07PNDEB FROM ULTIMA-NDEB.
            CLOSE T07PNDEB.
            STOP RUN.
        CHEQUES-REGISTRO.
            MOVE 0 TO NROORDEN-T07SCHEQ.
            MOVE 0 TO IMPORTE-T07SCHEQ.
            PERFORM VALIDAR-T07ECHEQ.
            IF VALIDO-T07ECHEQ = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO.
            IF VALIDO-T07ECHEQ = 1 THEN
                PERFORM BUSCAR-CHEQUE.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 0 THEN
                MOVE 'INEXISTENTE' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 1 THEN
                MOVE NROORDEN-CHEQU TO NROORDEN-T07SCHEQ
                MOVE IMPORTE-CHEQU TO IMPORTE-T07SCHEQ.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 1 AND
            CHEQUE-DEPOSITO THEN
                PERFORM DEPOSITAR-CHEQUE.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 1 AND
            CHEQUE-ENDOSO THEN
                PERFORM ENDOSAR-CHEQUE.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 1 AND
            CHEQUE-ACREDITADO THEN
                PERFORM ACREDITAR-CHEQUE.
            IF VALIDO-T07ECHEQ = 1 AND EXISTE-CHEQU = 1 AND
            CHEQUE-RECHAZO THEN
                PERFORM RECHAZAR-CHEQUE.
            READ T07ECHEQ INTO REGISTRO-T07ECHEQ
            AT END MOVE 1 TO EOF-T07ECHEQ.
        DEPOSITAR-CHEQUE.
            IF NOT ESTADO-CARTERA THEN
                MOVE 'ESTADO INVALIDO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            ELSE
                MOVE 'D' TO ESTADO-CHEQU
                MOVE FECHA-T07ECHEQ TO FECHAESTADO-CHEQU
                REWRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU
                MOVE 'DEPOSITADO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            END-IF.
        ENDOSAR-CHEQUE.
            IF NOT ESTADO-CARTERA THEN
                MOVE 'ESTADO INVALIDO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            ELSE
                PERFORM BUSCAR-PROVEEDOR
                IF EXISTE-PROVE = 0 THEN
                    MOVE 'PROVEE INEXIST' TO RESULTADO-T07SCHEQ
                    PERFORM EMITIR-RESULTADO
                ELSE
                    MOVE 'E' TO ESTADO-CHEQU
                    MOVE IDPROVEEDOR-T07ECHEQ TO IDPROVEEDOR-CHEQU
                    MOVE FECHA-T07ECHEQ TO FECHAESTADO-CHEQU
                    REWRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU
                    MOVE 'ENDOSADO' TO RESULTADO-T07SCHEQ
                    PERFORM EMITIR-RESULTADO
                END-IF
            END-IF.
        ACREDITAR-CHEQUE.
            IF NOT ESTADO-CARTERA AND NOT ESTADO-DEPOSITADO THEN
                MOVE 'ESTADO INVALIDO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            ELSE
                MOVE 'A' TO ESTADO-CHEQU
                MOVE FECHA-T07ECHEQ TO FECHAESTADO-CHEQU
                REWRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU
                MOVE 'ACREDITADO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            END-IF.
        RECHAZAR-CHEQUE.
            IF ESTADO-ACREDITADO OR ESTADO-RECHAZADO THEN
                MOVE 'ESTADO INVALIDO' TO RESULTADO-T07SCHEQ
                PERFORM EMITIR-RESULTADO
            ELSE
                MOVE 'R' TO ESTADO-CHEQU
                MOVE FECHA-T07ECHEQ TO FECHAESTADO-CHEQU
                REWRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU
                MOVE 0 TO CUENTA-REABIERTA
                MOVE 0 TO EXISTE-SENA
                MOVE NROORDEN-CHEQU TO NROORDEN-NDEB
                MOVE IDCLIENTE-CHEQU TO IDCLIENTE-NDEB
                IF CUENTA-CHEQU = 'C' THEN
                    PERFORM BUSCAR-SENA-CHEQUE
                END-IF
                IF EXISTE-SENA = 1 THEN
                    PERFORM ANULAR-SENA
                ELSE
                    IF CUENTA-CHEQU = 'A' THEN
                        MOVE IDASEGURADORA-CHEQU TO ASEGURADORA-NDEB
                        PERFORM REABRIR-CTASE
                    ELSE
                        MOVE 0 TO ASEGURADORA-NDEB
                        PERFORM REABRIR-CTACT
                    END-IF
                END-IF
                IF CUENTA-REABIERTA = 1 AND GASTO-RECHAZO > 0 THEN
                    PERFORM EMITIR-NOTA-DEBITO
                END-IF
                PERFORM EMITIR-RESULTADO
            END-IF.
        BUSCAR-SENA-CHEQUE.
            MOVE 0 TO EOF-T07SENAS.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-SENAS.
            MOVE 0 TO NRORECIBO-CLAVE-SENAS.
            START T07SENAS KEY IS NOT LESS THAN CLAVE-SENAS
                INVALID KEY MOVE 1 TO EOF-T07SENAS.
            PERFORM LEER-SENA-CHEQUE UNTIL EOF-T07SENAS = 1
            OR EXISTE-SENA = 1.
        LEER-SENA-CHEQUE.
            READ T07SENAS NEXT INTO REGISTRO-T07SENAS
            AT END MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND
            NROORDEN-SENAS NOT = NROORDEN-CHEQU THEN
                MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND MEDIO-SENAS = 'C' AND
            IDBANCO-SENAS NUMERIC AND NROCHEQUE-SENAS NUMERIC THEN
                IF IDBANCO-SENAS = IDBANCO-CHEQU AND
                NROCHEQUE-SENAS = NROCHEQUE-CHEQU THEN
                    MOVE 1 TO EXISTE-SENA
                END-IF
            END-IF.
        ANULAR-SENA.
            PERFORM BUSCAR-ORDEN.
            MOVE 0 TO ASEGURADORA-NDEB.
            IF EXISTE-PPAL = 1 AND ASEGURADORA-PPAL NUMERIC THEN
                MOVE ASEGURADORA-PPAL TO ASEGURADORA-NDEB.
            IF SENA-APLICADA THEN
                PERFORM REVERTIR-SENA-APLICADA.
            MOVE 'X' TO ESTADO-SENAS.
            MOVE FECHA-T07ECHEQ TO FECHAESTADO-SENAS.
            REWRITE REG-T07SENAS FROM REGISTRO-T07SENAS.
            MOVE 1 TO CUENTA-REABIERTA.
            MOVE 'SENA RECHAZADA' TO RESULTADO-T07SCHEQ.
        REVERTIR-SENA-APLICADA.
            IF ASEGURADORA-NDEB > 0 THEN
                MOVE 0 TO EXISTE-CTASE
                MOVE ASEGURADORA-NDEB TO IDASEGURADORA-CLAVE-CTASE
                MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-CTASE
                READ T07CTASE INTO REGISTRO-T07CTASE
                    INVALID KEY MOVE 0 TO EXISTE-CTASE
                    NOT INVALID KEY MOVE 1 TO EXISTE-CTASE
                END-READ
                IF EXISTE-CTASE = 1 THEN
                    IF PAGADO-CTASE > IMPORTE-SENAS THEN
                        SUBTRACT IMPORTE-SENAS FROM PAGADO-CTASE
                    ELSE
                        MOVE 0 TO PAGADO-CTASE
                    END-IF
                    REWRITE REG-T07CTASE FROM REGISTRO-T07CTASE
                END-IF
            ELSE
                PERFORM LEER-CTACT-NDEB
                IF EXISTE-CTACT = 0 AND NROFACT-SENAS > 0 THEN
                    PERFORM BUSCAR-FLOTA-SENA
                    IF EXISTE-FLFAC = 1 THEN
                        PERFORM LEER-CTACT-NDEB
                    END-IF
                END-IF
                IF EXISTE-CTACT = 1 THEN
                    IF PAGADO-CTACT > IMPORTE-SENAS THEN
                        SUBTRACT IMPORTE-SENAS FROM PAGADO-CTACT
                    ELSE
                        MOVE 0 TO PAGADO-CTACT
                    END-IF
                    REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                END-IF
            END-IF.
        LEER-CTACT-NDEB.
            MOVE 0 TO EXISTE-CTACT.
            MOVE NROORDEN-NDEB TO NROORDEN-CLAVE-CTACT.
            READ T07CTACT INTO REGISTRO-T07CTACT
                INVALID KEY MOVE 0 TO EXISTE-CTACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
            END-READ.
        BUSCAR-FLOTA-SENA.
            MOVE 0 TO EXISTE-FLFAC.
            MOVE 0 TO EOF-T07FLFAC.
            MOVE 0 TO NROORDEN-CLAVE-FLFAC.
            START T07FLFAC KEY IS NOT LESS THAN NROORDEN-CLAVE-FLFAC
                INVALID KEY MOVE 1 TO EOF-T07FLFAC.
            PERFORM LEER-FLOTA-SENA UNTIL EOF-T07FLFAC = 1
            OR EXISTE-FLFAC = 1.
        LEER-FLOTA-SENA.
            READ T07FLFAC NEXT INTO REGISTRO-T07FLFAC
            AT END MOVE 1 TO EOF-T07FLFAC.
            IF EOF-T07FLFAC = 0 AND SUCFACT-FLFAC = SUCFACT-SENAS AND
            NROFACT-FLFAC = NROFACT-SENAS THEN
                MOVE 1 TO EXISTE-FLFAC
                MOVE NROORDEN-FLFAC TO NROORDEN-NDEB
                MOVE 0 TO IDCLIENTE-NDEB.
        BUSCAR-ORDEN.
            MOVE 0 TO EXISTE-PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            NROORDEN-PPAL = NROORDEN-CHEQU THEN
                MOVE 1 TO EXISTE-PPAL.
        EMITIR-NOTA-DEBITO.
            ADD 1 TO ULTIMA-NDEB.
            PERFORM BUSCAR-CLIENTE.
            PERFORM BUSCAR-FLFAC.
            COMPUTE NETO-GASTO ROUNDED = GASTO-RECHAZO / 1.21.
            COMPUTE IVA-GASTO = GASTO-RECHAZO - NETO-GASTO.
            MOVE NROORDEN-NDEB TO NROORDEN-FACTU.
            MOVE 0 TO IDREPUESTO-FACTU.
            MOVE IDCLIENTE-NDEB TO IDCLIENTE-FACTU.
            MOVE FECHA-T07ECHEQ TO FECHAEGRESO-FACTU.
            MOVE NETO-GASTO TO NETO-FACTU.
            MOVE IVA-GASTO TO IVA-FACTU.
            MOVE GASTO-RECHAZO TO BRUTO-FACTU.
            MOVE FECHAPROC-RUN TO FECHAPROC-FACTU.
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
            MOVE ASEGURADORA-NDEB TO ASEGURADORA-FACTU.
            MOVE SPACES TO SINIESTRO-FACTU.
            MOVE 0 TO CAE-FACTU.
            MOVE 0 TO VTOCAE-FACTU.
            MOVE SPACE TO ESTADOCAE-FACTU.
            MOVE 0 TO NROPRESU-FACTU.
            MOVE 0 TO PARTES-FACTU.
            MOVE 0 TO MANODEOBRA-FACTU.
            MOVE 0 TO HORAS-FACTU.
            WRITE REG-T07FACTU FROM REGISTRO-T07FACTU.
        BUSCAR-CLIENTE.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE IDCLIENTE-NDEB TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
        BUSCAR-FLFAC.
            MOVE 0 TO EXISTE-FLFAC.
            IF IDCLIENTE-NDEB = 0 THEN
                MOVE NROORDEN-NDEB TO NROORDEN-CLAVE-FLFAC
                READ T07FLFAC INTO REGISTRO-T07FLFAC
                    INVALID KEY MOVE 0 TO EXISTE-FLFAC
                    NOT INVALID KEY MOVE 1 TO EXISTE-FLFAC
                END-READ
            END-IF.
        REABRIR-CTACT.
            MOVE 0 TO EXISTE-CTACT.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-CTACT.
            READ T07CTACT INTO REGISTRO-T07CTACT
                INVALID KEY MOVE 0 TO EXISTE-CTACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
            END-READ.
            IF EXISTE-CTACT = 0 THEN
                MOVE 'RECHAZ SIN CTA' TO RESULTADO-T07SCHEQ
            ELSE
                IF PAGADO-CTACT > IMPORTE-CHEQU THEN
                    SUBTRACT IMPORTE-CHEQU FROM PAGADO-CTACT
                ELSE
                    MOVE 0 TO PAGADO-CTACT
                END-IF
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                PERFORM REVERTIR-CUOTAS
                MOVE 1 TO CUENTA-REABIERTA
                MOVE 'CTA REABIERTA' TO RESULTADO-T07SCHEQ
            END-IF.
        REABRIR-CTASE.
            MOVE 0 TO EXISTE-CTASE.
            MOVE IDASEGURADORA-CHEQU TO IDASEGURADORA-CLAVE-CTASE.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-CTASE.
            READ T07CTASE INTO REGISTRO-T07CTASE
                INVALID KEY MOVE 0 TO EXISTE-CTASE
                NOT INVALID KEY MOVE 1 TO EXISTE-CTASE
            END-READ.
            IF EXISTE-CTASE = 0 THEN
                MOVE 'RECHAZ SIN CTA' TO RESULTADO-T07SCHEQ
            ELSE
                IF PAGADO-CTASE > IMPORTE-CHEQU THEN
                    SUBTRACT IMPORTE-CHEQU FROM PAGADO-CTASE
                ELSE
                    MOVE 0 TO PAGADO-CTASE
                END-IF
                REWRITE REG-T07CTASE FROM REGISTRO-T07CTASE
                MOVE 1 TO CUENTA-REABIERTA
                MOVE 'CTA REABIERTA' TO RESULTADO-T07SCHEQ
            END-IF.
        REVERTIR-CUOTAS.
            MOVE 0 TO CANT-CUOTAS-PAGADAS.
            MOVE 0 TO EOF-T07CUOTA.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-CUOTA.
            MOVE 0 TO NROCUOTA-CLAVE-CUOTA.
            START T07CUOTA KEY IS NOT LESS THAN CLAVE-CUOTA
                INVALID KEY MOVE 1 TO EOF-T07CUOTA.
            PERFORM CARGAR-CUOTA-PAGADA UNTIL EOF-T07CUOTA = 1.
            MOVE IMPORTE-CHEQU TO REMANENTE-CHEQUE.
            PERFORM DESCONTAR-CUOTA
            VARYING IX-CUOTA FROM CANT-CUOTAS-PAGADAS BY -1
            UNTIL IX-CUOTA < 1 OR REMANENTE-CHEQUE = 0.
        CARGAR-CUOTA-PAGADA.
            READ T07CUOTA NEXT INTO REGISTRO-T07CUOTA
            AT END MOVE 1 TO EOF-T07CUOTA.
            IF EOF-T07CUOTA = 0 AND
            NROORDEN-CUOTA NOT = NROORDEN-CHEQU THEN
                MOVE 1 TO EOF-T07CUOTA.
            IF EOF-T07CUOTA = 0 AND PAGADO-CUOTA > 0 AND
            CANT-CUOTAS-PAGADAS < 99 THEN
                ADD 1 TO CANT-CUOTAS-PAGADAS
                MOVE NROCUOTA-CUOTA
                TO NROCUOTA-PAGADA-TAB (CANT-CUOTAS-PAGADAS).
        DESCONTAR-CUOTA.
            MOVE 0 TO EXISTE-CUOTA.
            MOVE NROORDEN-CHEQU TO NROORDEN-CLAVE-CUOTA.
            MOVE NROCUOTA-PAGADA-TAB (IX-CUOTA)
            TO NROCUOTA-CLAVE-CUOTA.
            READ T07CUOTA INTO REGISTRO-T07CUOTA
                INVALID KEY MOVE 0 TO EXISTE-CUOTA
                NOT INVALID KEY MOVE 1 TO EXISTE-CUOTA
            END-READ.
            IF EXISTE-CUOTA = 1 THEN
                MOVE PAGADO-CUOTA TO DESCUENTO-CUOTA
                IF REMANENTE-CHEQUE < DESCUENTO-CUOTA THEN
                    MOVE REMANENTE-CHEQUE TO DESCUENTO-CUOTA
                END-IF
                SUBTRACT DESCUENTO-CUOTA FROM PAGADO-CUOTA
                SUBTRACT DESCUENTO-CUOTA FROM REMANENTE-CHEQUE
                REWRITE REG-T07CUOTA FROM REGISTRO-T07CUOTA
            END-IF.
        BUSCAR-CHEQUE.
            MOVE 0 TO EXISTE-CHEQU.
            MOVE IDBANCO-T07ECHEQ TO IDBANCO-CLAVE-CHEQU.
            MOVE NROCHEQUE-T07ECHEQ TO NROCHEQUE-CLAVE-CHEQU.
            READ T07CHEQU INTO REGISTRO-T07CHEQU
                INVALID KEY MOVE 0 TO EXISTE-CHEQU
                NOT INVALID KEY MOVE 1 TO EXISTE-CHEQU
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
            IDPROVEEDOR-PROVE = IDPROVEEDOR-T07ECHEQ THEN
                MOVE 1 TO EXISTE-PROVE.
        EMITIR-RESULTADO.
            MOVE TIPO-T07ECHEQ TO TIPO-T07SCHEQ.
            MOVE IDBANCO-T07ECHEQ TO IDBANCO-T07SCHEQ.
            MOVE NROCHEQUE-T07ECHEQ TO NROCHEQUE-T07SCHEQ.
            MOVE FECHA-T07ECHEQ TO FECHA-T07SCHEQ.
            WRITE REG-T07SCHEQ FROM REGISTRO-T07SCHEQ.
            ADD 1 TO CONTADOR-T07SCHEQ.
        VALIDAR-T07ECHEQ.
            MOVE 1 TO VALIDO-T07ECHEQ.
            IF NOT CHEQUE-DEPOSITO AND NOT CHEQUE-ENDOSO AND
            NOT CHEQUE-ACREDITADO AND NOT CHEQUE-RECHAZO THEN
                MOVE 0 TO VALIDO-T07ECHEQ.
            IF IDBANCO-T07ECHEQ NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECHEQ.
            IF NROCHEQUE-T07ECHEQ NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECHEQ.
            IF FECHA-T07ECHEQ NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECHEQ.
            IF CHEQUE-ENDOSO AND IDPROVEEDOR-T07ECHEQ NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07ECHEQ.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07ECHEQ DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ECHEQ),DISP=SHR
//GO.T07SCHEQ DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCHEQ),DISP=SHR
//GO.T07PCHEQ DD DSN=KC03BAB.CATALOGO.PARM(T07PCHEQ),DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07CHEQU DD DSN=KC03BAB.CATALOGO.CHEQU,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
//GO.T07CTASE DD DSN=KC03BAB.CATALOGO.CTASE,DISP=SHR
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07FLFAC DD DSN=KC03BAB.CATALOGO.FLFAC,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07PINTE DD DSN=KC03BAB.CATALOGO.PARM(T07PINTE),DISP=SHR
//GO.T07PNDEB DD DSN=KC03BAB.CATALOGO.PARM(T07PNDEB),DISP=OLD
