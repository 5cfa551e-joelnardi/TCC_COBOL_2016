                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CUOTA.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
            SELECT T07PAPRO ASSIGN TO T07PAPRO.
        DATA DIVISION.
        FILE SECTION.
        FD T07ENCRE
         03 FILLER PIC X(71).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07APROB
            LABEL RECORDS ARE STANDARD.
        01 REG-T07APROB.
         03 CLAVE-APROB.
             05 PROGRAMA-CLAVE-APROB PIC X(8).
             05 FECHASOL-CLAVE-APROB PIC 9(8).
             05 HORASOL-CLAVE-APROB PIC 9(6).
             05 ITEM-CLAVE-APROB PIC 9(5).
         03 FILLER PIC X(293).
        FD T07PAPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PAPRO PIC X(20).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ENCRE.
         03 NROORDEN-T07ENCRE PIC 9(7).
         03 MOTIVO-T07ENCRE PIC X(15).
         03 FILLER PIC X(178).
         03 APROBACION-T07ENCRE PIC X(27).
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
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
             88 CAE-AUTORIZADO VALUE 'A'.
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07SNCRE.
         03 NROORDEN-CUOTA PIC 9(7).
         03 NROCUOTA-CUOTA PIC 9(2).
         03 IDCLIENTE-CUOTA PIC 9(5).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 IMPORTE-CUOTA PIC 9(7)V99.
         03 PAGADO-CUOTA PIC 9(7)V99.
        01 TABLA-CUOTAS.
        01 CREDITO-RESTANTE PIC 9(9)V99 VALUE 0.
        01 SALDO-CUOTA PIC 9(7)V99 VALUE 0.
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-CONTROL-PER PIC 9(8) VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 EOF-T07ENCRE PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EXISTE-CTACT PIC 9 VALUE 0.
        01 YA-ACREDITADA PIC 9 VALUE 0.
        01 FACTURA-SIN-CAE PIC 9 VALUE 0.
        01 VALIDO-T07ENCRE PIC 9 VALUE 1.
        01 TABLA-FACTURAS.
         03 FACTURA-OCU OCCURS 50 TIMES INDEXED BY IX-FACTURA.
        01 CANT-FACTURAS-TAB PIC 9(3) COMP VALUE 0.
        01 TOTAL-ACREDITADO PIC 9(9)V99 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-T07OPMAS.
         03 OPERADOR-OPMAS PIC X(8).
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 AUTORIZADO PIC 9 VALUE 0.
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 REGISTRO-T07APROB.
         03 PROGRAMA-APROB PIC X(8).
         03 FECHASOL-APROB PIC 9(8).
         03 HORASOL-APROB PIC 9(6).
         03 ITEM-APROB PIC 9(5).
         03 OPERADORSOL-APROB PIC X(8).
         03 ESTADO-APROB PIC X(1).
         03 APROBADOR-APROB PIC X(8).
         03 FECHAAPRO-APROB PIC 9(8).
         03 IMPORTE-APROB PIC 9(7)V99.
         03 REFERENCIA-APROB PIC X(15).
         03 TRANSACCION-APROB PIC X(240).
        01 REGISTRO-T07PAPRO.
         03 TOPENCRE-PAPRO PIC 9(7)V99.
         03 TOPEAJUS-PAPRO PIC 9(5).
         03 MERGE-PAPRO PIC X(1).
         03 TOPEDESC-PAPRO PIC 9(3)V99.
        01 MAGNITUD-APROB PIC 9(7)V99 VALUE 0.
        01 ITEM-RUN PIC 9(5) VALUE 0.
        01 EXISTE-APROB PIC 9 VALUE 0.
        01 PENDIENTE-APROB PIC 9 VALUE 0.
        01 APROB-INVALIDA PIC 9 VALUE 0.
        01 APROB-VIGENTE PIC 9 VALUE 0.
        01 CONTADOR-T07SNCRE PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PAPRO.
            READ T07PAPRO INTO REGISTRO-T07PAPRO
            AT END MOVE SPACES TO REGISTRO-T07PAPRO.
            CLOSE T07PAPRO.
            IF TOPENCRE-PAPRO NOT NUMERIC THEN
                MOVE 0 TO TOPENCRE-PAPRO.
            PERFORM CARGAR-PERIODOS.
            MOVE FECHAPROC-RUN TO FECHA-CONTROL-PER.
            PERFORM VERIFICAR-PERIODO.
            OPEN OUTPUT T07SNCRE.
            OPEN I-O T07CTACT.
            OPEN I-O T07CUOTA.
            OPEN I-O T07APROB.
            READ T07ENCRE INTO REGISTRO-T07ENCRE
            AT END MOVE 1 TO EOF-T07ENCRE.
            PERFORM NOTACRED-REGISTRO UNTIL EOF-T07ENCRE = 1.
            MOVE CONTADOR-T07SNCRE TO CANTIDAD-TOTAL.
            WRITE REG-T07SNCRE FROM REGISTRO-T07STOTAL.
            CLOSE T07ENCRE T07SNCRE T07CTACT T07CUOTA T07APROB.
            STOP RUN.
        NOTACRED-REGISTRO.
            PERFORM VALIDAR-T07ENCRE.
                WRITE REG-T07SNCRE FROM REGISTRO-T07SNCRE
                ADD 1 TO CONTADOR-T07SNCRE.
            IF PERIODO-CERRADO = 0 AND VALIDO-T07ENCRE = 1 AND
            YA-ACREDITADA = 0 AND CANT-FACTURAS-TAB = 0 AND
            FACTURA-SIN-CAE = 1 THEN
                MOVE 'FACTURA SIN CAE' TO RESULTADO-T07SNCRE
                WRITE REG-T07SNCRE FROM REGISTRO-T07SNCRE
                ADD 1 TO CONTADOR-T07SNCRE.
            IF PERIODO-CERRADO = 0 AND VALIDO-T07ENCRE = 1 AND
            YA-ACREDITADA = 0 AND CANT-FACTURAS-TAB = 0 AND
            FACTURA-SIN-CAE = 0 THEN
                MOVE 'SIN FACTURA' TO RESULTADO-T07SNCRE
                WRITE REG-T07SNCRE FROM REGISTRO-T07SNCRE
                ADD 1 TO CONTADOR-T07SNCRE.
            IF PERIODO-CERRADO = 0 AND VALIDO-T07ENCRE = 1 AND
            YA-ACREDITADA = 0 AND CANT-FACTURAS-TAB > 0 THEN
                PERFORM EVALUAR-APROBACION
                IF PENDIENTE-APROB = 1 THEN
                    MOVE TOTAL-ACREDITADO TO IMPORTE-T07SNCRE
                    MOVE 'PEND APROBACION' TO RESULTADO-T07SNCRE
                    WRITE REG-T07SNCRE FROM REGISTRO-T07SNCRE
                    ADD 1 TO CONTADOR-T07SNCRE
                END-IF
                IF APROB-INVALIDA = 1 THEN
                    MOVE 'APROB INVALIDA' TO RESULTADO-T07SNCRE
                    WRITE REG-T07SNCRE FROM REGISTRO-T07SNCRE
                    ADD 1 TO CONTADOR-T07SNCRE
                END-IF
                IF PENDIENTE-APROB = 0 AND APROB-INVALIDA = 0 THEN
                    PERFORM EMITIR-CREDITO
                END-IF
                IF APROB-VIGENTE = 1 THEN
                    PERFORM CONSUMIR-APROBACION
                END-IF
            END-IF.
            READ T07ENCRE INTO REGISTRO-T07ENCRE
            AT END MOVE 1 TO EOF-T07ENCRE.
        RELEVAR-FACTURAS.
            MOVE 0 TO CANT-FACTURAS-TAB.
            MOVE 0 TO YA-ACREDITADA.
            MOVE 0 TO FACTURA-SIN-CAE.
            MOVE 0 TO TOTAL-ACREDITADO.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            NROORDEN-FACTU = NROORDEN-T07ENCRE THEN
                IF TIPODOC-FACTU = 'C' THEN
                    MOVE 1 TO YA-ACREDITADA
                END-IF
                IF TIPODOC-FACTU NOT = 'C' AND
                TIPODOC-FACTU NOT = 'D' THEN
                    IF NOT CAE-AUTORIZADO THEN
                        MOVE 1 TO FACTURA-SIN-CAE
                    END-IF
                    IF CAE-AUTORIZADO AND CANT-FACTURAS-TAB < 50 THEN
                        ADD 1 TO CANT-FACTURAS-TAB
                        MOVE REGISTRO-T07FACTU
                        TO IMAGEN-FACTU-TAB (CANT-FACTURAS-TAB)
            MOVE 'C' TO TIPODOC-FACTU.
            MOVE FECHAPROC-RUN TO FECHAPROC-FACTU.
            MOVE FECHAPROC-RUN TO FECHAEGRESO-FACTU.
            MOVE 0 TO CAE-FACTU.
            MOVE 0 TO VTOCAE-FACTU.
            MOVE SPACE TO ESTADOCAE-FACTU.
            WRITE REG-T07FACTU FROM REGISTRO-T07FACTU.
            MOVE 'C' TO TIPO-JORNL.
            MOVE NROORDEN-FACTU TO NROORDEN-JORNL.
            IF EOF-T07PERCT = 0 AND ESTADO-PERCT = 'C' AND
            CANT-PERIODOS-TAB < 100 THEN
                ADD 1 TO CANT-PERIODOS-TAB
                MOVE AAAAMM-PERCT
                TO AAAAMM-CERRADO-TAB (CANT-PERIODOS-TAB).
        VERIFICAR-PERIODO.
            MOVE 0 TO PERIODO-CERRADO.
            MOVE FECHA-CONTROL-PER TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
        GRABAR-JORNAL.
            OPEN EXTEND T07JORNL.
            MOVE HORAPROC-RUN TO HORAPROC-JORNL.
            WRITE REG-T07JORNL FROM REGISTRO-T07JORNL.
            CLOSE T07JORNL.
        EVALUAR-APROBACION.
            MOVE 0 TO PENDIENTE-APROB.
            MOVE 0 TO APROB-INVALIDA.
            MOVE 0 TO APROB-VIGENTE.
            MOVE TOTAL-ACREDITADO TO MAGNITUD-APROB.
            IF APROBACION-T07ENCRE = SPACES OR
            APROBACION-T07ENCRE = LOW-VALUES THEN
                IF MAGNITUD-APROB > TOPENCRE-PAPRO THEN
                    PERFORM SOLICITAR-APROBACION
                END-IF
            ELSE
                PERFORM VERIFICAR-APROBACION
            END-IF.
        SOLICITAR-APROBACION.
            ADD 1 TO ITEM-RUN.
            MOVE 'NOTACRED' TO PROGRAMA-APROB.
            MOVE FECHAPROC-RUN TO FECHASOL-APROB.
            MOVE HORAPROC-RUN TO HORASOL-APROB.
            MOVE ITEM-RUN TO ITEM-APROB.
            MOVE OPERADOR-RUN TO OPERADORSOL-APROB.
            MOVE 'P' TO ESTADO-APROB.
            MOVE SPACES TO APROBADOR-APROB.
            MOVE 0 TO FECHAAPRO-APROB.
            MOVE MAGNITUD-APROB TO IMPORTE-APROB.
            MOVE NROORDEN-T07ENCRE TO REFERENCIA-APROB.
            MOVE REGISTRO-T07ENCRE TO TRANSACCION-APROB.
            WRITE REG-T07APROB FROM REGISTRO-T07APROB
                INVALID KEY MOVE 1 TO APROB-INVALIDA
            END-WRITE.
            IF APROB-INVALIDA = 0 THEN
                MOVE 1 TO PENDIENTE-APROB.
        VERIFICAR-APROBACION.
            MOVE 0 TO EXISTE-APROB.
            MOVE APROBACION-T07ENCRE TO CLAVE-APROB.
            MOVE SPACES TO APROBACION-T07ENCRE.
            READ T07APROB INTO REGISTRO-T07APROB
                INVALID KEY MOVE 0 TO EXISTE-APROB
                NOT INVALID KEY MOVE 1 TO EXISTE-APROB
            END-READ.
            IF EXISTE-APROB = 1 AND ESTADO-APROB = 'A' AND
            PROGRAMA-APROB = 'NOTACRED' AND
            TRANSACCION-APROB = REGISTRO-T07ENCRE AND
            IMPORTE-APROB >= MAGNITUD-APROB THEN
                MOVE 1 TO APROB-VIGENTE
            ELSE
                MOVE 1 TO APROB-INVALIDA
            END-IF.
        CONSUMIR-APROBACION.
            MOVE 'U' TO ESTADO-APROB.
            REWRITE REG-T07APROB FROM REGISTRO-T07APROB.
        VALIDAR-T07ENCRE.
            MOVE 1 TO VALIDO-T07ENCRE.
            IF NROORDEN-T07ENCRE NOT NUMERIC THEN
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07PAPRO DD DSN=KC03BAB.CATALOGO.PARM(T07PAPRO),DISP=SHR
