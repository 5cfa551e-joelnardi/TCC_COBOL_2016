                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTASE.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07CHEQU ASSIGN TO T07CHEQU
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CHEQU.
            SELECT T07COBRO ASSIGN TO T07COBRO.
        DATA DIVISION.
        FILE SECTION.
        FD T07FACTU
         03 FILLER PIC X(70).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07CHEQU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CHEQU.
         03 CLAVE-CHEQU.
             05 IDBANCO-CLAVE-CHEQU PIC 9(3).
             05 NROCHEQUE-CLAVE-CHEQU PIC 9(8).
         03 FILLER PIC X(69).
        FD T07COBRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07COBRO PIC X(40).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
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
         03 SINIESTRO-FACTU PIC X(12).
        01 REGISTRO-T07EPAGO.
         03 NROORDEN-T07EPAGO PIC 9(7).
         03 FECHAPAGO-T07EPAGO PIC 9(8).
         03 IMPORTE-T07EPAGO PIC 9(7)V99.
         03 MEDIO-T07EPAGO PIC X(1).
             88 MEDIO-EFECTIVO VALUE 'E'.
             88 MEDIO-TARJETA VALUE 'T'.
             88 MEDIO-CHEQUE VALUE 'C'.
             88 MEDIO-BANCO VALUE 'B'.
         03 IDBANCO-T07EPAGO PIC 9(3).
         03 NROCHEQUE-T07EPAGO PIC 9(8).
         03 CUITLIBRADOR-T07EPAGO PIC X(13).
         03 FECHACHEQUE-T07EPAGO PIC 9(8).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07SPAGO.
         03 NROORDEN-T07SPAGO PIC 9(7).
         03 FECHAPAGO-T07SPAGO PIC 9(8).
         03 IMPORTE-T07SPAGO PIC 9(7)V99.
         03 MEDIO-T07SPAGO PIC X(1).
         03 RESULTADO-T07SPAGO PIC X(15).
         03 NROORDEN-CUOTA PIC 9(7).
         03 NROCUOTA-CUOTA PIC 9(2).
         03 IDCLIENTE-CUOTA PIC 9(5).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 IMPORTE-CUOTA PIC 9(7)V99.
         03 PAGADO-CUOTA PIC 9(7)V99.
        01 REGISTRO-T07CTASE.
         03 NROORDEN-CTASE PIC 9(7).
         03 SINIESTRO-CTASE PIC X(12).
         03 IDCLIENTE-CTASE PIC 9(5).
         03 FECHAFACT-CTASE PIC 9(8).
         03 IMPORTE-CTASE PIC 9(7)V99.
         03 PAGADO-CTASE PIC 9(7)V99.
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
         03 IDPROVEEDOR-CHEQU PIC 9(3).
         03 FECHAESTADO-CHEQU PIC 9(8).
        01 REGISTRO-T07COBRO.
         03 NROORDEN-COBRO PIC 9(7).
         03 FECHAPAGO-COBRO PIC 9(8).
         03 IMPORTE-COBRO PIC 9(7)V99.
         03 MEDIO-COBRO PIC X(1).
         03 CUENTA-COBRO PIC X(1).
         03 FECHAPROC-COBRO PIC 9(8).
         03 FILLER PIC X(6) VALUE SPACES.
        01 FECHAPROC-RUN PIC 9(8).
        01 EXISTE-CHEQU PIC 9 VALUE 0.
        01 EXISTE-CTASE PIC 9 VALUE 0.
        01 EXISTE-CTASE-PAGO PIC 9 VALUE 0.
        01 EOF-T07CTASE PIC 9 VALUE 0.
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
        01 EOF-T07CUOTA PIC 9 VALUE 0.
        01 REMANENTE-PAGO PIC 9(9)V99 VALUE 0.
        01 SALDO-CUOTA PIC 9(7)V99 VALUE 0.
        01 EOF-T07EPAGO PIC 9 VALUE 0.
        01 EXISTE-CTACT PIC 9 VALUE 0.
        01 NROORDEN-ANTERIOR PIC 9(7) VALUE 0.
        01 NROORDEN-FLOTA-CTA PIC 9(7) VALUE 0.
        01 SUCFACT-FLOTA-ANT PIC 9(2) VALUE 0.
        01 NROFACT-FLOTA-ANT PIC 9(8) VALUE 0.
        01 VALIDO-T07EPAGO PIC 9 VALUE 1.
        01 CONTADOR-T07SPAGO PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            OPEN I-O T07CUOTA.
            OPEN I-O T07CTASE.
            OPEN OUTPUT T07SPAGO.
            OPEN I-O T07CHEQU.
            OPEN EXTEND T07COBRO.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            PERFORM CARGAR-PERIODOS.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            MOVE CONTADOR-T07SPAGO TO CANTIDAD-TOTAL.
            WRITE REG-T07SPAGO FROM REGISTRO-T07STOTAL.
            CLOSE T07FACTU T07EPAGO T07CTACT T07CUOTA T07CTASE
                T07SPAGO T07CHEQU T07COBRO.
            STOP RUN.
        INCORPORAR-FACTURA.
            IF TIPODOC-FACTU = 'C' THEN
                PERFORM INCORPORAR-CREDITO
            ELSE
                IF TIPODOC-FACTU = 'D' THEN
                    PERFORM INCORPORAR-DEBITO
                ELSE
                    IF TIPODOC-FACTU = 'M' THEN
                        PERFORM INCORPORAR-FLOTA
                    ELSE
                        IF ASEGURADORA-FACTU NUMERIC AND
                        ASEGURADORA-FACTU > 0 THEN
                            PERFORM INCORPORAR-ASEGURADORA
                        ELSE
                            PERFORM INCORPORAR-UNA-FACTURA
                        END-IF
                    END-IF
                END-IF
            END-IF.
        INCORPORAR-CREDITO.
                    MOVE 0 TO IMPORTE-CTACT
                END-IF
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT.
        INCORPORAR-DEBITO.
            IF ASEGURADORA-FACTU NUMERIC AND
            ASEGURADORA-FACTU > 0 THEN
                PERFORM DEBITAR-CTASE
            ELSE
                PERFORM DEBITAR-CTACT
            END-IF.
            PERFORM LEER-PROXIMA-FACTURA.
        DEBITAR-CTACT.
            MOVE 0 TO EXISTE-CTACT.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-CTACT.
            READ T07CTACT INTO REGISTRO-T07CTACT
                INVALID KEY MOVE 0 TO EXISTE-CTACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
            END-READ.
            IF EXISTE-CTACT = 1 THEN
                ADD BRUTO-FACTU TO IMPORTE-CTACT
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT.
        DEBITAR-CTASE.
            MOVE 0 TO EXISTE-CTASE.
            MOVE ASEGURADORA-FACTU TO IDASEGURADORA-CLAVE-CTASE.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-CTASE.
            READ T07CTASE INTO REGISTRO-T07CTASE
                INVALID KEY MOVE 0 TO EXISTE-CTASE
                NOT INVALID KEY MOVE 1 TO EXISTE-CTASE
            END-READ.
            IF EXISTE-CTASE = 1 THEN
                ADD BRUTO-FACTU TO IMPORTE-CTASE
                REWRITE REG-T07CTASE FROM REGISTRO-T07CTASE.
        ACREDITAR-CTASE.
            MOVE 0 TO EXISTE-CTASE.
            MOVE ASEGURADORA-FACTU TO IDASEGURADORA-CLAVE-CTASE.
            END-IF.
            MOVE NROORDEN-FACTU TO NROORDEN-ANTERIOR.
            PERFORM LEER-PROXIMA-FACTURA.
        INCORPORAR-FLOTA.
            IF SUCFACT-FACTU NOT = SUCFACT-FLOTA-ANT OR
            NROFACT-FACTU NOT = NROFACT-FLOTA-ANT THEN
                MOVE NROORDEN-FACTU TO NROORDEN-FLOTA-CTA
                MOVE SUCFACT-FACTU TO SUCFACT-FLOTA-ANT
                MOVE NROFACT-FACTU TO NROFACT-FLOTA-ANT
                MOVE 0 TO EXISTE-CTACT
                MOVE NROORDEN-FLOTA-CTA TO NROORDEN-CLAVE-CTACT
                READ T07CTACT INTO REGISTRO-T07CTACT
                    INVALID KEY MOVE 0 TO EXISTE-CTACT
                    NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
                END-READ
                IF EXISTE-CTACT = 0 THEN
                    MOVE NROORDEN-FLOTA-CTA TO NROORDEN-CTACT
                    MOVE 0 TO IDCLIENTE-CTACT
                    MOVE FECHAEGRESO-FACTU TO FECHAFACT-CTACT
                    MOVE BRUTO-FACTU TO IMPORTE-CTACT
                    MOVE 0 TO PAGADO-CTACT
                    WRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                ELSE
                    MOVE 0 TO IDCLIENTE-CTACT
                    MOVE BRUTO-FACTU TO IMPORTE-CTACT
                    REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                END-IF
            ELSE
                MOVE 0 TO EXISTE-CTACT
                MOVE NROORDEN-FLOTA-CTA TO NROORDEN-CLAVE-CTACT
                READ T07CTACT INTO REGISTRO-T07CTACT
                    INVALID KEY MOVE 0 TO EXISTE-CTACT
                    NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
                END-READ
                IF EXISTE-CTACT = 1 THEN
                    ADD BRUTO-FACTU TO IMPORTE-CTACT
                    REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                END-IF
            END-IF.
            MOVE NROORDEN-FACTU TO NROORDEN-ANTERIOR.
            PERFORM LEER-PROXIMA-FACTURA.
        LEER-PROXIMA-FACTURA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            AND EXISTE-CTACT = 0 AND EXISTE-CTASE-PAGO = 1 THEN
                ADD IMPORTE-T07EPAGO TO PAGADO-CTASE
                REWRITE REG-T07CTASE FROM REGISTRO-T07CTASE
                IF MEDIO-CHEQUE THEN
                    MOVE 'A' TO CUENTA-CHEQU
                    MOVE IDASEGURADORA-CTASE TO IDASEGURADORA-CHEQU
                    MOVE IDCLIENTE-CTASE TO IDCLIENTE-CHEQU
                    PERFORM REGISTRAR-CHEQUE
                END-IF
                MOVE 'A' TO CUENTA-COBRO
                PERFORM REGISTRAR-COBRO
                MOVE NROORDEN-T07EPAGO TO NROORDEN-T07SPAGO
                MOVE FECHAPAGO-T07EPAGO TO FECHAPAGO-T07SPAGO
                MOVE IMPORTE-T07EPAGO TO IMPORTE-T07SPAGO
                ADD IMPORTE-T07EPAGO TO PAGADO-CTACT
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                PERFORM APLICAR-CUOTAS
                IF MEDIO-CHEQUE THEN
                    MOVE 'C' TO CUENTA-CHEQU
                    MOVE 0 TO IDASEGURADORA-CHEQU
                    MOVE IDCLIENTE-CTACT TO IDCLIENTE-CHEQU
                    PERFORM REGISTRAR-CHEQUE
                END-IF
                MOVE 'C' TO CUENTA-COBRO
                PERFORM REGISTRAR-COBRO
                MOVE NROORDEN-T07EPAGO TO NROORDEN-T07SPAGO
                MOVE FECHAPAGO-T07EPAGO TO FECHAPAGO-T07SPAGO
                MOVE IMPORTE-T07EPAGO TO IMPORTE-T07SPAGO
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
        APLICAR-CUOTAS.
            MOVE IMPORTE-T07EPAGO TO REMANENTE-PAGO.
            IF EOF-T07CTASE = 0 AND
            NROORDEN-CTASE = NROORDEN-T07EPAGO THEN
                MOVE 1 TO EXISTE-CTASE-PAGO.
        REGISTRAR-CHEQUE.
            MOVE IDBANCO-T07EPAGO TO IDBANCO-CHEQU.
            MOVE NROCHEQUE-T07EPAGO TO NROCHEQUE-CHEQU.
            MOVE CUITLIBRADOR-T07EPAGO TO CUITLIBRADOR-CHEQU.
            MOVE IMPORTE-T07EPAGO TO IMPORTE-CHEQU.
            MOVE FECHACHEQUE-T07EPAGO TO FECHACHEQUE-CHEQU.
            MOVE FECHAPAGO-T07EPAGO TO FECHARECIBO-CHEQU.
            MOVE NROORDEN-T07EPAGO TO NROORDEN-CHEQU.
            MOVE 'C' TO ESTADO-CHEQU.
            MOVE 0 TO IDPROVEEDOR-CHEQU.
            MOVE FECHAPAGO-T07EPAGO TO FECHAESTADO-CHEQU.
            WRITE REG-T07CHEQU FROM REGISTRO-T07CHEQU.
        REGISTRAR-COBRO.
            MOVE NROORDEN-T07EPAGO TO NROORDEN-COBRO.
            MOVE FECHAPAGO-T07EPAGO TO FECHAPAGO-COBRO.
            MOVE IMPORTE-T07EPAGO TO IMPORTE-COBRO.
            MOVE MEDIO-T07EPAGO TO MEDIO-COBRO.
            MOVE FECHAPROC-RUN TO FECHAPROC-COBRO.
            WRITE REG-T07COBRO FROM REGISTRO-T07COBRO.
        BUSCAR-CHEQUE.
            MOVE 0 TO EXISTE-CHEQU.
            MOVE IDBANCO-T07EPAGO TO IDBANCO-CLAVE-CHEQU.
            MOVE NROCHEQUE-T07EPAGO TO NROCHEQUE-CLAVE-CHEQU.
            READ T07CHEQU
                INVALID KEY MOVE 0 TO EXISTE-CHEQU
                NOT INVALID KEY MOVE 1 TO EXISTE-CHEQU
            END-READ.
        BUSCAR-CTACT.
            MOVE 0 TO EXISTE-CTACT.
            MOVE NROORDEN-T07EPAGO TO NROORDEN-CLAVE-CTACT.
            IF NOT MEDIO-EFECTIVO AND NOT MEDIO-TARJETA
                AND NOT MEDIO-CHEQUE AND NOT MEDIO-BANCO THEN
                MOVE 0 TO VALIDO-T07EPAGO.
            IF MEDIO-CHEQUE AND IDBANCO-T07EPAGO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EPAGO.
            IF MEDIO-CHEQUE AND NROCHEQUE-T07EPAGO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EPAGO.
            IF MEDIO-CHEQUE AND FECHACHEQUE-T07EPAGO NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EPAGO.
            IF MEDIO-CHEQUE AND VALIDO-T07EPAGO = 1 THEN
                PERFORM BUSCAR-CHEQUE
                IF EXISTE-CHEQU = 1 THEN
                    MOVE 0 TO VALIDO-T07EPAGO
                END-IF
            END-IF.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
//GO.T07CTASE DD DSN=KC03BAB.CATALOGO.CTASE,DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07CHEQU DD DSN=KC03BAB.CATALOGO.CHEQU,DISP=SHR
//GO.T07COBRO DD DSN=KC03BAB.CATALOGO.COBRO,DISP=MOD
