                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTAPR.
            SELECT T07SPPRO ASSIGN TO T07SPPRO.
            SELECT T07PROVE ASSIGN TO T07PROVE.
            SELECT T07ACRET ASSIGN TO T07ACRET
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-ACRET.
            SELECT T07RETEN ASSIGN TO T07RETEN.
            SELECT T07PRETE ASSIGN TO T07PRETE.
            SELECT T07PNCER ASSIGN TO T07PNCER.
            SELECT T07SCERT ASSIGN TO T07SCERT.
        DATA DIVISION.
        FILE SECTION.
        FD T07EPPRO
        FD T07SPPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SPPRO PIC X(126).
        FD T07PROVE
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PROVE PIC X(240).
        FD T07ACRET
            LABEL RECORDS ARE STANDARD.
        01 REG-T07ACRET.
         03 CLAVE-ACRET.
             05 IDPROVEEDOR-CLAVE-ACRET PIC 9(3).
             05 AAAAMM-CLAVE-ACRET PIC 9(6).
         03 FILLER PIC X(71).
        FD T07RETEN
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RETEN PIC X(80).
        FD T07PRETE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PRETE PIC X(18).
        FD T07PNCER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PNCER PIC 9(8).
        FD T07SCERT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCERT PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EPPRO.
         03 IDPROVEEDOR-T07EPPRO PIC 9(3).
         03 NROFACTURA-T07EPPRO PIC X(12).
         03 FECHAPAGO-T07EPPRO PIC 9(8).
         03 IMPORTE-T07EPPRO PIC 9(7)V99.
         03 MEDIO-T07EPPRO PIC X(1).
             88 MEDIO-EFECTIVO VALUE 'E'.
         03 IDPROVEEDOR-CTAPR PIC 9(3).
         03 NROFACTURA-CTAPR PIC X(12).
         03 NROPEDIDO-CTAPR PIC 9(5).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 IMPORTE-CTAPR PIC 9(7)V99.
         03 PAGADO-CTAPR PIC 9(7)V99.
        01 REGISTRO-T07SPPRO.
         03 FILLER PIC X(1) VALUE '|'.
         03 NROFACTURA-T07SPPRO PIC X(12).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPAGO-T07SPPRO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SPPRO PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MEDIO-T07SPPRO PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SPPRO PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 RETGAN-T07SPPRO PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 RETIIBB-T07SPPRO PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-T07SPPRO PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 NROCERT-T07SPPRO PIC 9(8).
        01 REGISTRO-T07PROVE.
         03 IDPROVEEDOR-PROVE PIC 9(3).
         03 NOMBRE-PROVE PIC X(30).
         03 CUIT-PROVE PIC X(13).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
         03 CONDGAN-PROVE PIC X(1).
         03 TASAGAN-PROVE PIC 9(2)V99.
         03 CONDIIBB-PROVE PIC X(1).
         03 TASAIIBB-PROVE PIC 9(2)V99.
        01 REGISTRO-T07ACRET.
         03 IDPROVEEDOR-ACRET PIC 9(3).
         03 AAAAMM-ACRET PIC 9(6).
         03 PAGOS-ACRET PIC 9(9)V99.
         03 RETGAN-ACRET PIC 9(9)V99.
         03 RETIIBB-ACRET PIC 9(9)V99.
        01 REGISTRO-T07RETEN.
         03 NROCERT-RETEN PIC 9(8).
         03 TIPO-RETEN PIC X(1).
         03 IDPROVEEDOR-RETEN PIC 9(3).
         03 CUIT-RETEN PIC X(13).
         03 NROFACTURA-RETEN PIC X(12).
         03 FECHAPAGO-RETEN PIC 9(8).
         03 IMPORTEPAGO-RETEN PIC 9(7)V99.
         03 BASE-RETEN PIC 9(9)V99.
         03 TASA-RETEN PIC 9(2)V99.
         03 RETENIDO-RETEN PIC 9(7)V99.
        01 REGISTRO-T07PRETE.
         03 MINIMOGAN-PRETE PIC 9(7)V99.
         03 MINIMOIIBB-PRETE PIC 9(7)V99.
        01 CERT-ENCABEZADO.
         03 FILLER PIC X(29) VALUE 'CERTIFICADO DE RETENCION NRO|'.
         03 NROCERT-CERT PIC 9(8).
         03 FILLER PIC X(7) VALUE '|FECHA|'.
         03 FECHAPAGO-CERT PIC 9(8).
        01 CERT-PROVEEDOR.
         03 FILLER PIC X(10) VALUE 'PROVEEDOR|'.
         03 IDPROVEEDOR-CERT PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 NOMBRE-CERT PIC X(30).
         03 FILLER PIC X(6) VALUE '|CUIT|'.
         03 CUIT-CERT PIC X(13).
        01 CERT-FACTURA.
         03 FILLER PIC X(8) VALUE 'FACTURA|'.
         03 NROFACTURA-CERT PIC X(12).
         03 FILLER PIC X(14) VALUE '|IMPORTE PAGO|'.
         03 IMPORTE-CERT PIC ZZZZZZ9.99.
        01 CERT-DETALLE.
         03 IMPUESTO-CERT PIC X(10).
         03 FILLER PIC X(6) VALUE '|BASE|'.
         03 BASE-CERT PIC ZZZZZZZZ9.99.
         03 FILLER PIC X(10) VALUE '|ALICUOTA|'.
         03 TASA-CERT PIC Z9.99.
         03 FILLER PIC X(10) VALUE '|RETENIDO|'.
         03 RETENIDO-CERT PIC ZZZZZZ9.99.
        01 CERT-NETO.
         03 FILLER PIC X(12) VALUE 'NETO PAGADO|'.
         03 NETO-CERT PIC ZZZZZZ9.99.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 FECHA-DESGLOSE-PAGO.
         03 FECHA-AAAA-PAGO PIC 9(4).
         03 FECHA-MM-PAGO PIC 9(2).
         03 FECHA-DD-PAGO PIC 9(2).
        01 AAAAMM-PAGO PIC 9(6).
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
        01 EXISTE-ACRET PIC 9 VALUE 0.
        01 ULTIMO-CERT PIC 9(8) VALUE 0.
        01 NROCERT-ASIGNADO PIC 9(8) VALUE 0.
        01 MINIMO-GAN PIC 9(7)V99 VALUE 0.
        01 MINIMO-IIBB PIC 9(7)V99 VALUE 0.
        01 TASA-GAN PIC 9(2)V99 VALUE 0.
        01 TASA-IIBB PIC 9(2)V99 VALUE 0.
        01 BASE-GAN PIC S9(9)V99 VALUE 0.
        01 BASE-IIBB PIC S9(9)V99 VALUE 0.
        01 RET-GAN PIC S9(9)V99 VALUE 0.
        01 RET-IIBB PIC S9(9)V99 VALUE 0.
        01 NETO-PAGO PIC S9(9)V99 VALUE 0.
        01 EOF-T07EPPRO PIC 9 VALUE 0.
        01 EXISTE-CTAPR PIC 9 VALUE 0.
        01 VALIDO-T07EPPRO PIC 9 VALUE 1.
            OPEN INPUT T07EPPRO.
            OPEN I-O T07CTAPR.
            OPEN OUTPUT T07SPPRO.
            OPEN I-O T07ACRET.
            OPEN EXTEND T07RETEN.
            OPEN OUTPUT T07SCERT.
            OPEN INPUT T07PRETE.
            READ T07PRETE INTO REGISTRO-T07PRETE
            AT END MOVE SPACES TO REGISTRO-T07PRETE.
            CLOSE T07PRETE.
            IF MINIMOGAN-PRETE NUMERIC THEN
                MOVE MINIMOGAN-PRETE TO MINIMO-GAN.
            IF MINIMOIIBB-PRETE NUMERIC THEN
                MOVE MINIMOIIBB-PRETE TO MINIMO-IIBB.
            OPEN INPUT T07PNCER.
            READ T07PNCER INTO ULTIMO-CERT
            AT END MOVE 0 TO ULTIMO-CERT.
            CLOSE T07PNCER.
            IF ULTIMO-CERT NOT NUMERIC THEN
                MOVE 0 TO ULTIMO-CERT.
            READ T07EPPRO INTO REGISTRO-T07EPPRO
            AT END MOVE 1 TO EOF-T07EPPRO.
            PERFORM APLICAR-PAGO UNTIL EOF-T07EPPRO = 1.
            MOVE CONTADOR-T07SPPRO TO CANTIDAD-TOTAL.
            WRITE REG-T07SPPRO FROM REGISTRO-T07STOTAL.
            CLOSE T07EPPRO T07CTAPR T07SPPRO T07ACRET T07RETEN
                T07SCERT.
            OPEN OUTPUT T07PNCER.
            WRITE REG-T07PNCER FROM ULTIMO-CERT.
            CLOSE T07PNCER.
            STOP RUN.
        APLICAR-PAGO.
            PERFORM VALIDAR-T07EPPRO.
            MOVE FECHAPAGO-T07EPPRO TO FECHAPAGO-T07SPPRO.
            MOVE IMPORTE-T07EPPRO TO IMPORTE-T07SPPRO.
            MOVE MEDIO-T07EPPRO TO MEDIO-T07SPPRO.
            MOVE 0 TO RETGAN-T07SPPRO.
            MOVE 0 TO RETIIBB-T07SPPRO.
            MOVE 0 TO NETO-T07SPPRO.
            MOVE 0 TO NROCERT-T07SPPRO.
            IF VALIDO-T07EPPRO = 0 THEN
                MOVE 'RECHAZADO' TO RESULTADO-T07SPPRO
                WRITE REG-T07SPPRO FROM REGISTRO-T07SPPRO
            IF VALIDO-T07EPPRO = 1 AND EXISTE-CTAPR = 1 THEN
                ADD IMPORTE-T07EPPRO TO PAGADO-CTAPR
                REWRITE REG-T07CTAPR FROM REGISTRO-T07CTAPR
                PERFORM CALCULAR-RETENCIONES
                MOVE RET-GAN TO RETGAN-T07SPPRO
                MOVE RET-IIBB TO RETIIBB-T07SPPRO
                MOVE NETO-PAGO TO NETO-T07SPPRO
                MOVE NROCERT-ASIGNADO TO NROCERT-T07SPPRO
                MOVE 'APLICADO' TO RESULTADO-T07SPPRO
                WRITE REG-T07SPPRO FROM REGISTRO-T07SPPRO
                ADD 1 TO CONTADOR-T07SPPRO.
            READ T07EPPRO INTO REGISTRO-T07EPPRO
            AT END MOVE 1 TO EOF-T07EPPRO.
        CALCULAR-RETENCIONES.
            MOVE 0 TO RET-GAN.
            MOVE 0 TO RET-IIBB.
            MOVE 0 TO BASE-GAN.
            MOVE 0 TO BASE-IIBB.
            MOVE 0 TO NROCERT-ASIGNADO.
            PERFORM BUSCAR-PROVEEDOR.
            MOVE 0 TO TASA-GAN.
            MOVE 0 TO TASA-IIBB.
            IF EXISTE-PROVE = 1 AND CONDGAN-PROVE NOT = 'E' AND
            TASAGAN-PROVE NUMERIC THEN
                MOVE TASAGAN-PROVE TO TASA-GAN.
            IF EXISTE-PROVE = 1 AND CONDIIBB-PROVE NOT = 'E' AND
            TASAIIBB-PROVE NUMERIC THEN
                MOVE TASAIIBB-PROVE TO TASA-IIBB.
            MOVE FECHAPAGO-T07EPPRO TO FECHA-DESGLOSE-PAGO.
            COMPUTE AAAAMM-PAGO = FECHA-AAAA-PAGO * 100 + FECHA-MM-PAGO.
            PERFORM BUSCAR-ACUMULADO.
            IF TASA-GAN > 0 THEN
                COMPUTE BASE-GAN = PAGOS-ACRET + IMPORTE-T07EPPRO
                    - MINIMO-GAN
                IF BASE-GAN < 0 THEN
                    MOVE 0 TO BASE-GAN
                END-IF
                COMPUTE RET-GAN ROUNDED = BASE-GAN * TASA-GAN / 100
                    - RETGAN-ACRET
                IF RET-GAN < 0 THEN
                    MOVE 0 TO RET-GAN
                END-IF
            END-IF.
            IF TASA-IIBB > 0 THEN
                COMPUTE BASE-IIBB = PAGOS-ACRET + IMPORTE-T07EPPRO
                    - MINIMO-IIBB
                IF BASE-IIBB < 0 THEN
                    MOVE 0 TO BASE-IIBB
                END-IF
                COMPUTE RET-IIBB ROUNDED = BASE-IIBB * TASA-IIBB / 100
                    - RETIIBB-ACRET
                IF RET-IIBB < 0 THEN
                    MOVE 0 TO RET-IIBB
                END-IF
            END-IF.
            IF RET-GAN > IMPORTE-T07EPPRO THEN
                MOVE IMPORTE-T07EPPRO TO RET-GAN.
            IF RET-GAN + RET-IIBB > IMPORTE-T07EPPRO THEN
                COMPUTE RET-IIBB = IMPORTE-T07EPPRO - RET-GAN.
            COMPUTE NETO-PAGO = IMPORTE-T07EPPRO - RET-GAN - RET-IIBB.
            ADD IMPORTE-T07EPPRO TO PAGOS-ACRET.
            ADD RET-GAN TO RETGAN-ACRET.
            ADD RET-IIBB TO RETIIBB-ACRET.
            IF EXISTE-ACRET = 1 THEN
                REWRITE REG-T07ACRET FROM REGISTRO-T07ACRET
            ELSE
                WRITE REG-T07ACRET FROM REGISTRO-T07ACRET
            END-IF.
            IF RET-GAN > 0 OR RET-IIBB > 0 THEN
                PERFORM EMITIR-CERTIFICADO.
        BUSCAR-ACUMULADO.
            MOVE 0 TO EXISTE-ACRET.
            MOVE IDPROVEEDOR-T07EPPRO TO IDPROVEEDOR-CLAVE-ACRET.
            MOVE AAAAMM-PAGO TO AAAAMM-CLAVE-ACRET.
            READ T07ACRET INTO REGISTRO-T07ACRET
                INVALID KEY MOVE 0 TO EXISTE-ACRET
                NOT INVALID KEY MOVE 1 TO EXISTE-ACRET
            END-READ.
            IF EXISTE-ACRET = 0 THEN
                MOVE IDPROVEEDOR-T07EPPRO TO IDPROVEEDOR-ACRET
                MOVE AAAAMM-PAGO TO AAAAMM-ACRET
                MOVE 0 TO PAGOS-ACRET
                MOVE 0 TO RETGAN-ACRET
                MOVE 0 TO RETIIBB-ACRET
            END-IF.
        EMITIR-CERTIFICADO.
            ADD 1 TO ULTIMO-CERT.
            MOVE ULTIMO-CERT TO NROCERT-ASIGNADO.
            MOVE NROCERT-ASIGNADO TO NROCERT-CERT.
            MOVE FECHAPAGO-T07EPPRO TO FECHAPAGO-CERT.
            WRITE REG-T07SCERT FROM CERT-ENCABEZADO.
            MOVE IDPROVEEDOR-T07EPPRO TO IDPROVEEDOR-CERT.
            IF EXISTE-PROVE = 1 THEN
                MOVE NOMBRE-PROVE TO NOMBRE-CERT
                MOVE CUIT-PROVE TO CUIT-CERT
            ELSE
                MOVE SPACES TO NOMBRE-CERT
                MOVE SPACES TO CUIT-CERT
            END-IF.
            WRITE REG-T07SCERT FROM CERT-PROVEEDOR.
            MOVE NROFACTURA-T07EPPRO TO NROFACTURA-CERT.
            MOVE IMPORTE-T07EPPRO TO IMPORTE-CERT.
            WRITE REG-T07SCERT FROM CERT-FACTURA.
            MOVE NROCERT-ASIGNADO TO NROCERT-RETEN.
            MOVE IDPROVEEDOR-T07EPPRO TO IDPROVEEDOR-RETEN.
            MOVE CUIT-CERT TO CUIT-RETEN.
            MOVE NROFACTURA-T07EPPRO TO NROFACTURA-RETEN.
            MOVE FECHAPAGO-T07EPPRO TO FECHAPAGO-RETEN.
            MOVE IMPORTE-T07EPPRO TO IMPORTEPAGO-RETEN.
            IF RET-GAN > 0 THEN
                MOVE 'GANANCIAS ' TO IMPUESTO-CERT
                MOVE BASE-GAN TO BASE-CERT
                MOVE TASA-GAN TO TASA-CERT
                MOVE RET-GAN TO RETENIDO-CERT
                WRITE REG-T07SCERT FROM CERT-DETALLE
                MOVE 'G' TO TIPO-RETEN
                MOVE BASE-GAN TO BASE-RETEN
                MOVE TASA-GAN TO TASA-RETEN
                MOVE RET-GAN TO RETENIDO-RETEN
                WRITE REG-T07RETEN FROM REGISTRO-T07RETEN
            END-IF.
            IF RET-IIBB > 0 THEN
                MOVE 'IIBB      ' TO IMPUESTO-CERT
                MOVE BASE-IIBB TO BASE-CERT
                MOVE TASA-IIBB TO TASA-CERT
                MOVE RET-IIBB TO RETENIDO-CERT
                WRITE REG-T07SCERT FROM CERT-DETALLE
                MOVE 'I' TO TIPO-RETEN
                MOVE BASE-IIBB TO BASE-RETEN
                MOVE TASA-IIBB TO TASA-RETEN
                MOVE RET-IIBB TO RETENIDO-RETEN
                WRITE REG-T07RETEN FROM REGISTRO-T07RETEN
            END-IF.
            MOVE NETO-PAGO TO NETO-CERT.
            WRITE REG-T07SCERT FROM CERT-NETO.
            WRITE REG-T07SCERT FROM LINEA.
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
            IDPROVEEDOR-PROVE = IDPROVEEDOR-T07EPPRO THEN
                MOVE 1 TO EXISTE-PROVE.
        BUSCAR-CTAPR.
            MOVE 0 TO EXISTE-CTAPR.
            MOVE IDPROVEEDOR-T07EPPRO TO IDPROVEEDOR-CLAVE-CTAPR.
//GO.T07EPPRO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EPPRO),DISP=SHR
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
//GO.T07SPPRO DD DSN=KC03BAB.CATALOGO.SALIDA(T07SPPRO),DISP=SHR
//GO.T07PROVE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PROVE),DISP=SHR
//GO.T07ACRET DD DSN=KC03BAB.CATALOGO.ACRET,DISP=SHR
//GO.T07RETEN DD DSN=KC03BAB.CATALOGO.RETEN,DISP=MOD
//GO.T07PRETE DD DSN=KC03BAB.CATALOGO.PARM(T07PRETE),DISP=SHR
//GO.T07PNCER DD DSN=KC03BAB.CATALOGO.PARM(T07PNCER),DISP=OLD
//GO.T07SCERT DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCERT),DISP=SHR
