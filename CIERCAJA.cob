            SELECT T07SCAJA ASSIGN TO T07SCAJA.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07SEGUR ASSIGN TO T07SEGUR.
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
        DATA DIVISION.
        FILE SECTION.
        FD T07EPAGO
        FD T07SEGUR
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SEGUR PIC X(126).
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(26) VALUE 'CIERRE DE CAJA DEL DIA    '.
         03 FECHA-TITULO PIC 9(8).
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07EPAGO.
         03 NROORDEN-T07EPAGO PIC 9(7).
         03 FECHAPAGO-T07EPAGO PIC 9(8).
         03 IMPORTE-T07EPAGO PIC 9(7)V99.
         03 MEDIO-T07EPAGO PIC X(1).
             88 MEDIO-EFECTIVO VALUE 'E'.
        01 REGISTRO-T07SEGUR.
         03 OPERADOR-T07SEGUR PIC X(8).
         03 PROGRAMA-T07SEGUR PIC X(8).
         03 FECHAPROC-T07SEGUR PIC 9(8).
         03 HORAPROC-T07SEGUR PIC 9(6).
         03 RESULTADO-T07SEGUR PIC X(15).
        01 REGISTRO-T07SENAS.
         03 NROORDEN-SENAS PIC 9(7).
         03 NRORECIBO-SENAS PIC 9(7).
         03 IDCLIENTE-SENAS PIC 9(5).
         03 FECHA-SENAS PIC 9(8).
         03 IMPORTE-SENAS PIC 9(7)V99.
         03 MEDIO-SENAS PIC X(1).
        01 EOF-T07EPAGO PIC 9 VALUE 0.
        01 EOF-T07SENAS PIC 9 VALUE 0.
        01 TOTAL-SENAS PIC 9(9)V99 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 SALDO-APERTURA PIC 9(7)V99 VALUE 0.
        01 EFECTIVO-CONTADO PIC 9(7)V99 VALUE 0.
            READ T07ECAJA INTO EFECTIVO-CONTADO
            AT END MOVE 0 TO EFECTIVO-CONTADO.
            CLOSE T07ECAJA.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07EPAGO INTO REGISTRO-T07EPAGO
            AT END MOVE 1 TO EOF-T07EPAGO.
            PERFORM TOTALIZAR-PAGO UNTIL EOF-T07EPAGO = 1.
            OPEN INPUT T07SENAS.
            MOVE 0 TO NROORDEN-CLAVE-SENAS.
            MOVE 0 TO NRORECIBO-CLAVE-SENAS.
            START T07SENAS KEY IS NOT LESS THAN CLAVE-SENAS
                INVALID KEY MOVE 1 TO EOF-T07SENAS.
            PERFORM TOTALIZAR-SENA UNTIL EOF-T07SENAS = 1.
            CLOSE T07SENAS.
            COMPUTE EFECTIVO-ESPERADO =
                SALDO-APERTURA + TOTAL-EFECTIVO.
            COMPUTE DIFERENCIA-CAJA =
            MOVE 'BANCO           ' TO LEYENDA-CAJA.
            MOVE TOTAL-BANCO TO IMPORTE-CAJA.
            WRITE REG-T07SCAJA FROM LINEA-CAJA.
            MOVE 'SENAS DEL DIA   ' TO LEYENDA-CAJA.
            MOVE TOTAL-SENAS TO IMPORTE-CAJA.
            WRITE REG-T07SCAJA FROM LINEA-CAJA.
            MOVE 'EFECT ESPERADO  ' TO LEYENDA-CAJA.
            MOVE EFECTIVO-ESPERADO TO IMPORTE-CAJA.
            WRITE REG-T07SCAJA FROM LINEA-CAJA.
            END-IF.
            READ T07EPAGO INTO REGISTRO-T07EPAGO
            AT END MOVE 1 TO EOF-T07EPAGO.
        TOTALIZAR-SENA.
            READ T07SENAS NEXT INTO REGISTRO-T07SENAS
            AT END MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND FECHA-SENAS = FECHAPROC-RUN
            AND IMPORTE-SENAS NUMERIC THEN
                ADD IMPORTE-SENAS TO TOTAL-SENAS
                IF MEDIO-SENAS = 'E' THEN
                    ADD IMPORTE-SENAS TO TOTAL-EFECTIVO
                END-IF
                IF MEDIO-SENAS = 'T' THEN
                    ADD IMPORTE-SENAS TO TOTAL-TARJETA
                END-IF
                IF MEDIO-SENAS = 'C' THEN
                    ADD IMPORTE-SENAS TO TOTAL-CHEQUE
                END-IF
                IF MEDIO-SENAS = 'B' THEN
                    ADD IMPORTE-SENAS TO TOTAL-BANCO
                END-IF
            END-IF.
        GRABAR-SEGURIDAD.
            OPEN EXTEND T07SEGUR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR.
//GO.T07SCAJA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCAJA),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
