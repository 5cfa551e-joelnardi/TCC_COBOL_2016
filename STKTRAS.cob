        01 REG-T07POPER PIC X(8).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07ESTKT.
         03 IDREPUESTO-T07ESTKT PIC 9(3).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 REGISTRO-T07SSTKT.
         03 IDREPUESTO-T07SSTKT PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SSTKT PIC X(15).
        01 REGISTRO-T07KARDX.
         03 IDREPUESTO-KARDX PIC 9(3).
         03 FECHAPROC-KARDX PIC 9(8).
         03 HORAPROC-KARDX PIC 9(6).
         03 CANTIDAD-KARDX PIC 9(5).
         03 SIGNO-KARDX PIC X(1).
         03 REFERENCIA-KARDX PIC 9(7).
         03 OPERADOR-KARDX PIC X(8).
         03 SUCURSAL-KARDX PIC 9(2).
         03 VALOR-KARDX PIC 9(9)V99.
        01 EOF-T07ESTKT PIC 9 VALUE 0.
        01 EXISTE-ORIGEN PIC 9 VALUE 0.
        01 EXISTE-DESTINO PIC 9 VALUE 0.
        01 VALIDO-T07ESTKT PIC 9 VALUE 1.
        01 COSTO-TRASPASO PIC 9(7)V99 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 CONTADOR-T07SSTKT PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07ESTKT INTO REGISTRO-T07ESTKT
            AT END MOVE 1 TO EOF-T07ESTKT.
            READ T07ESTKT INTO REGISTRO-T07ESTKT
            AT END MOVE 1 TO EOF-T07ESTKT.
        EJECUTAR-TRANSFERENCIA.
            MOVE COSTOPROM-STOCK TO COSTO-TRASPASO.
            COMPUTE VALOR-KARDX = CANTIDAD-T07ESTKT * COSTO-TRASPASO.
            SUBTRACT CANTIDAD-T07ESTKT FROM CANTIDAD-STOCK.
            REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK.
            MOVE '-' TO SIGNO-KARDX.
                INVALID KEY MOVE 0 TO EXISTE-DESTINO
                NOT INVALID KEY MOVE 1 TO EXISTE-DESTINO
            END-READ.
            IF EXISTE-DESTINO = 1 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF EXISTE-DESTINO = 1 THEN
                COMPUTE COSTOPROM-STOCK ROUNDED =
                    (CANTIDAD-STOCK * COSTOPROM-STOCK +
                    CANTIDAD-T07ESTKT * COSTO-TRASPASO) /
                    (CANTIDAD-STOCK + CANTIDAD-T07ESTKT)
                ADD CANTIDAD-T07ESTKT TO CANTIDAD-STOCK
                REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
            ELSE
                MOVE IDREPUESTO-T07ESTKT TO IDREPUESTO-STOCK
                MOVE CANTIDAD-T07ESTKT TO CANTIDAD-STOCK
                MOVE 0 TO STOCKMIN-STOCK
                MOVE COSTO-TRASPASO TO COSTOPROM-STOCK
                MOVE SPACES TO UBICACION-STOCK
                MOVE 0 TO CANTREPO-STOCK
                MOVE SPACES TO CLASEABC-STOCK
                WRITE REG-T07STOCK FROM REGISTRO-T07STOCK
            END-IF.
        GRABAR-KARDEX.
                INVALID KEY MOVE 0 TO EXISTE-ORIGEN
                NOT INVALID KEY MOVE 1 TO EXISTE-ORIGEN
            END-READ.
            IF EXISTE-ORIGEN = 1 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
        VALIDAR-T07ESTKT.
            MOVE 1 TO VALIDO-T07ESTKT.
            IF IDREPUESTO-T07ESTKT NOT NUMERIC THEN
