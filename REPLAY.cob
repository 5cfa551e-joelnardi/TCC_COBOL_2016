            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07SREPL ASSIGN TO T07SREPL.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07PSEQ ASSIGN TO T07PSEQ.
            03 CLAVE-PPAL.
                05 NROORDEN-CLAVE-PPAL PIC 9(7).
                05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
            03 FILLER PIC X(30).
            03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
            03 FILLER PIC X(30).
            03 PATENTE-CLAVE-PPAL PIC X(7).
            03 FILLER PIC X(158).
        FD T07SREPL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SREPL PIC X(126).
         03 FILLER PIC X(73).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07ASEGU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ASEGU PIC X(240).
        01 REGISTRO-T07QALTA.
         03 IDCLIENTE-T07QALTA PIC 9(5).
         03 IDREPUESTO-T07QALTA PIC 9(3).
         03 FECHAINGRESO-T07QALTA PIC 9(8).
         03 DESCREPARACION-T07QALTA PIC X(30).
         03 MANODEOBRA-T07QALTA PIC 9(7)V99.
         03 MISMOTICKET-T07QALTA PIC X(1).
             88 MISMO-TICKET-ALTA VALUE '1'.
         03 SUCURSAL-T07QALTA PIC 9(2).
         03 FECHAPROMETIDA-T07QALTA PIC 9(8).
         03 PRECIOPACTADO-T07QALTA PIC 9(7)V99.
         03 PATENTE-T07QALTA PIC X(7).
         03 IDASEGURADORA-T07QALTA PIC 9(3).
         03 SINIESTRO-T07QALTA PIC X(12).
         03 FILLER PIC X(20).
         03 NROPRESU-T07QALTA PIC 9(5).
        01 REGISTRO-T07SREPL.
         03 IDCLIENTE-T07SREPL PIC 9(5).
         03 IDREPUESTO-T07SREPL PIC 9(3).
         03 FECHAINGRESO-T07SREPL PIC 9(8).
         03 DESCREPARACION-T07SREPL PIC X(30).
         03 RESULTADO-T07SREPL PIC X(15).
         03 OPERADOR-T07SREPL PIC X(8).
         03 FECHAPROC-T07SREPL PIC 9(8).
         03 HORAPROC-T07SREPL PIC 9(6).
         03 NROORDEN-T07SREPL PIC 9(7).
         03 SUCURSAL-T07SREPL PIC 9(2).
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
         03 GARANTIA-PPAL PIC X(1).
         03 ORDENORIGEN-PPAL PIC 9(7).
         03 SUCURSAL-PPAL PIC 9(2).
         03 FECHAPROMETIDA-PPAL PIC 9(8).
         03 PRECIOPACTADO-PPAL PIC 9(7)V99.
         03 ASEGURADORA-PPAL PIC 9(3).
         03 SINIESTRO-PPAL PIC X(12).
         03 NROPRESU-PPAL PIC 9(5).
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 EOF-T07QALTA PIC 9 VALUE 0.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 BISIESTO PIC 9 VALUE 0.
        01 NROORDEN-RUN PIC 9(7) VALUE 0.
        01 REGISTRO-T07STOCK.
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 NOHAY-STOCK PIC 9 VALUE 0.
        01 DESCONTO-STOCK PIC 9 VALUE 0.
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
        01 GARANTIA-DETECTADA PIC 9 VALUE 0.
        01 ORDEN-GARANTIA PIC 9(7) VALUE 0.
        01 JULIANO-ING-GAR PIC 9(7) COMP.
        01 JULIANO-EGR-GAR PIC 9(7) COMP.
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
        01 DIAS-GARANTIA PIC S9(5) COMP.
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07QALTA INTO REGISTRO-T07QALTA
            AT END MOVE 1 TO EOF-T07QALTA.
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 THEN
                OPEN I-O PPAL
                MOVE IDCLIENTE-T07QALTA TO IDCLIENTE-CLAVE-PPAL
                START PPAL KEY IS EQUAL TO IDCLIENTE-CLAVE-PPAL
                    INVALID KEY MOVE 1 TO EOF-PPAL
                END-START
                PERFORM REPETIDO-PPAL
               MOVE DESCREPUESTO-REPUE TO DESCREPUESTO-PPAL
               MOVE FECHAINGRESO-T07QALTA TO FECHAINGRESO-PPAL
               MOVE DESCREPARACION-T07QALTA TO DESCREPARACION-PPAL
               MOVE 00000000 TO FECHAEGRESO-PPAL
               MOVE 'V' TO ESTADO-PPAL
               MOVE OPERADOR-RUN TO OPERADOR-PPAL
               MOVE FECHAPROC-RUN TO FECHAPROC-PPAL
               MOVE PRECIOPACTADO-T07QALTA TO PRECIOPACTADO-PPAL
               MOVE IDASEGURADORA-T07QALTA TO ASEGURADORA-PPAL
               MOVE SINIESTRO-T07QALTA TO SINIESTRO-PPAL
               IF NROPRESU-T07QALTA NUMERIC THEN
                   MOVE NROPRESU-T07QALTA TO NROPRESU-PPAL
               ELSE
                   MOVE 0 TO NROPRESU-PPAL
               END-IF
               WRITE REG-PPAL FROM REGISTRO-PPAL
               MOVE 'A' TO TIPO-JORNL
               MOVE NROORDEN-PPAL TO NROORDEN-JORNL
            MOVE IDREPUESTO-REPUE TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 1 TO NOHAY-STOCK.
            IF NOHAY-STOCK = 0 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF NOHAY-STOCK = 0 AND CANTIDAD-STOCK > 0 THEN
                SUBTRACT 1 FROM CANTIDAD-STOCK
                REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                MOVE 1 TO CANTIDAD-KARDX
                MOVE '-' TO SIGNO-KARDX
                MOVE 'REPL    ' TO PROGRAMA-KARDX
                MOVE COSTOPROM-STOCK TO VALOR-KARDX
                MOVE NROORDEN-ASIGNADA TO REFERENCIA-KARDX
                PERFORM GRABAR-KARDEX.
            CLOSE T07STOCK.
                MOVE 1 TO VEHICULO-OK.
        REPETIDO-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            IDCLIENTE-PPAL NOT = IDCLIENTE-T07QALTA THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                IF IDCLIENTE-T07QALTA = IDCLIENTE-PPAL AND
                    IDREPUESTO-T07QALTA = IDREPUESTO-PPAL AND
                END-IF
            END-IF.
        EVALUAR-GARANTIA.
            MOVE FECHAINGRESO-T07QALTA TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-ING-GAR.
            MOVE FECHAEGRESO-PPAL TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-EGR-GAR.
            COMPUTE DIAS-GARANTIA =
                JULIANO-ING-GAR - JULIANO-EGR-GAR.
            IF DIAS-GARANTIA NOT < 0 AND DIAS-GARANTIA NOT > 90 THEN
                OR FECHA-MM = 11) THEN
                MOVE 0 TO FECHA-VALIDA.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 THEN
                DIVIDE FECHA-AAAA BY 4 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1 THEN
                DIVIDE FECHA-AAAA BY 100 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 0 TO BISIESTO
                    DIVIDE FECHA-AAAA BY 400 GIVING RESTO-DIV
                    REMAINDER RESTO-MOD
                    IF RESTO-MOD = 0 THEN
                        MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1
                AND FECHA-DD > 29 THEN
                MOVE 0 TO FECHA-VALIDA.
            WRITE REG-T07SREPL FROM REGISTRO-T07STOTAL.
            CLOSE T07QALTA T07QNUEVA T07SREPL T07CLIEN T07REPUE
                T07VEHIC.
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
//GO.T07QALTA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07QALTA),DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.T07ASEGU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ASEGU),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07SREPL DD DSN=KC03BAB.CATALOGO.SALIDA(T07SREPL),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07PSEQ DD DSN=KC03BAB.CATALOGO.PARM(T07PSEQ),DISP=OLD
