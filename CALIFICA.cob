            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07PARCH ASSIGN TO T07PARCH.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07PARCH
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PARCH PIC X(240).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
         03 LIMITECRED-CLIEN PIC 9(7)V99.
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 IDREPUESTO-PPAL PIC 9(3).
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
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07PCALI.
        01 EOF-T07PARCH PIC 9 VALUE 0.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 DIAS-LIMITE PIC 9(3) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-ING PIC 9(7) COMP.
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
        01 TABLA-CLIENTES.
         03 CLIENTE-OCU OCCURS 500 TIMES INDEXED BY IX-CLIENTE.
            AT END MOVE 3 TO UMBRAL-EVENTOS
                   MOVE 0 TO LIMITE-SALDO.
            CLOSE T07PCALI.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            PERFORM RELEVAR-PPAL.
            PERFORM RELEVAR-ARCHIVO.
            PERFORM RELEVAR-SALDOS.
        RELEVAR-PPAL.
            OPEN INPUT PPAL.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO IDCLIENTE-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN IDCLIENTE-CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-ORDEN-PPAL UNTIL EOF-PPAL = 1.
            CLOSE PPAL.
                PERFORM EVALUAR-ORDEN-COMUN.
        EVALUAR-ORDEN-COMUN.
            IF ESTADO-PPAL = 'V' THEN
                MOVE FECHAINGRESO-PPAL TO FECHA-CALCULO
                PERFORM CALCULAR-JULIANO
                MOVE JULIANO-CALC TO JULIANO-ING
                COMPUTE DIAS-ATRASO = JULIANO-HOY - JULIANO-ING
                IF DIAS-LIMITE > 0 AND DIAS-ATRASO > DIAS-LIMITE THEN
                    MOVE IDCLIENTE-PPAL TO IDCLIENTE-BUSCADO
                END-IF
            END-IF.
        UBICAR-CLIENTE.
            MOVE 0 TO CLIENTE-UBICADO.
            IF IX-USADO > 0 THEN
                IF IDCLIENTE-TAB (IX-USADO) = IDCLIENTE-BUSCADO THEN
                    MOVE 1 TO CLIENTE-UBICADO
                END-IF
            END-IF.
            IF CLIENTE-UBICADO = 0 THEN
                PERFORM LOCALIZAR-CLIENTE-TAB.
        LOCALIZAR-CLIENTE-TAB.
            MOVE 0 TO ENCONTRO-CLIENTE.
            PERFORM BUSCAR-CLIENTE-TAB
            VARYING IX-CLIENTE FROM 1 BY 1
            UNTIL IX-CLIENTE > CANT-CLIENTES-TAB
                MOVE CANCELADOS-TAB (IX-USADO) TO CANCELADOS-MARC
                MOVE SALDO-TAB (IX-USADO) TO SALDO-MARC
                WRITE REG-T07SCALI FROM LINEA-MARCADO.
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
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07PARCH DD DSN=KC03BAB.CATALOGO.SALIDA(T07PARCH),DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07SCALI DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCALI),DISP=SHR
