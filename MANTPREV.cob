         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(9) VALUE 'TELEFONO|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(9) VALUE 'FECEGR  |'.
         03 FILLER PIC X(7) VALUE 'VENCIO|'.
         03 FILLER PIC X(4) VALUE 'DIAS'.
        01 LINEA.
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
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
             05 PATENTE-SERV-TAB PIC X(7).
             05 IDREPUESTO-SERV-TAB PIC 9(3).
             05 IDCLIENTE-SERV-TAB PIC 9(5).
             05 FECHAEGR-SERV-TAB PIC 9(8).
        01 CANT-SERVICIOS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-SERVICIO PIC 9 VALUE 0.
        01 SERV-PATENTE PIC X(7).
        01 SERV-IDREPUESTO PIC 9(3).
        01 SERV-IDCLIENTE PIC 9(5).
        01 SERV-FECHAEGR PIC 9(8).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EOF-T07PARCH PIC 9 VALUE 0.
        01 EOF-T07TURNO PIC 9 VALUE 0.
        01 EXISTE-REPUE PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 TIENE-TURNO-FUTURO PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 JULIANO-HOY PIC 9(7) COMP.
        01 JULIANO-EGR PIC 9(7) COMP.
        01 JULIANO-VENCE PIC 9(7) COMP.
        01 DIAS-VENCIDO PIC S9(5) COMP.
        01 FECHA-VENCE PIC 9(8) VALUE 0.
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
        01 INICIO-CALC PIC 9(7) COMP.
        01 RESTO-CALC PIC 9(5) COMP.
        01 REGISTRO-T07SPREV.
         03 PATENTE-T07SPREV PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SPREV PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAEGR-T07SPREV PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 VENCIO-T07SPREV PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SPREV PIC ZZZZ9.
        01 CONTADOR-T07SPREV PIC 9(5) COMP VALUE 0.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07CLIEN.
            OPEN OUTPUT T07SPREV.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-HOY.
            WRITE REG-T07SPREV FROM TITULO.
            WRITE REG-T07SPREV FROM SUBTITULO.
            WRITE REG-T07SPREV FROM LINEA.
            IF EXISTE-REPUE = 1 AND INTERVALO-REPUE NOT NUMERIC THEN
                MOVE 0 TO INTERVALO-REPUE.
        CALCULAR-VENCIMIENTO.
            MOVE SERV-FECHAEGR TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-EGR.
            COMPUTE JULIANO-VENCE = JULIANO-EGR + INTERVALO-REPUE.
            COMPUTE DIAS-VENCIDO = JULIANO-HOY - JULIANO-VENCE.
            MOVE JULIANO-VENCE TO JULIANO-CALC.
            PERFORM CALCULAR-FECHA.
            MOVE FECHA-CALCULO TO FECHA-VENCE.
        VERIFICAR-TURNO-FUTURO.
            MOVE 0 TO TIENE-TURNO-FUTURO.
            MOVE 0 TO EOF-T07TURNO.
            END-READ.
            IF EXISTE-CLIEN = 1 THEN
                MOVE TELEFONO-CLIEN TO TELEFONO-T07SPREV.
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
        CALCULAR-FECHA.
            COMPUTE ANIO-CALC = JULIANO-CALC * 400 / 146097 + 1.
            PERFORM CALCULAR-INICIO-ANIO.
            PERFORM RETROCEDER-ANIO UNTIL INICIO-CALC < JULIANO-CALC.
            COMPUTE RESTO-CALC = JULIANO-CALC - INICIO-CALC.
            COMPUTE MES-CALC = (RESTO-CALC * 5 + 456) / 153.
            COMPUTE DIASMES-CALC = MES-CALC * 153 - 457.
            DIVIDE DIASMES-CALC BY 5 GIVING DIASMES-CALC.
            COMPUTE FECHA-DD-CALC = RESTO-CALC - DIASMES-CALC.
            IF MES-CALC > 12 THEN
                SUBTRACT 12 FROM MES-CALC
                ADD 1 TO ANIO-CALC.
            MOVE ANIO-CALC TO FECHA-AAAA-CALC.
            MOVE MES-CALC TO FECHA-MM-CALC.
        CALCULAR-INICIO-ANIO.
            DIVIDE ANIO-CALC BY 4 GIVING BISIESTOS-CALC.
            DIVIDE ANIO-CALC BY 100 GIVING SIGLOS-CALC.
            DIVIDE ANIO-CALC BY 400 GIVING CUATROSIGLOS-CALC.
            COMPUTE INICIO-CALC = ANIO-CALC * 365 + BISIESTOS-CALC
                - SIGLOS-CALC + CUATROSIGLOS-CALC.
        RETROCEDER-ANIO.
            SUBTRACT 1 FROM ANIO-CALC.
            PERFORM CALCULAR-INICIO-ANIO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
