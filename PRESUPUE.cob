                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-VEHIC.
            SELECT T07COTIZ ASSIGN TO T07COTIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-COTIZ.
            SELECT T07POPER ASSIGN TO T07POPER.
        DATA DIVISION.
        FILE SECTION.
        FD T07EPRES
        01 REG-T07VEHIC.
         03 PATENTE-CLAVE-VEHIC PIC X(7).
         03 FILLER PIC X(73).
        FD T07COTIZ
            LABEL RECORDS ARE STANDARD.
        01 REG-T07COTIZ.
         03 CLAVE-COTIZ.
             05 MONEDA-CLAVE-COTIZ PIC X(1).
             05 FECHAINV-CLAVE-COTIZ PIC 9(8).
         03 FILLER PIC X(71).
        FD T07POPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07POPER PIC X(8).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EPRES.
         03 IDCLIENTE-T07EPRES PIC 9(5).
         03 IDREPUESTO-PRESU PIC 9(3).
         03 PRECIO-PRESU PIC 9(7)V99.
         03 MANODEOBRA-PRESU PIC 9(7)V99.
         03 FECHAEMISION-PRESU PIC 9(8).
         03 FECHAVENCE-PRESU PIC 9(8).
         03 ESTADO-PRESU PIC X(1).
         03 PATENTE-PRESU PIC X(7).
         03 OPERADOR-PRESU PIC X(8).
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 IDREPUESTO-REPUE PIC 9(3).
         03 DESCREPUESTO-REPUE PIC X(30).
         03 PRECIO-REPUE PIC 9(7)V99.
         03 INTERVALO-REPUE PIC 9(3).
         03 CASCO-REPUE PIC 9(7)V99.
         03 PROVCASCO-REPUE PIC 9(3).
         03 MONEDA-REPUE PIC X(1).
        01 REGISTRO-T07COTIZ.
         03 MONEDA-COTIZ PIC X(1).
         03 FECHAINV-COTIZ PIC 9(8).
         03 FECHA-COTIZ PIC 9(8).
         03 TASA-COTIZ PIC 9(5)V9999.
         03 OPERADOR-COTIZ PIC X(8).
         03 FECHAPROC-COTIZ PIC 9(8).
        01 EXISTE-COTIZ PIC 9 VALUE 0.
        01 COTIZACION-OK PIC 9 VALUE 1.
        01 FECHA-COTIZACION PIC 9(8) VALUE 0.
        01 TASA-APLICADA PIC 9(5)V9999 VALUE 0.
        01 REGISTRO-T07SPRES.
         03 NROPRESU-T07SPRES PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-T07SPRES PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAVENCE-T07SPRES PIC 9(8).
        01 REGISTRO-T07SRECH.
         03 IDCLIENTE-T07SRECH PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
        01 NROPRESU-RUN PIC 9(5) VALUE 0.
        01 NROPRESU-ULTIMO PIC 9(5) VALUE 0.
        01 VIGENCIA-DIAS PIC 9(3) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 OPERADOR-RUN PIC X(8).
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
        01 FECHA-VENCE PIC 9(8).
        01 TOTAL-LINEA PIC 9(7)V99 VALUE 0.
        01 CONTADOR-T07SPRES PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07VEHIC.
            OPEN INPUT T07COTIZ.
            OPEN EXTEND T07PRESU.
            OPEN OUTPUT T07SPRES.
            OPEN INPUT T07PQSEQ.
            READ T07PQSEQ INTO NROPRESU-RUN
            AT END MOVE 0 TO NROPRESU-RUN.
            CLOSE T07PQSEQ.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            OPEN INPUT T07PVIGE.
            READ T07PVIGE INTO VIGENCIA-DIAS
            AT END MOVE 30 TO VIGENCIA-DIAS.
            CLOSE T07PVIGE.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CALCULAR-VENCIMIENTO.
            WRITE REG-T07SPRES FROM TITULO.
            WRITE REG-T07SPRES FROM LINEA.
            MOVE CONTADOR-T07SPRES TO CANTIDAD-TOTAL.
            WRITE REG-T07SPRES FROM REGISTRO-T07STOTAL.
            CLOSE T07EPRES T07CLIEN T07REPUE T07VEHIC T07PRESU
                T07SPRES T07COTIZ.
            STOP RUN.
        PRESUPUESTO-REGISTRO.
            PERFORM VALIDAR-T07EPRES.
                            END-IF
                            WRITE REG-T07SPRES FROM REGISTRO-T07SRECH
                        ELSE
                            PERFORM CONVERTIR-PRECIO-REPUE
                            IF COTIZACION-OK = 0 THEN
                                PERFORM RECHAZAR-SIN-COTIZACION
                            ELSE
                                PERFORM EMITIR-PRESUPUESTO
                            END-IF
                        END-IF
                    END-IF
                END-IF
            MOVE FECHA-VENCE TO FECHAVENCE-PRESU.
            MOVE 'P' TO ESTADO-PRESU.
            MOVE PATENTE-T07EPRES TO PATENTE-PRESU.
            MOVE OPERADOR-RUN TO OPERADOR-PRESU.
            WRITE REG-T07PRESU FROM REGISTRO-T07PRESU.
            MOVE NROPRESU-ULTIMO TO NROPRESU-T07SPRES.
            MOVE IDCLIENTE-T07EPRES TO IDCLIENTE-T07SPRES.
            WRITE REG-T07SPRES FROM REGISTRO-T07SPRES.
            ADD 1 TO CONTADOR-T07SPRES.
        CALCULAR-VENCIMIENTO.
            MOVE FECHA-HOY TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            ADD VIGENCIA-DIAS TO JULIANO-CALC.
            PERFORM CALCULAR-FECHA.
            MOVE FECHA-CALCULO TO FECHA-VENCE.
        BUSCAR-CLIENTE.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE IDCLIENTE-T07EPRES TO IDCLIENTE-CLAVE-CLIEN.
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
        CONVERTIR-PRECIO-REPUE.
            MOVE 1 TO COTIZACION-OK.
            MOVE 0 TO TASA-APLICADA.
            IF MONEDA-REPUE = 'D' THEN
                MOVE FECHA-HOY TO FECHA-COTIZACION
                PERFORM BUSCAR-COTIZACION
                IF EXISTE-COTIZ = 1 THEN
                    COMPUTE PRECIO-REPUE ROUNDED =
                        PRECIO-REPUE * TASA-APLICADA
                ELSE
                    MOVE 0 TO COTIZACION-OK
                END-IF
            END-IF.
        BUSCAR-COTIZACION.
            MOVE 1 TO EXISTE-COTIZ.
            MOVE MONEDA-REPUE TO MONEDA-CLAVE-COTIZ.
            COMPUTE FECHAINV-CLAVE-COTIZ = 99999999 - FECHA-COTIZACION.
            START T07COTIZ KEY IS NOT LESS THAN CLAVE-COTIZ
                INVALID KEY MOVE 0 TO EXISTE-COTIZ
            END-START.
            IF EXISTE-COTIZ = 1 THEN
                READ T07COTIZ NEXT INTO REGISTRO-T07COTIZ
                    AT END MOVE 0 TO EXISTE-COTIZ
                END-READ
            END-IF.
            IF EXISTE-COTIZ = 1 AND MONEDA-COTIZ NOT = MONEDA-REPUE
            THEN
                MOVE 0 TO EXISTE-COTIZ.
            IF EXISTE-COTIZ = 1 THEN
                MOVE TASA-COTIZ TO TASA-APLICADA.
        RECHAZAR-SIN-COTIZACION.
            MOVE IDCLIENTE-T07EPRES TO IDCLIENTE-T07SRECH.
            MOVE IDREPUESTO-T07EPRES TO IDREPUESTO-T07SRECH.
            MOVE 'SIN COTIZACION' TO RESULTADO-T07SRECH.
            WRITE REG-T07SPRES FROM REGISTRO-T07SRECH.
        BUSCAR-VEHICULO.
            MOVE 0 TO EXISTE-VEHIC.
            MOVE 0 TO VEHICULO-OK.
                MOVE 0 TO VALIDO-T07EPRES.
            IF MANODEOBRA-T07EPRES NOT NUMERIC THEN
                MOVE 0 TO VALIDO-T07EPRES.
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
//GO.T07EPRES DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EPRES),DISP=SHR
//GO.T07SPRES DD DSN=KC03BAB.CATALOGO.SALIDA(T07SPRES),DISP=SHR
//GO.T07PQSEQ DD DSN=KC03BAB.CATALOGO.PARM(T07PQSEQ),DISP=OLD
//GO.T07PVIGE DD DSN=KC03BAB.CATALOGO.PARM(T07PVIGE),DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
