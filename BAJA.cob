            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
        DATA DIVISION.
        FILE SECTION.
        FD T07EBAJA
        01 REG-T07PSUCU PIC 9(2).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07PRECO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRECO.
         03 CLAVE-PRECO.
             05 NROORDEN-CLAVE-PRECO PIC 9(7).
             05 FECHASALIDA-CLAVE-PRECO PIC 9(8).
             05 PATENTE-CLAVE-PRECO PIC X(7).
         03 FILLER PIC X(98).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EBAJA.
         03 NROORDEN-T07EBAJA PIC 9(7).
         03 IDREPUESTO-T07EBAJA PIC 9(3).
         03 IDCLIENTE-T07EBAJA PIC 9(5).
         03 FECHAEGRESO-T07EBAJA PIC 9(8).
         03 MOTIVO-T07EBAJA PIC X(1).
             88 MOTIVO-REPARADO VALUE 'R'.
             88 MOTIVO-GARANTIA VALUE 'G'.
        01 REGISTRO-T07SBAJA.
         03 IDREPUESTO-T07SBAJA PIC 9(3).
         03 IDCLIENTE-T07SBAJA PIC 9(5).
         03 FECHAEGRESO-T07SBAJA PIC 9(8).
         03 RESULTADO-T07SBAJA PIC X(15).
         03 OPERADOR-T07SBAJA PIC X(8).
         03 FECHAPROC-T07SBAJA PIC 9(8).
         03 HORAPROC-T07SBAJA PIC 9(6).
         03 NROORDEN-T07SBAJA PIC 9(7).
         03 MOTIVO-T07SBAJA PIC X(1).
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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE PIC 9 VALUE 0.
        01 EOF-T07EBAJA PIC 9 VALUE 0.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 BISIESTO PIC 9 VALUE 0.
        01 VALIDO-T07EBAJA PIC 9 VALUE 1.
        01 CIERRE-OK PIC 9 VALUE 0.
        01 CIERRE-FORZADO PIC 9 VALUE 0.
        01 MOTIVO-CIERRE PIC X(15).
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
        01 CONTADOR-T07SBAJA PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
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
        01 ANTES-PPAL PIC X(240).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 SUCURSAL-ORDEN-OK PIC 9 VALUE 0.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
        01 YA-EJECUTADO PIC 9 VALUE 0.
        01 REINICIO-RUN PIC X(1) VALUE 'N'.
        01 HORA-ACTUAL PIC 9(6).
        01 REGISTRO-T07PRECO.
         03 NROORDEN-PRECO PIC 9(7).
         03 FECHASALIDA-PRECO PIC 9(8).
         03 PATENTE-PRECO PIC X(7).
         03 FILLER PIC X(56).
         03 ESTADO-PRECO PIC X(1).
             88 PRESTAMO-VIGENTE VALUE 'A'.
         03 FILLER PIC X(41).
        01 EOF-T07PRECO PIC 9 VALUE 0.
        01 PRESTAMO-ABIERTO PIC 9 VALUE 0.
        PROCEDURE DIVISION.
            OPEN INPUT T07EBAJA.
            OPEN INPUT T07POPER.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM CARGAR-PERIODOS.
            PERFORM VALIDAR-OPERADOR.
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
        VERIFICAR-CIERRE.
            MOVE 1 TO CIERRE-OK.
            MOVE 0 TO CIERRE-FORZADO.
            MOVE SPACES TO MOTIVO-CIERRE.
            PERFORM BUSCAR-PRESTAMO-ABIERTO.
            IF PRESTAMO-ABIERTO = 1 THEN
                MOVE 0 TO CIERRE-OK
                MOVE ' AUTO CORTESIA' TO MOTIVO-CIERRE.
            IF MOTIVO-CANCELADO OR PRESTAMO-ABIERTO = 1 THEN
                CONTINUE
            ELSE
                IF MECANICO-PPAL NOT NUMERIC OR MECANICO-PPAL = 0 THEN
                    MOVE 0 TO CIERRE-OK
                    MOVE ' ESPERA REPUES' TO MOTIVO-CIERRE
                END-IF
                IF CIERRE-OK = 1 AND SITUACION-PPAL = 'X' THEN
                    MOVE 0 TO CIERRE-OK
                    MOVE ' EN TERCEROS' TO MOTIVO-CIERRE
                END-IF
                IF CIERRE-OK = 1 AND SITUACION-PPAL NOT = 'L'
                AND SITUACION-PPAL NOT = 'D' THEN
                    MOVE 0 TO CIERRE-OK
                    PERFORM GRABAR-SEGUR-FORZADA
                END-IF
            END-IF.
        BUSCAR-PRESTAMO-ABIERTO.
            MOVE 0 TO PRESTAMO-ABIERTO.
            MOVE 0 TO EOF-T07PRECO.
            OPEN INPUT T07PRECO.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-PRECO.
            MOVE 0 TO FECHASALIDA-CLAVE-PRECO.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PRECO.
            START T07PRECO KEY IS NOT LESS THAN CLAVE-PRECO
                INVALID KEY MOVE 1 TO EOF-T07PRECO.
            PERFORM LEER-PRESTAMO UNTIL EOF-T07PRECO = 1
            OR PRESTAMO-ABIERTO = 1.
            CLOSE T07PRECO.
        LEER-PRESTAMO.
            READ T07PRECO NEXT INTO REGISTRO-T07PRECO
            AT END MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND
            NROORDEN-PRECO NOT = NROORDEN-PPAL THEN
                MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND PRESTAMO-VIGENTE THEN
                MOVE 1 TO PRESTAMO-ABIERTO.
        GRABAR-SEGUR-FORZADA.
            OPEN EXTEND T07SEGUR.
            MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR.
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
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
