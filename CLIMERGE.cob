            SELECT T07SMERG ASSIGN TO T07SMERG.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07JORNL ASSIGN TO T07JORNL.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
            SELECT T07PAPRO ASSIGN TO T07PAPRO.
        DATA DIVISION.
        FILE SECTION.
        FD T07EMERG
        FD T07JORNL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07JORNL PIC X(520).
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
        01 REGISTRO-T07EMERG.
         03 IDSOBREVIVE-T07EMERG PIC 9(5).
         03 IDVICTIMA-T07EMERG PIC 9(5).
         03 FILLER PIC X(190).
         03 APROBACION-T07EMERG PIC X(27).
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
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
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 NROORDEN-JORNL PIC 9(7).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
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
        01 ITEM-RUN PIC 9(5) VALUE 0.
        01 EXISTE-APROB PIC 9 VALUE 0.
        01 PENDIENTE-APROB PIC 9 VALUE 0.
        01 APROB-INVALIDA PIC 9 VALUE 0.
        01 APROB-VIGENTE PIC 9 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 EOF-T07EMERG PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PAPRO.
            READ T07PAPRO INTO REGISTRO-T07PAPRO
            AT END MOVE SPACES TO REGISTRO-T07PAPRO.
            CLOSE T07PAPRO.
            OPEN I-O T07APROB.
            READ T07EMERG INTO REGISTRO-T07EMERG
            AT END MOVE 1 TO EOF-T07EMERG.
            PERFORM CONSOLIDAR-CLIENTE UNTIL EOF-T07EMERG = 1.
            CLOSE T07EMERG T07SMERG T07CLIEN T07APROB.
            STOP RUN.
        CONSOLIDAR-CLIENTE.
            PERFORM VALIDAR-T07EMERG.
                    MOVE 'INEXISTENTE' TO RESULTADO-T07SMER
                    PERFORM EMITIR-RESULTADO
                ELSE
                    PERFORM EVALUAR-APROBACION
                END-IF
                IF EXISTE-SOBREVIVE = 1 AND EXISTE-VICTIMA = 1 AND
                PENDIENTE-APROB = 1 THEN
                    MOVE 'PEND APROBACION' TO RESULTADO-T07SMER
                    PERFORM EMITIR-RESULTADO
                END-IF
                IF EXISTE-SOBREVIVE = 1 AND EXISTE-VICTIMA = 1 AND
                APROB-INVALIDA = 1 THEN
                    MOVE 'APROB INVALIDA' TO RESULTADO-T07SMER
                    PERFORM EMITIR-RESULTADO
                END-IF
                IF EXISTE-SOBREVIVE = 1 AND EXISTE-VICTIMA = 1 AND
                PENDIENTE-APROB = 0 AND APROB-INVALIDA = 0 THEN
                    PERFORM REAPUNTAR-PPAL
                    PERFORM REAPUNTAR-ARCHIVO
                    PERFORM RETIRAR-VICTIMA
                    MOVE 'CONSOLIDADO' TO RESULTADO-T07SMER
                    PERFORM EMITIR-RESULTADO
                    IF APROB-VIGENTE = 1 THEN
                        PERFORM CONSUMIR-APROBACION
                    END-IF
                END-IF
            END-IF.
            READ T07EMERG INTO REGISTRO-T07EMERG
                MOVE 0 TO VALIDO-T07EMERG.
            IF IDSOBREVIVE-T07EMERG = IDVICTIMA-T07EMERG THEN
                MOVE 0 TO VALIDO-T07EMERG.
        EVALUAR-APROBACION.
            MOVE 0 TO PENDIENTE-APROB.
            MOVE 0 TO APROB-INVALIDA.
            MOVE 0 TO APROB-VIGENTE.
            IF APROBACION-T07EMERG = SPACES OR
            APROBACION-T07EMERG = LOW-VALUES THEN
                IF MERGE-PAPRO NOT = 'N' THEN
                    PERFORM SOLICITAR-APROBACION
                END-IF
            ELSE
                PERFORM VERIFICAR-APROBACION
            END-IF.
        SOLICITAR-APROBACION.
            ADD 1 TO ITEM-RUN.
            MOVE 'CLIMERGE' TO PROGRAMA-APROB.
            MOVE FECHAPROC-RUN TO FECHASOL-APROB.
            MOVE HORAPROC-RUN TO HORASOL-APROB.
            MOVE ITEM-RUN TO ITEM-APROB.
            MOVE OPERADOR-RUN TO OPERADORSOL-APROB.
            MOVE 'P' TO ESTADO-APROB.
            MOVE SPACES TO APROBADOR-APROB.
            MOVE 0 TO FECHAAPRO-APROB.
            MOVE 0 TO IMPORTE-APROB.
            MOVE IDVICTIMA-T07EMERG TO REFERENCIA-APROB.
            MOVE REGISTRO-T07EMERG TO TRANSACCION-APROB.
            WRITE REG-T07APROB FROM REGISTRO-T07APROB
                INVALID KEY MOVE 1 TO APROB-INVALIDA
            END-WRITE.
            IF APROB-INVALIDA = 0 THEN
                MOVE 1 TO PENDIENTE-APROB.
        VERIFICAR-APROBACION.
            MOVE 0 TO EXISTE-APROB.
            MOVE APROBACION-T07EMERG TO CLAVE-APROB.
            MOVE SPACES TO APROBACION-T07EMERG.
            READ T07APROB INTO REGISTRO-T07APROB
                INVALID KEY MOVE 0 TO EXISTE-APROB
                NOT INVALID KEY MOVE 1 TO EXISTE-APROB
            END-READ.
            IF EXISTE-APROB = 1 AND ESTADO-APROB = 'A' AND
            PROGRAMA-APROB = 'CLIMERGE' AND
            TRANSACCION-APROB = REGISTRO-T07EMERG THEN
                MOVE 1 TO APROB-VIGENTE
            ELSE
                MOVE 1 TO APROB-INVALIDA
            END-IF.
        CONSUMIR-APROBACION.
            MOVE 'U' TO ESTADO-APROB.
            REWRITE REG-T07APROB FROM REGISTRO-T07APROB.
        VERIFICAR-CLIENTES.
            MOVE 0 TO EXISTE-SOBREVIVE.
            MOVE IDSOBREVIVE-T07EMERG TO IDCLIENTE-CLAVE-CLIEN.
//GO.T07SMERG DD DSN=KC03BAB.CATALOGO.SALIDA(T07SMERG),DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07PAPRO DD DSN=KC03BAB.CATALOGO.PARM(T07PAPRO),DISP=SHR
//GO.T07ARCNU DD DSN=&&T07ARCNU,DISP=(NEW,DELETE),
// UNIT=SYSDA,SPACE=(TRK,(10,5))
