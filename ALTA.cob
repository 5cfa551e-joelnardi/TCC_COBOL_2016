            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07SALTA ASSIGN TO T07SALTA.
            SELECT T07POPER ASSIGN TO T07POPER.
            SELECT T07PSEQ ASSIGN TO T07PSEQ.
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CODSERVICIO-CLAVE-SERVI.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07CASCO ASSIGN TO T07CASCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CASCO.
            SELECT T07RECAL ASSIGN TO T07RECAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-RECAL.
            SELECT T07APROB ASSIGN TO T07APROB
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-APROB.
            SELECT T07PAPRO ASSIGN TO T07PAPRO.
            SELECT T07COTIZ ASSIGN TO T07COTIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-COTIZ.
        DATA DIVISION.
        FILE SECTION.
        FD T07EALTA
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07SALTA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SALTA PIC X(126).
        01 REG-T07PSUCU PIC 9(2).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
         03 FILLER PIC X(73).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07ASEGU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ASEGU PIC X(240).
         03 FILLER PIC X(77).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07CASCO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CASCO.
         03 CLAVE-CASCO.
             05 NROORDEN-CLAVE-CASCO PIC 9(7).
             05 IDREPUESTO-CLAVE-CASCO PIC 9(3).
         03 FILLER PIC X(70).
        FD T07RECAL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07RECAL.
         03 CLAVE-RECAL.
             05 CAMPANIA-CLAVE-RECAL PIC X(8).
             05 PATENTE-CLAVE-RECAL PIC X(7).
         03 FILLER PIC X(65).
        FD T07APROB
            LABEL RECORDS ARE STANDARD.
        01 REG-T07APROB.
         03 CLAVE-APROB.
             05 PROGRAMA-CLAVE-APROB PIC X(8).
             05 FECHASOL-CLAVE-APROB PIC 9(8).
             05 HORASOL-CLAVE-APROB PIC 9(6).
             05 ITEM-CLAVE-APROB PIC 9(5).
         03 FILLER PIC X(293).
        FD T07COTIZ
            LABEL RECORDS ARE STANDARD.
        01 REG-T07COTIZ.
         03 CLAVE-COTIZ.
             05 MONEDA-CLAVE-COTIZ PIC X(1).
             05 FECHAINV-CLAVE-COTIZ PIC 9(8).
         03 FILLER PIC X(71).
        FD T07PAPRO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PAPRO PIC X(20).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EALTA.
         03 IDCLIENTE-T07EALTA PIC 9(5).
         03 IDREPUESTO-T07EALTA PIC 9(3).
         03 FECHAINGRESO-T07EALTA PIC 9(8).
         03 DESCREPARACION-T07EALTA PIC X(30).
         03 MANODEOBRA-T07EALTA PIC 9(7)V99.
         03 MISMOTICKET-T07EALTA PIC X(1).
             88 MISMO-TICKET-ALTA VALUE '1'.
         03 SUCURSAL-T07EALTA PIC 9(2).
         03 FECHAPROMETIDA-T07EALTA PIC 9(8).
         03 PRECIOPACTADO-T07EALTA PIC 9(7)V99.
         03 PATENTE-T07EALTA PIC X(7).
         03 IDASEGURADORA-T07EALTA PIC 9(3).
         03 SINIESTRO-T07EALTA PIC X(12).
         03 CODSERVICIO-T07EALTA PIC 9(3).
         03 AUTORIZACRED-T07EALTA PIC X(8).
         03 CASCO-T07EALTA PIC X(1).
             88 CASCO-DEVUELTO VALUE 'D'.
         03 CAMPANIA-T07EALTA PIC X(8).
         03 NROPRESU-T07EALTA PIC 9(5).
         03 FILLER PIC X(78).
         03 APROBACION-T07EALTA PIC X(27).
        01 REGISTRO-T07SALTA.
         03 IDCLIENTE-T07SALTA PIC 9(5).
         03 IDREPUESTO-T07SALTA PIC 9(3).
         03 FECHAINGRESO-T07SALTA PIC 9(8).
         03 DESCREPARACION-T07SALTA PIC X(30).
         03 RESULTADO-T07SALTA PIC X(15).
         03 OPERADOR-T07SALTA PIC X(8).
         03 FECHAPROC-T07SALTA PIC 9(8).
         03 HORAPROC-T07SALTA PIC 9(6).
         03 NROORDEN-T07SALTA PIC 9(7).
         03 SUCURSAL-T07SALTA PIC 9(2).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
         03 CUIT-CLIEN PIC X(11).
         03 LIMITECRED-CLIEN PIC 9(7)V99.
        01 REGISTRO-T07REPUE.
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
        01 REGISTRO-T07CASCO.
         03 NROORDEN-CASCO PIC 9(7).
         03 IDREPUESTO-CASCO PIC 9(3).
         03 IDPROVEEDOR-CASCO PIC 9(3).
         03 VALOR-CASCO PIC 9(7)V99.
         03 FECHAALTA-CASCO PIC 9(8).
         03 CLIENTE-CASCO PIC X(1).
         03 ESTADO-CASCO PIC X(1).
         03 FECHAENVIO-CASCO PIC 9(8).
         03 FECHACREDITO-CASCO PIC 9(8).
         03 NROCREDITO-CASCO PIC X(12).
         03 SUCFACT-CASCO PIC 9(2).
         03 NROFACT-CASCO PIC 9(8).
         03 OPERADOR-CASCO PIC X(8).
        01 REGISTRO-T07RECAL.
         03 CAMPANIA-RECAL PIC X(8).
         03 PATENTE-RECAL PIC X(7).
         03 IDCLIENTE-RECAL PIC 9(5).
         03 ANIO-RECAL PIC 9(4).
         03 FECHAAVISO-RECAL PIC 9(8).
         03 NROORDEN-RECAL PIC 9(7).
         03 FECHAREALIZ-RECAL PIC 9(8).
         03 ESTADO-RECAL PIC X(1).
         03 FECHARECLAMO-RECAL PIC 9(8).
         03 OPERADOR-RECAL PIC X(8).
        01 EXISTE-RECAL PIC 9 VALUE 0.
        01 REGISTRO-REPUE-ABIERTA.
         03 IDREPUESTO-REPAB PIC 9(3).
         03 DESCREPUESTO-REPAB PIC X(30).
         03 PRECIO-REPAB PIC 9(7)V99.
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 EOF-T07CTACT PIC 9 VALUE 0.
        01 TABLA-EXPOSICION.
         03 EXPOSICION-OCU OCCURS 1000 TIMES INDEXED BY IX-EXPO.
             05 IDCLIENTE-EXPO-TAB PIC 9(5).
             05 SALDO-EXPO-TAB PIC 9(9)V99.
        01 CANT-EXPO-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-EXPO PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 SALDO-CLIENTE PIC 9(9)V99 VALUE 0.
        01 ABIERTO-CLIENTE PIC 9(9)V99 VALUE 0.
        01 ESTIMADO-ORDEN PIC 9(9)V99 VALUE 0.
        01 ESTIMADO-ABIERTA PIC 9(9)V99 VALUE 0.
        01 EXPOSICION-TOTAL PIC 9(9)V99 VALUE 0.
        01 EXCEDE-LIMITE PIC 9 VALUE 0.
        01 LIMITE-AUTORIZADO PIC 9 VALUE 0.
        01 REGISTRO-T07VEHIC.
         03 PATENTE-VEHIC PIC X(7).
         03 MODELOAUTO-VEHIC PIC X(30).
        01 SERVICIO-MANUAL PIC 9 VALUE 0.
        01 EXISTE-SERVI PIC 9 VALUE 0.
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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 REPETIDO PIC 9 VALUE 0.
        01 ORDEN-ABIERTA PIC 9 VALUE 0.
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
        01 EOF-T07EALTA PIC 9 VALUE 0.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 BISIESTO PIC 9 VALUE 0.
        01 NROORDEN-RUN PIC 9(7) VALUE 0.
        01 VALIDO-T07EALTA PIC 9 VALUE 1.
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
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
         03 PERMISO-CRED-OPMAS PIC X(1).
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
        01 SUCURSAL-OK PIC 9 VALUE 0.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
        01 HORA-ACTUAL PIC 9(6).
        01 CHECKPOINT-T07CALTA PIC 9(7) VALUE 0.
        01 PROCESADOS-T07CALTA PIC 9(7) VALUE 0.
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
        01 MAGNITUD-APROB PIC 9(7)V99 VALUE 0.
        01 ITEM-RUN PIC 9(5) VALUE 0.
        01 EXISTE-APROB PIC 9 VALUE 0.
        01 PENDIENTE-APROB PIC 9 VALUE 0.
        01 APROB-INVALIDA PIC 9 VALUE 0.
        01 APROB-VIGENTE PIC 9 VALUE 0.
        PROCEDURE DIVISION.
            OPEN INPUT T07EALTA.
            OPEN INPUT T07CLIEN.
            READ T07PHOLD INTO RETENER-RUN
            AT END MOVE 'N' TO RETENER-RUN.
            CLOSE T07PHOLD.
            OPEN INPUT T07PAPRO.
            READ T07PAPRO INTO REGISTRO-T07PAPRO
            AT END MOVE SPACES TO REGISTRO-T07PAPRO.
            CLOSE T07PAPRO.
            IF TOPEDESC-PAPRO NOT NUMERIC THEN
                MOVE 0 TO TOPEDESC-PAPRO.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM CARGAR-PERIODOS.
            PERFORM CARGAR-EXPOSICION.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
            END-IF.
            OPEN EXTEND T07QALTA.
            OPEN EXTEND T07QHOLD.
            OPEN I-O T07CASCO.
            OPEN I-O T07RECAL.
            OPEN I-O T07APROB.
            OPEN INPUT T07COTIZ.
            MOVE 0 TO PROCESADOS-T07CALTA.
            READ T07EALTA INTO REGISTRO-T07EALTA.
            PERFORM SALTEAR-PROCESADOS
            MOVE 1 TO SERVICIO-OK.
            MOVE 0 TO SERVICIO-MANUAL.
            MOVE 0 TO RETENIDO-CASO.
            MOVE 0 TO EXCEDE-LIMITE.
            MOVE 0 TO LIMITE-AUTORIZADO.
            MOVE 0 TO ABIERTO-CLIENTE.
            MOVE 0 TO PENDIENTE-APROB.
            MOVE 0 TO APROB-INVALIDA.
            MOVE 0 TO APROB-VIGENTE.
            MOVE 0 TO REPETIDO.
            MOVE 0 TO GARANTIA-DETECTADA.
            MOVE 0 TO ORDEN-GARANTIA.
            MOVE 0 TO NROORDEN-ABIERTA.
            MOVE 0 TO EOF-PPAL.
            MOVE 1 TO FECHA-VALIDA.
            MOVE 1 TO COTIZACION-OK.
            PERFORM VALIDAR-T07EALTA.
            IF VALIDO-T07EALTA = 0 THEN
                WRITE REG-T07RALTA FROM REGISTRO-T07EALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 THEN
                PERFORM CONVERTIR-PRECIO-REPUE.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 AND
            COTIZACION-OK = 0 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'SIN COTIZACION' TO RESULTADO-T07SALTA
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                ADD 1 TO CONTADOR-T07SALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 AND
            COTIZACION-OK = 1 THEN
                OPEN I-O PPAL
                MOVE IDCLIENTE-T07EALTA TO IDCLIENTE-CLAVE-PPAL
                START PPAL KEY IS EQUAL TO IDCLIENTE-CLAVE-PPAL
                    INVALID KEY MOVE 1 TO EOF-PPAL
                END-START
                PERFORM REPETIDO-PPAL UNTIL EOF-PPAL = 1 OR REPETIDO = 1.
            IF REPETIDO = 1 AND EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1
            AND VEHICULO-OK = 1 AND ASEGURADORA-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND COTIZACION-OK = 1 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'DUPLICADO' TO RESULTADO-T07SALTA
                ADD 1 TO CONTADOR-T07SALTA.
            IF REPETIDO = 0 AND EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1
            AND VEHICULO-OK = 1 AND ASEGURADORA-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND COTIZACION-OK = 1 THEN
                PERFORM EVALUAR-RETENCION.
            IF REPETIDO = 0 AND EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1
            AND VEHICULO-OK = 1 AND ASEGURADORA-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND COTIZACION-OK = 1 AND RETENIDO-CASO = 0 THEN
                PERFORM EVALUAR-CREDITO.
            IF EXCEDE-LIMITE = 1 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                IF RETENER-RUN = 'S' THEN
                    WRITE REG-T07QHOLD FROM REGISTRO-T07EALTA
                    MOVE 'RETEN LIMITE' TO RESULTADO-T07SALTA
                ELSE
                    MOVE 'EXCEDE LIMITE' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                ADD 1 TO CONTADOR-T07SALTA.
            IF RETENIDO-CASO = 1 THEN
                WRITE REG-T07QHOLD FROM REGISTRO-T07EALTA
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
            IF REPETIDO = 0 AND EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1
            AND VEHICULO-OK = 1 AND ASEGURADORA-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND COTIZACION-OK = 1 AND RETENIDO-CASO = 0
            AND EXCEDE-LIMITE = 0 THEN
                PERFORM EVALUAR-APROBACION.
            IF PENDIENTE-APROB = 1 OR APROB-INVALIDA = 1 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                IF PENDIENTE-APROB = 1 THEN
                    MOVE 'PEND APROBACION' TO RESULTADO-T07SALTA
                ELSE
                    MOVE 'APROB INVALIDA' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                ADD 1 TO CONTADOR-T07SALTA.
            IF REPETIDO = 0 AND EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1
            AND VEHICULO-OK = 1 AND ASEGURADORA-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND COTIZACION-OK = 1 AND RETENIDO-CASO = 0
            AND EXCEDE-LIMITE = 0
            AND PENDIENTE-APROB = 0 AND APROB-INVALIDA = 0 THEN
                IF ORDEN-ABIERTA = 1 THEN
                    MOVE NROORDEN-ABIERTA TO NROORDEN-ASIGNADA
                ELSE
                        END-IF
                    END-IF
                END-IF
                IF LIMITE-AUTORIZADO = 1 THEN
                    MOVE 'OK LIMITE AUTOR' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE DESCREPUESTO-REPUE TO DESCREPUESTO-PPAL
                MOVE FECHAINGRESO-T07EALTA TO FECHAINGRESO-PPAL
                MOVE DESCREPARACION-T07EALTA TO DESCREPARACION-PPAL
                MOVE 00000000 TO FECHAEGRESO-PPAL
                MOVE 'V' TO ESTADO-PPAL
                MOVE OPERADOR-RUN TO OPERADOR-PPAL
                MOVE FECHAPROC-RUN TO FECHAPROC-PPAL
                MOVE PRECIOPACTADO-T07EALTA TO PRECIOPACTADO-PPAL
                MOVE IDASEGURADORA-T07EALTA TO ASEGURADORA-PPAL
                MOVE SINIESTRO-T07EALTA TO SINIESTRO-PPAL
                IF NROPRESU-T07EALTA NUMERIC THEN
                    MOVE NROPRESU-T07EALTA TO NROPRESU-PPAL
                ELSE
                    MOVE 0 TO NROPRESU-PPAL
                END-IF
                WRITE REG-PPAL FROM REGISTRO-PPAL
                MOVE 'A' TO TIPO-JORNL
                MOVE NROORDEN-PPAL TO NROORDEN-JORNL
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL
                MOVE SPACES TO ANTES-JORNL
                MOVE REGISTRO-PPAL TO DESPUES-JORNL
                PERFORM GRABAR-JORNAL
                IF CASCO-REPUE NUMERIC AND CASCO-REPUE > 0 THEN
                    PERFORM REGISTRAR-CASCO
                END-IF
                IF CAMPANIA-T07EALTA NOT = SPACES AND
                CAMPANIA-T07EALTA NOT = LOW-VALUES THEN
                    PERFORM REGISTRAR-CAMPANIA
                END-IF
                IF APROB-VIGENTE = 1 THEN
                    PERFORM CONSUMIR-APROBACION
                END-IF.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 AND
            COTIZACION-OK = 1 THEN
                CLOSE PPAL.
            ADD 1 TO PROCESADOS-T07CALTA.
            OPEN OUTPUT T07CALTA.
            CLOSE T07CALTA.
            READ T07EALTA INTO REGISTRO-T07EALTA
            AT END MOVE 1 TO EOF-T07EALTA.
        EVALUAR-APROBACION.
            MOVE 0 TO PENDIENTE-APROB.
            MOVE 0 TO APROB-INVALIDA.
            MOVE 0 TO APROB-VIGENTE.
            MOVE 0 TO MAGNITUD-APROB.
            IF PRECIOPACTADO-T07EALTA > 0 AND PRECIO-REPUE NUMERIC
            AND PRECIO-REPUE > PRECIOPACTADO-T07EALTA THEN
                COMPUTE MAGNITUD-APROB ROUNDED =
                    (PRECIO-REPUE - PRECIOPACTADO-T07EALTA) * 100
                    / PRECIO-REPUE.
            IF APROBACION-T07EALTA = SPACES OR
            APROBACION-T07EALTA = LOW-VALUES THEN
                IF MAGNITUD-APROB > 0 AND
                MAGNITUD-APROB > TOPEDESC-PAPRO THEN
                    PERFORM SOLICITAR-APROBACION
                END-IF
            ELSE
                PERFORM VERIFICAR-APROBACION
            END-IF.
        SOLICITAR-APROBACION.
            ADD 1 TO ITEM-RUN.
            MOVE 'ALTA    ' TO PROGRAMA-APROB.
            MOVE FECHAPROC-RUN TO FECHASOL-APROB.
            MOVE HORAPROC-RUN TO HORASOL-APROB.
            MOVE ITEM-RUN TO ITEM-APROB.
            MOVE OPERADOR-RUN TO OPERADORSOL-APROB.
            MOVE 'P' TO ESTADO-APROB.
            MOVE SPACES TO APROBADOR-APROB.
            MOVE 0 TO FECHAAPRO-APROB.
            MOVE MAGNITUD-APROB TO IMPORTE-APROB.
            MOVE PATENTE-T07EALTA TO REFERENCIA-APROB.
            MOVE REGISTRO-T07EALTA TO TRANSACCION-APROB.
            WRITE REG-T07APROB FROM REGISTRO-T07APROB
                INVALID KEY MOVE 1 TO APROB-INVALIDA
            END-WRITE.
            IF APROB-INVALIDA = 0 THEN
                MOVE 1 TO PENDIENTE-APROB.
        VERIFICAR-APROBACION.
            MOVE 0 TO EXISTE-APROB.
            MOVE APROBACION-T07EALTA TO CLAVE-APROB.
            MOVE SPACES TO APROBACION-T07EALTA.
            READ T07APROB INTO REGISTRO-T07APROB
                INVALID KEY MOVE 0 TO EXISTE-APROB
                NOT INVALID KEY MOVE 1 TO EXISTE-APROB
            END-READ.
            IF EXISTE-APROB = 1 AND ESTADO-APROB = 'A' AND
            PROGRAMA-APROB = 'ALTA    ' AND
            TRANSACCION-APROB = REGISTRO-T07EALTA AND
            IMPORTE-APROB >= MAGNITUD-APROB THEN
                MOVE 1 TO APROB-VIGENTE
            ELSE
                MOVE 1 TO APROB-INVALIDA
            END-IF.
        CONSUMIR-APROBACION.
            MOVE 'U' TO ESTADO-APROB.
            REWRITE REG-T07APROB FROM REGISTRO-T07APROB.
        EVALUAR-RETENCION.
            MOVE 0 TO RETENIDO-CASO.
            IF CALIFICACION-CLIEN = 'M' AND RETENER-RUN = 'S' THEN
                MOVE 1 TO RETENIDO-CASO.
        EVALUAR-CREDITO.
            MOVE 0 TO EXCEDE-LIMITE.
            MOVE 0 TO LIMITE-AUTORIZADO.
            IF LIMITECRED-CLIEN NUMERIC AND LIMITECRED-CLIEN > 0 THEN
                IF PRECIOPACTADO-T07EALTA > 0 THEN
                    COMPUTE ESTIMADO-ORDEN =
                        PRECIOPACTADO-T07EALTA + MANODEOBRA-T07EALTA
                ELSE
                    COMPUTE ESTIMADO-ORDEN =
                        PRECIO-REPUE + MANODEOBRA-T07EALTA
                END-IF
                PERFORM BUSCAR-EXPOSICION
                COMPUTE EXPOSICION-TOTAL = SALDO-CLIENTE
                    + ABIERTO-CLIENTE + ESTIMADO-ORDEN
                IF EXPOSICION-TOTAL > LIMITECRED-CLIEN THEN
                    MOVE 1 TO EXCEDE-LIMITE
                    IF AUTORIZACRED-T07EALTA NOT = SPACES AND
                    AUTORIZACRED-T07EALTA NOT = LOW-VALUES THEN
                        PERFORM VALIDAR-AUTORIZANTE
                    END-IF
                END-IF
            END-IF.
        BUSCAR-EXPOSICION.
            MOVE 0 TO SALDO-CLIENTE.
            MOVE 0 TO EXISTE-EXPO.
            PERFORM COMPARAR-EXPOSICION
            VARYING IX-EXPO FROM 1 BY 1
            UNTIL IX-EXPO > CANT-EXPO-TAB OR EXISTE-EXPO = 1.
        COMPARAR-EXPOSICION.
            IF IDCLIENTE-EXPO-TAB (IX-EXPO) = IDCLIENTE-T07EALTA THEN
                MOVE 1 TO EXISTE-EXPO
                MOVE SALDO-EXPO-TAB (IX-EXPO) TO SALDO-CLIENTE.
        VALIDAR-AUTORIZANTE.
            OPEN INPUT T07OPMAS.
            MOVE AUTORIZACRED-T07EALTA TO OPERADOR-CLAVE-OPMAS.
            READ T07OPMAS INTO REGISTRO-T07OPMAS
                INVALID KEY MOVE SPACES TO REGISTRO-T07OPMAS
            END-READ.
            CLOSE T07OPMAS.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-CRED-OPMAS = 'S' AND
            AUTORIZACRED-T07EALTA NOT = OPERADOR-RUN THEN
                MOVE 0 TO EXCEDE-LIMITE
                MOVE 1 TO LIMITE-AUTORIZADO.
            OPEN EXTEND T07SEGUR.
            MOVE AUTORIZACRED-T07EALTA TO OPERADOR-T07SEGUR.
            MOVE 'ALTA    ' TO PROGRAMA-T07SEGUR.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR.
            MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR.
            IF LIMITE-AUTORIZADO = 1 THEN
                MOVE 'LIMITE AUTORIZ' TO RESULTADO-T07SEGUR
            ELSE
                MOVE 'LIMITE RECHAZ' TO RESULTADO-T07SEGUR
            END-IF.
            WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR.
            CLOSE T07SEGUR.
        SUMAR-ORDEN-ABIERTA.
            MOVE 0 TO ESTIMADO-ABIERTA.
            IF PRECIOPACTADO-PPAL NUMERIC AND
            PRECIOPACTADO-PPAL > 0 THEN
                MOVE PRECIOPACTADO-PPAL TO ESTIMADO-ABIERTA
            ELSE
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-REPUE
                READ T07REPUE INTO REGISTRO-REPUE-ABIERTA
                    INVALID KEY MOVE 0 TO PRECIO-REPAB
                END-READ
                IF PRECIO-REPAB NUMERIC THEN
                    MOVE PRECIO-REPAB TO ESTIMADO-ABIERTA
                END-IF
            END-IF.
            IF MANODEOBRA-PPAL NUMERIC THEN
                ADD MANODEOBRA-PPAL TO ESTIMADO-ABIERTA.
            ADD ESTIMADO-ABIERTA TO ABIERTO-CLIENTE.
        CARGAR-EXPOSICION.
            MOVE 0 TO CANT-EXPO-TAB.
            MOVE 0 TO EOF-T07CTACT.
            OPEN INPUT T07CTACT.
            MOVE 0 TO NROORDEN-CLAVE-CTACT.
            START T07CTACT KEY IS NOT LESS THAN NROORDEN-CLAVE-CTACT
                INVALID KEY MOVE 1 TO EOF-T07CTACT.
            PERFORM LEER-CTACT UNTIL EOF-T07CTACT = 1.
            CLOSE T07CTACT.
        LEER-CTACT.
            READ T07CTACT NEXT INTO REGISTRO-T07CTACT
            AT END MOVE 1 TO EOF-T07CTACT.
            IF EOF-T07CTACT = 0 AND IMPORTE-CTACT > PAGADO-CTACT THEN
                MOVE 0 TO EXISTE-EXPO
                PERFORM ACUMULAR-EXPOSICION
                VARYING IX-EXPO FROM 1 BY 1
                UNTIL IX-EXPO > CANT-EXPO-TAB OR EXISTE-EXPO = 1
                IF EXISTE-EXPO = 0 THEN
                    IF CANT-EXPO-TAB < 1000 THEN
                        ADD 1 TO CANT-EXPO-TAB
                        MOVE IDCLIENTE-CTACT
                        TO IDCLIENTE-EXPO-TAB (CANT-EXPO-TAB)
                        COMPUTE SALDO-EXPO-TAB (CANT-EXPO-TAB) =
                            IMPORTE-CTACT - PAGADO-CTACT
                    ELSE
                        MOVE 1 TO DESBORDE-TABLAS
                    END-IF
                END-IF
            END-IF.
        ACUMULAR-EXPOSICION.
            IF IDCLIENTE-EXPO-TAB (IX-EXPO) = IDCLIENTE-CTACT THEN
                MOVE 1 TO EXISTE-EXPO
                COMPUTE SALDO-EXPO-TAB (IX-EXPO) =
                    SALDO-EXPO-TAB (IX-EXPO)
                    + IMPORTE-CTACT - PAGADO-CTACT.
        VERIFICAR-TURNO.
            MOVE 0 TO CON-TURNO.
            MOVE 0 TO TURNOS-DIA.
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
                MOVE 'ALTA    ' TO PROGRAMA-KARDX
                MOVE COSTOPROM-STOCK TO VALOR-KARDX
                MOVE NROORDEN-ASIGNADA TO REFERENCIA-KARDX
                PERFORM GRABAR-KARDEX.
            CLOSE T07STOCK.
                INVALID KEY MOVE 0 TO EXISTE-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN
            END-READ.
        REGISTRAR-CASCO.
            MOVE NROORDEN-PPAL TO NROORDEN-CASCO.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CASCO.
            MOVE 0 TO IDPROVEEDOR-CASCO.
            IF PROVCASCO-REPUE NUMERIC THEN
                MOVE PROVCASCO-REPUE TO IDPROVEEDOR-CASCO.
            MOVE CASCO-REPUE TO VALOR-CASCO.
            MOVE FECHAINGRESO-PPAL TO FECHAALTA-CASCO.
            IF CASCO-DEVUELTO THEN
                MOVE 'D' TO CLIENTE-CASCO
                MOVE 'P' TO ESTADO-CASCO
            ELSE
                MOVE 'C' TO CLIENTE-CASCO
                MOVE 'N' TO ESTADO-CASCO
            END-IF.
            MOVE 0 TO FECHAENVIO-CASCO.
            MOVE 0 TO FECHACREDITO-CASCO.
            MOVE SPACES TO NROCREDITO-CASCO.
            MOVE 0 TO SUCFACT-CASCO.
            MOVE 0 TO NROFACT-CASCO.
            MOVE OPERADOR-RUN TO OPERADOR-CASCO.
            MOVE NROORDEN-CASCO TO NROORDEN-CLAVE-CASCO.
            MOVE IDREPUESTO-CASCO TO IDREPUESTO-CLAVE-CASCO.
            WRITE REG-T07CASCO FROM REGISTRO-T07CASCO
                INVALID KEY
                    REWRITE REG-T07CASCO FROM REGISTRO-T07CASCO
            END-WRITE.
        REGISTRAR-CAMPANIA.
            MOVE CAMPANIA-T07EALTA TO CAMPANIA-CLAVE-RECAL.
            MOVE PATENTE-PPAL TO PATENTE-CLAVE-RECAL.
            READ T07RECAL INTO REGISTRO-T07RECAL
                INVALID KEY MOVE 0 TO EXISTE-RECAL
                NOT INVALID KEY MOVE 1 TO EXISTE-RECAL
            END-READ.
            IF EXISTE-RECAL = 0 THEN
                MOVE CAMPANIA-T07EALTA TO CAMPANIA-RECAL
                MOVE PATENTE-PPAL TO PATENTE-RECAL
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-RECAL
                MOVE ANIO-VEHIC TO ANIO-RECAL
                MOVE 0 TO FECHAAVISO-RECAL
                MOVE NROORDEN-PPAL TO NROORDEN-RECAL
                MOVE 0 TO FECHAREALIZ-RECAL
                MOVE 'O' TO ESTADO-RECAL
                MOVE 0 TO FECHARECLAMO-RECAL
                MOVE OPERADOR-RUN TO OPERADOR-RECAL
                WRITE REG-T07RECAL FROM REGISTRO-T07RECAL
            ELSE
                IF ESTADO-RECAL = 'P' OR ESTADO-RECAL = 'O' THEN
                    MOVE IDCLIENTE-PPAL TO IDCLIENTE-RECAL
                    MOVE NROORDEN-PPAL TO NROORDEN-RECAL
                    MOVE 'O' TO ESTADO-RECAL
                    MOVE OPERADOR-RUN TO OPERADOR-RECAL
                    REWRITE REG-T07RECAL FROM REGISTRO-T07RECAL
                END-IF
            END-IF.
        CONVERTIR-PRECIO-REPUE.
            MOVE 1 TO COTIZACION-OK.
            MOVE 0 TO TASA-APLICADA.
            IF MONEDA-REPUE = 'D' THEN
                MOVE FECHAINGRESO-T07EALTA TO FECHA-COTIZACION
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
        EXISTENCIA-T07REPUE.
            MOVE IDREPUESTO-T07EALTA TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
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
        APLICAR-SERVICIO.
            MOVE 1 TO SERVICIO-OK.
                MOVE 1 TO VEHICULO-OK.
        REPETIDO-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            IDCLIENTE-PPAL NOT = IDCLIENTE-T07EALTA THEN
                MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                IF IDCLIENTE-T07EALTA = IDCLIENTE-PPAL AND
                    IDREPUESTO-T07EALTA = IDREPUESTO-PPAL AND
                    ESTADO-PPAL = 'V' THEN
                    MOVE 1 TO REPETIDO
                ELSE
                    IF ESTADO-PPAL = 'V' THEN
                        PERFORM SUMAR-ORDEN-ABIERTA
                    END-IF
                    IF ORDEN-ABIERTA = 0 AND MISMO-TICKET-ALTA AND
                        IDCLIENTE-T07EALTA = IDCLIENTE-PPAL AND
                        FECHAINGRESO-T07EALTA = FECHAINGRESO-PPAL AND
                END-IF
            END-IF.
        EVALUAR-GARANTIA.
            MOVE FECHAINGRESO-T07EALTA TO FECHA-CALCULO.
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
            MOVE CONTADOR-T07SALTA TO CANTIDAD-TOTAL.
            WRITE REG-T07SALTA FROM REGISTRO-T07STOTAL.
            CLOSE T07EALTA T07SALTA T07RALTA T07QALTA T07QHOLD
                T07CLIEN T07REPUE T07VEHIC T07SERVI T07CASCO
                T07RECAL T07APROB T07COTIZ.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
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
//GO.T07EALTA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EALTA),DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.T07SALTA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SALTA),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07PSEQ DD DSN=KC03BAB.CATALOGO.PARM(T07PSEQ),DISP=OLD
//GO.T07RALTA DD DSN=KC03BAB.CATALOGO.SALIDA(T07RALTA),DISP=SHR
//GO.T07ASEGU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ASEGU),DISP=SHR
//GO.T07SERVI DD DSN=KC03BAB.CATALOGO.SERVI,DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07RECAL DD DSN=KC03BAB.CATALOGO.RECAL,DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07PAPRO DD DSN=KC03BAB.CATALOGO.PARM(T07PAPRO),DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
