//* CONCILIACION Y EXPORTACION CONTABLE.
//* EN UN SOLO JOB, CADA PASO CONDICIONADO AL RETORNO DE LOS
//* ANTERIORES.
//* CON PARM(T07PSIMU) = 'S' LA CADENA CORRE EN SIMULACION: APLICA
//* TODAS LAS VALIDACIONES SIN ACTUALIZAR ARCHIVOS, DEJA EL RESUMEN
//* EN SALIDA(T07SSIMU) Y TERMINA FACT CON RC 4 (NO CONCILIA NI
//* EXPORTA).
//****
//ALTA1  EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
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
            SELECT T07STOCK ASSIGN TO T07STOCK
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-STOCK.
            SELECT T07TURNO ASSIGN TO T07TURNO.
            SELECT T07PCUPO ASSIGN TO T07PCUPO.
            SELECT T07PHOLD ASSIGN TO T07PHOLD.
            SELECT T07PSUCU ASSIGN TO T07PSUCU.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07VEHIC ASSIGN TO T07VEHIC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-VEHIC.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07ASEGU ASSIGN TO T07ASEGU.
            SELECT T07SERVI ASSIGN TO T07SERVI
                ORGANIZATION IS INDEXED
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
            SELECT T07PSIMU ASSIGN TO T07PSIMU.
            SELECT T07SSIMU ASSIGN TO T07SSIMU.
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
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 CLAVE-STOCK.
             05 SUCURSAL-CLAVE-STOCK PIC 9(2).
             05 IDREPUESTO-CLAVE-STOCK PIC 9(3).
         03 FILLER PIC X(75).
        FD T07TURNO
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07TURNO PIC X(240).
        01 REG-T07PSUCU PIC 9(2).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        FD T07VEHIC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VEHIC.
         03 PATENTE-CLAVE-VEHIC PIC X(7).
         03 FILLER PIC X(73).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07ASEGU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07ASEGU PIC X(240).
        FD T07SERVI
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SERVI.
         03 CODSERVICIO-CLAVE-SERVI PIC 9(3).
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
        FD T07PSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSIMU PIC X(1).
        FD T07SSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SSIMU PIC X(126).
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
         03 ANIO-VEHIC PIC 9(4).
         03 IDCLIENTE-VEHIC PIC 9(5).
        01 EXISTE-VEHIC PIC 9 VALUE 0.
        01 VEHICULO-OK PIC 9 VALUE 0.
        01 REGISTRO-T07ASEGU.
         03 IDASEGURADORA-ASEGU PIC 9(3).
         03 NOMBRE-ASEGU PIC X(30).
         03 CUIT-ASEGU PIC X(13).
        01 EOF-T07ASEGU PIC 9 VALUE 0.
        01 EXISTE-ASEGU PIC 9 VALUE 0.
        01 ASEGURADORA-OK PIC 9 VALUE 0.
        01 REGISTRO-T07SERVI.
         03 CODSERVICIO-SERVI PIC 9(3).
         03 DESCSERVICIO-SERVI PIC X(30).
         03 PRECIOMANO-SERVI PIC 9(7)V99.
         03 IDREPUESTO-SERVI PIC 9(3).
        01 SERVICIO-OK PIC 9 VALUE 0.
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
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
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
         03 PROGRAMA-KARDX PIC X(8).
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
        01 SIMULACION-RUN PIC X(1) VALUE 'N'.
        01 RESULTADO-SIMU PIC X(15).
        01 CLASE-SIMU PIC X(1).
        01 ENCONTRO-SIMU PIC 9 VALUE 0.
        01 ACEPTADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 RECHAZADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 CANT-CODIGOS-SIMU PIC 9(3) COMP VALUE 0.
        01 IX-SIMU PIC 9(3) COMP VALUE 0.
        01 TABLA-SIMU.
         03 CODIGO-SIMU-OCU OCCURS 30 TIMES.
             05 CODIGO-SIMU-TAB PIC X(15).
             05 CLASE-SIMU-TAB PIC X(1).
             05 CANT-SIMU-TAB PIC 9(5) COMP.
        01 REGISTRO-T07SMARCA.
         03 FILLER PIC X(36) VALUE
             'SIMULACION - SIN ACTUALIZAR ARCHIVOS'.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SMARCA PIC 9(8).
        01 TITULO-SIMU.
         03 FILLER PIC X(11) VALUE 'SIMULACION|'.
         03 PASO-SIMU PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SIMU PIC 9(8).
        01 REGISTRO-T07SSIMU.
         03 CODIGO-T07SSIMU PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASE-T07SSIMU PIC X(9).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SSIMU PIC ZZZZ9.
        01 TOTAL-SIMU.
         03 FILLER PIC X(10) VALUE 'ACEPTADOS|'.
         03 ACEPTADOS-TSIMU PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|RECHAZADOS|'.
         03 RECHAZADOS-TSIMU PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EALTA.
            OPEN INPUT T07CLIEN.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07VEHIC.
            OPEN INPUT T07SERVI.
            OPEN INPUT T07POPER.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
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
            PERFORM LEER-SIMULACION.
            IF SIMULACION-RUN = 'S' THEN
                MOVE 0 TO CHECKPOINT-T07CALTA.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EALTA T07CLIEN T07REPUE T07VEHIC T07SERVI
                STOP RUN.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S'
            AND SIMULACION-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
                MOVE 0 TO CANTIDAD-RUNCT
                MOVE 8 TO RETORNO-RUNCT
                PERFORM GRABAR-RUNCT
                MOVE 8 TO RETURN-CODE
                CLOSE T07EALTA T07CLIEN T07REPUE T07VEHIC T07SERVI
                STOP RUN.
            MOVE 'I' TO ESTADO-RUNCT.
            MOVE 0 TO CANTIDAD-RUNCT.
                OPEN OUTPUT T07SALTA
                OPEN OUTPUT T07RALTA
            END-IF.
            IF SIMULACION-RUN = 'S' THEN
                MOVE FECHAPROC-RUN TO FECHA-SMARCA
                WRITE REG-T07SALTA FROM REGISTRO-T07SMARCA.
            OPEN EXTEND T07QALTA.
            OPEN EXTEND T07QHOLD.
            IF SIMULACION-RUN = 'S' THEN
                OPEN INPUT T07CASCO T07RECAL T07APROB
            ELSE
                OPEN I-O T07CASCO T07RECAL T07APROB
            END-IF.
            OPEN INPUT T07COTIZ.
            MOVE 0 TO PROCESADOS-T07CALTA.
            READ T07EALTA INTO REGISTRO-T07EALTA.
            PERFORM SALTEAR-PROCESADOS
            PERFORM TERMINAR.
            STOP RUN.
        GRABAR-JORNAL.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07JORNL
                MOVE OPERADOR-RUN TO OPERADOR-JORNL
                MOVE FECHAPROC-RUN TO FECHAPROC-JORNL
                MOVE HORAPROC-RUN TO HORAPROC-JORNL
                WRITE REG-T07JORNL FROM REGISTRO-T07JORNL
                CLOSE T07JORNL
            END-IF.
        VALIDAR-OPERADOR.
            MOVE 0 TO AUTORIZADO.
            OPEN INPUT T07OPMAS.
                NOT INVALID KEY PERFORM VERIFICAR-PERMISO
            END-READ.
            CLOSE T07OPMAS.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07SEGUR
                MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR
                MOVE 'ALTA    ' TO PROGRAMA-T07SEGUR
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR
                MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR
                IF AUTORIZADO = 1 THEN
                    MOVE 'ACEPTADO' TO RESULTADO-T07SEGUR
                ELSE
                    MOVE 'RECHAZADO' TO RESULTADO-T07SEGUR
                END-IF
                WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR
                CLOSE T07SEGUR
            END-IF.
        VERIFICAR-PERMISO.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-ALTA-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
            PASO-RUNCT = 'ALTA    ' AND ESTADO-RUNCT = 'F' THEN
                MOVE 1 TO YA-EJECUTADO.
        GRABAR-RUNCT.
            IF SIMULACION-RUN NOT = 'S' THEN
                ACCEPT HORA-ACTUAL FROM TIME
                OPEN EXTEND T07RUNCT
                MOVE FECHAPROC-RUN TO FECHA-RUNCT
                MOVE 'ALTA    ' TO PASO-RUNCT
                MOVE HORA-ACTUAL TO HORA-RUNCT
                WRITE REG-T07RUNCT FROM REGISTRO-T07RUNCT
                CLOSE T07RUNCT
            END-IF.
        SALTEAR-PROCESADOS.
            ADD 1 TO PROCESADOS-T07CALTA.
            READ T07EALTA INTO REGISTRO-T07EALTA
                MOVE 0 TO FECHAPROMETIDA-T07EALTA.
            IF PRECIOPACTADO-T07EALTA NOT NUMERIC THEN
                MOVE 0 TO PRECIOPACTADO-T07EALTA.
            IF IDASEGURADORA-T07EALTA NOT NUMERIC THEN
                MOVE 0 TO IDASEGURADORA-T07EALTA
                MOVE SPACES TO SINIESTRO-T07EALTA.
            IF CODSERVICIO-T07EALTA NOT NUMERIC THEN
                MOVE 0 TO CODSERVICIO-T07EALTA.
            MOVE 0 TO EXISTE-CLIEN.
            MOVE 0 TO EXISTE-REPUE.
            MOVE 0 TO EXISTE-VEHIC.
            MOVE 0 TO VEHICULO-OK.
            MOVE 0 TO ASEGURADORA-OK.
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
                WRITE REG-T07RALTA FROM REGISTRO-T07EALTA
                MOVE 'INVALIDO' TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION.
            IF VALIDO-T07EALTA = 1 THEN
                PERFORM VERIFICAR-SUCURSAL.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 THEN
                PERFORM APLICAR-SERVICIO.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 AND
            SERVICIO-OK = 0 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'SERVICIO INEXIS' TO RESULTADO-T07SALTA
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 AND
            SERVICIO-OK = 1 THEN
                PERFORM EXISTENCIA-T07CLIEN.
            IF EXISTE-CLIEN = 1 THEN
                PERFORM EXISTENCIA-T07REPUE.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 AND
            SERVICIO-OK = 1 AND
            EXISTE-CLIEN = 1 AND EXISTE-REPUE = 0 AND
            SIMULACION-RUN NOT = 'S' THEN
                WRITE REG-T07QALTA FROM REGISTRO-T07EALTA.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 AND
            SERVICIO-OK = 1 AND
            (EXISTE-CLIEN = 0 OR EXISTE-REPUE = 0) THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF VALIDO-T07EALTA = 1 AND SUCURSAL-OK = 1 AND
            EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 THEN
                PERFORM EXISTENCIA-T07VEHIC.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 0 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                IF EXISTE-VEHIC = 0 THEN
                    MOVE 'VEHICULO INEXIS' TO RESULTADO-T07SALTA
                ELSE
                    MOVE 'VEHICULO AJENO' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 THEN
                PERFORM VERIFICAR-ASEGURADORA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 0 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'ASEG INEXISTENT' TO RESULTADO-T07SALTA
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 THEN
                PERFORM VALIDAR-FECHAINGRESO.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 0 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 THEN
                MOVE FECHAINGRESO-T07EALTA TO FECHA-CONTROL-PER
                PERFORM VERIFICAR-PERIODO.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 1 THEN
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'PERIODO CERRADO' TO RESULTADO-T07SALTA
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
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
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF EXISTE-CLIEN = 1 AND EXISTE-REPUE = 1 AND
            VEHICULO-OK = 1 AND ASEGURADORA-OK = 1 AND
            FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 AND
            COTIZACION-OK = 1 THEN
                IF SIMULACION-RUN = 'S' THEN
                    OPEN INPUT PPAL
                ELSE
                    OPEN I-O PPAL
                END-IF
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
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
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
                    IF SIMULACION-RUN NOT = 'S' THEN
                        WRITE REG-T07QHOLD FROM REGISTRO-T07EALTA
                    END-IF
                    MOVE 'RETEN LIMITE' TO RESULTADO-T07SALTA
                ELSE
                    MOVE 'EXCEDE LIMITE' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
            IF RETENIDO-CASO = 1 THEN
                IF SIMULACION-RUN NOT = 'S' THEN
                    WRITE REG-T07QHOLD FROM REGISTRO-T07EALTA
                END-IF
                MOVE REGISTRO-T07EALTA TO REGISTRO-T07SALTA
                MOVE SUCURSAL-T07EALTA TO SUCURSAL-T07SALTA
                MOVE 'RETENIDO' TO RESULTADO-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
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
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
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
                            MOVE 'OK SIN TURNO'
                            TO RESULTADO-T07SALTA
                        ELSE
                            IF SERVICIO-MANUAL = 1 THEN
                                MOVE 'OK TARIFA MAN'
                                TO RESULTADO-T07SALTA
                            ELSE
                                MOVE 'OK' TO RESULTADO-T07SALTA
                            END-IF
                        END-IF
                    END-IF
                END-IF
                IF LIMITE-AUTORIZADO = 1 THEN
                    MOVE 'OK LIMITE AUTOR' TO RESULTADO-T07SALTA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SALTA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SALTA
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE NROORDEN-ASIGNADA TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA
                MOVE NROORDEN-ASIGNADA TO NROORDEN-PPAL
                MOVE IDCLIENTE-CLIEN TO IDCLIENTE-PPAL
                MOVE MODELOAUTO-VEHIC TO MODELOAUTO-PPAL
                MOVE PATENTE-VEHIC TO PATENTE-PPAL
                MOVE DNI-CLIEN TO DNI-PPAL
                MOVE IDREPUESTO-REPUE TO IDREPUESTO-PPAL
                MOVE DESCREPUESTO-REPUE TO DESCREPUESTO-PPAL
                MOVE FECHAINGRESO-T07EALTA TO FECHAINGRESO-PPAL
                MOVE DESCREPARACION-T07EALTA TO DESCREPARACION-PPAL
                MOVE 00000000 TO FECHAEGRESO-PPAL
                MOVE 'V' TO ESTADO-PPAL
                MOVE OPERADOR-RUN TO OPERADOR-PPAL
                MOVE FECHAPROC-RUN TO FECHAPROC-PPAL
                MOVE FECHAPROMETIDA-T07EALTA
                TO FECHAPROMETIDA-PPAL
                MOVE PRECIOPACTADO-T07EALTA TO PRECIOPACTADO-PPAL
                MOVE IDASEGURADORA-T07EALTA TO ASEGURADORA-PPAL
                MOVE SINIESTRO-T07EALTA TO SINIESTRO-PPAL
                IF NROPRESU-T07EALTA NUMERIC THEN
                    MOVE NROPRESU-T07EALTA TO NROPRESU-PPAL
                ELSE
                    MOVE 0 TO NROPRESU-PPAL
                END-IF
                IF SIMULACION-RUN NOT = 'S' THEN
                    WRITE REG-PPAL FROM REGISTRO-PPAL
                END-IF
                MOVE 'A' TO TIPO-JORNL
                MOVE NROORDEN-PPAL TO NROORDEN-JORNL
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL
                MOVE SPACES TO ANTES-JORNL
                MOVE REGISTRO-PPAL TO DESPUES-JORNL
                PERFORM GRABAR-JORNAL
                IF CASCO-REPUE NUMERIC AND CASCO-REPUE > 0 AND
                SIMULACION-RUN NOT = 'S' THEN
                    PERFORM REGISTRAR-CASCO
                END-IF
                IF CAMPANIA-T07EALTA NOT = SPACES AND
                CAMPANIA-T07EALTA NOT = LOW-VALUES AND
                SIMULACION-RUN NOT = 'S' THEN
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
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CALTA
                WRITE REG-T07CALTA FROM PROCESADOS-T07CALTA
                CLOSE T07CALTA
            END-IF.
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
            IF SIMULACION-RUN NOT = 'S' THEN
                WRITE REG-T07APROB FROM REGISTRO-T07APROB
                    INVALID KEY MOVE 1 TO APROB-INVALIDA
                END-WRITE
            END-IF.
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
            IF SIMULACION-RUN NOT = 'S' THEN
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
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07SEGUR
                MOVE AUTORIZACRED-T07EALTA TO OPERADOR-T07SEGUR
                MOVE 'ALTA    ' TO PROGRAMA-T07SEGUR
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR
                MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR
                IF LIMITE-AUTORIZADO = 1 THEN
                    MOVE 'LIMITE AUTORIZ' TO RESULTADO-T07SEGUR
                ELSE
                    MOVE 'LIMITE RECHAZ' TO RESULTADO-T07SEGUR
                END-IF
                WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR
                CLOSE T07SEGUR
            END-IF.
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
                END-IF
            END-IF.
        DESCONTAR-STOCK.
            IF SIMULACION-RUN = 'S' THEN
                OPEN INPUT T07STOCK
            ELSE
                OPEN I-O T07STOCK
            END-IF.
            MOVE 0 TO NOHAY-STOCK.
            MOVE 0 TO DESCONTO-STOCK.
            MOVE SUCURSAL-RUN TO SUCURSAL-CLAVE-STOCK.
            MOVE IDREPUESTO-REPUE TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 1 TO NOHAY-STOCK.
            IF NOHAY-STOCK = 0 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
            IF NOHAY-STOCK = 0 AND CANTIDAD-STOCK > 0 THEN
                SUBTRACT 1 FROM CANTIDAD-STOCK
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-T07STOCK FROM REGISTRO-T07STOCK
                END-IF
                MOVE 1 TO DESCONTO-STOCK
                MOVE IDREPUESTO-REPUE TO IDREPUESTO-KARDX
                MOVE 1 TO CANTIDAD-KARDX
                MOVE '-' TO SIGNO-KARDX
                MOVE 'ALTA    ' TO PROGRAMA-KARDX
                MOVE COSTOPROM-STOCK TO VALOR-KARDX
                MOVE NROORDEN-ASIGNADA TO REFERENCIA-KARDX
                PERFORM GRABAR-KARDEX.
            CLOSE T07STOCK.
        GRABAR-KARDEX.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07KARDX
                MOVE FECHAPROC-RUN TO FECHAPROC-KARDX
                MOVE HORAPROC-RUN TO HORAPROC-KARDX
                MOVE OPERADOR-RUN TO OPERADOR-KARDX
                MOVE SUCURSAL-RUN TO SUCURSAL-KARDX
                WRITE REG-T07KARDX FROM REGISTRO-T07KARDX
                CLOSE T07KARDX
            END-IF.
        EXISTENCIA-T07CLIEN.
            MOVE IDCLIENTE-T07EALTA TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
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
                INVALID KEY MOVE 0 TO EXISTE-REPUE
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE
            END-READ.
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
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
            MOVE 0 TO SERVICIO-MANUAL.
            IF CODSERVICIO-T07EALTA > 0 THEN
                MOVE 0 TO EXISTE-SERVI
                MOVE CODSERVICIO-T07EALTA TO CODSERVICIO-CLAVE-SERVI
                READ T07SERVI INTO REGISTRO-T07SERVI
                    INVALID KEY MOVE 0 TO EXISTE-SERVI
                    NOT INVALID KEY MOVE 1 TO EXISTE-SERVI
                END-READ
                IF EXISTE-SERVI = 0 THEN
                    MOVE 0 TO SERVICIO-OK
                ELSE
                    IF MANODEOBRA-T07EALTA > 0 AND
                    MANODEOBRA-T07EALTA NOT = PRECIOMANO-SERVI THEN
                        MOVE 1 TO SERVICIO-MANUAL
                    ELSE
                        MOVE PRECIOMANO-SERVI TO MANODEOBRA-T07EALTA
                    END-IF
                    IF DESCREPARACION-T07EALTA = SPACES THEN
                        MOVE DESCSERVICIO-SERVI
                        TO DESCREPARACION-T07EALTA
                    ELSE
                        IF DESCREPARACION-T07EALTA NOT =
                        DESCSERVICIO-SERVI THEN
                            MOVE 1 TO SERVICIO-MANUAL
                        END-IF
                    END-IF
                    IF IDREPUESTO-T07EALTA = 0 AND
                    IDREPUESTO-SERVI > 0 THEN
                        MOVE IDREPUESTO-SERVI TO IDREPUESTO-T07EALTA
                    END-IF
                END-IF
            END-IF.
        VERIFICAR-ASEGURADORA.
            MOVE 1 TO ASEGURADORA-OK.
            IF IDASEGURADORA-T07EALTA > 0 THEN
                MOVE 0 TO EXISTE-ASEGU
                MOVE 0 TO EOF-T07ASEGU
                OPEN INPUT T07ASEGU
                PERFORM BUSCAR-ASEGURADORA UNTIL EOF-T07ASEGU = 1
                OR EXISTE-ASEGU = 1
                CLOSE T07ASEGU
                IF EXISTE-ASEGU = 0 THEN
                    MOVE 0 TO ASEGURADORA-OK
                END-IF
            END-IF.
        BUSCAR-ASEGURADORA.
            READ T07ASEGU INTO REGISTRO-T07ASEGU
            AT END MOVE 1 TO EOF-T07ASEGU.
            IF EOF-T07ASEGU = 0 AND
            IDASEGURADORA-ASEGU = IDASEGURADORA-T07EALTA THEN
                MOVE 1 TO EXISTE-ASEGU.
        EXISTENCIA-T07VEHIC.
            MOVE 0 TO EXISTE-VEHIC.
            MOVE 0 TO VEHICULO-OK.
            MOVE PATENTE-T07EALTA TO PATENTE-CLAVE-VEHIC.
            READ T07VEHIC INTO REGISTRO-T07VEHIC
                INVALID KEY MOVE 0 TO EXISTE-VEHIC
                NOT INVALID KEY MOVE 1 TO EXISTE-VEHIC
            END-READ.
            IF EXISTE-VEHIC = 1 AND
            IDCLIENTE-VEHIC = IDCLIENTE-T07EALTA THEN
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
                MOVE HORAPROC-RUN TO HORAPROC-T07SALTA
                MOVE 0 TO NROORDEN-T07SALTA
                WRITE REG-T07SALTA FROM REGISTRO-T07SALTA
                MOVE RESULTADO-T07SALTA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SALTA.
        VALIDAR-T07EALTA.
            MOVE 1 TO VALIDO-T07EALTA.
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
                FECHAPROMETIDA-T07EALTA < FECHAINGRESO-T07EALTA THEN
                MOVE 0 TO FECHA-VALIDA.
        TERMINAR.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07PSEQ
                WRITE REG-T07PSEQ FROM NROORDEN-RUN
                CLOSE T07PSEQ
            END-IF.
            MOVE 0 TO PROCESADOS-T07CALTA.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CALTA
                WRITE REG-T07CALTA FROM PROCESADOS-T07CALTA
                CLOSE T07CALTA
            END-IF.
            MOVE 'F' TO ESTADO-RUNCT.
            MOVE CONTADOR-T07SALTA TO CANTIDAD-RUNCT.
            MOVE 0 TO RETORNO-RUNCT.
            MOVE CONTADOR-T07SALTA TO CANTIDAD-TOTAL.
            WRITE REG-T07SALTA FROM REGISTRO-T07STOTAL.
            CLOSE T07EALTA T07SALTA T07RALTA T07QALTA T07QHOLD
                T07CLIEN T07REPUE T07VEHIC T07SERVI T07CASCO
                T07RECAL T07APROB T07COTIZ.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            IF SIMULACION-RUN = 'S' THEN
                PERFORM EMITIR-SIMULACION.
        LEER-SIMULACION.
            OPEN INPUT T07PSIMU.
            READ T07PSIMU INTO SIMULACION-RUN
            AT END MOVE 'N' TO SIMULACION-RUN.
            CLOSE T07PSIMU.
        ACUMULAR-SIMULACION.
            MOVE 0 TO ENCONTRO-SIMU.
            IF RESULTADO-SIMU (1:2) = 'OK' THEN
                MOVE 'A' TO CLASE-SIMU
                ADD 1 TO ACEPTADOS-SIMU
            ELSE
                MOVE 'R' TO CLASE-SIMU
                ADD 1 TO RECHAZADOS-SIMU
            END-IF.
            PERFORM BUSCAR-SIMU-TAB VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU OR ENCONTRO-SIMU = 1.
            IF ENCONTRO-SIMU = 0 AND CANT-CODIGOS-SIMU < 30 THEN
                ADD 1 TO CANT-CODIGOS-SIMU
                MOVE RESULTADO-SIMU
                TO CODIGO-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE CLASE-SIMU TO CLASE-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE 1 TO CANT-SIMU-TAB (CANT-CODIGOS-SIMU).
        BUSCAR-SIMU-TAB.
            IF CODIGO-SIMU-TAB (IX-SIMU) = RESULTADO-SIMU THEN
                ADD 1 TO CANT-SIMU-TAB (IX-SIMU)
                MOVE 1 TO ENCONTRO-SIMU.
        EMITIR-SIMULACION.
            OPEN OUTPUT T07SSIMU.
            MOVE 'ALTA    ' TO PASO-SIMU.
            MOVE FECHAPROC-RUN TO FECHA-SIMU.
            WRITE REG-T07SSIMU FROM TITULO-SIMU.
            PERFORM EMITIR-CODIGO-SIMU VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU.
            MOVE ACEPTADOS-SIMU TO ACEPTADOS-TSIMU.
            MOVE RECHAZADOS-SIMU TO RECHAZADOS-TSIMU.
            WRITE REG-T07SSIMU FROM TOTAL-SIMU.
            CLOSE T07SSIMU.
        EMITIR-CODIGO-SIMU.
            MOVE CODIGO-SIMU-TAB (IX-SIMU) TO CODIGO-T07SSIMU.
            IF CLASE-SIMU-TAB (IX-SIMU) = 'A' THEN
                MOVE 'ACEPTADO' TO CLASE-T07SSIMU
            ELSE
                MOVE 'RECHAZADO' TO CLASE-T07SSIMU
            END-IF.
            MOVE CANT-SIMU-TAB (IX-SIMU) TO CANTIDAD-T07SSIMU.
            WRITE REG-T07SSIMU FROM REGISTRO-T07SSIMU.
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
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07VEHIC DD DSN=KC03BAB.CATALOGO.VEHIC,DISP=SHR
//GO.T07SALTA DD DSN=KC03BAB.CATALOGO.SALIDA(T07SALTA),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07POPER DD DSN=KC03BAB.CATALOGO.ENTRADA(T07POPER),DISP=SHR
//GO.T07PSEQ DD DSN=KC03BAB.CATALOGO.PARM(T07PSEQ),DISP=OLD
//GO.T07RALTA DD DSN=KC03BAB.CATALOGO.SALIDA(T07RALTA),DISP=SHR
//GO.T07PSUCU DD DSN=KC03BAB.CATALOGO.PARM(T07PSUCU),DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PSIMU DD DSN=KC03BAB.CATALOGO.PARM(T07PSIMU),DISP=SHR
//GO.T07SSIMU DD DSN=KC03BAB.CATALOGO.SALIDA(T07SSIMU),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=MOD
//GO.T07ASEGU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07ASEGU),DISP=SHR
//GO.T07SERVI DD DSN=KC03BAB.CATALOGO.SERVI,DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07RECAL DD DSN=KC03BAB.CATALOGO.RECAL,DISP=SHR
//GO.T07APROB DD DSN=KC03BAB.CATALOGO.APROB,DISP=SHR
//GO.T07PAPRO DD DSN=KC03BAB.CATALOGO.PARM(T07PAPRO),DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//****
//MODI1  EXEC IGYWCLG,COND=(0,NE),
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
            SELECT T07PSUCU ASSIGN TO T07PSUCU.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07PSIMU ASSIGN TO T07PSIMU.
            SELECT T07SSIMU ASSIGN TO T07SSIMU.
        DATA DIVISION.
        FILE SECTION.
        FD T07EMODI
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
        FD T07PSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSIMU PIC X(1).
        FD T07SSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SSIMU PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EMODI.
         03 NROORDEN-T07EMODI PIC 9(7).
         03 DESCREPARACION-MODI-T07EMODI PIC X(30).
         03 MODELOAUTO-MODI-T07EMODI PIC X(30).
         03 PATENTE-MODI-T07EMODI PIC X(7).
         03 FECHAINGRESO-MODI-T07EMODI PIC 9(8).
         03 MANODEOBRA-MODI-T07EMODI PIC 9(7)V99.
         03 SUCURSAL-T07EMODI PIC 9(2).
        01 REGISTRO-T07SMODI.
         03 CAMPO-T07SMODI PIC X(1).
         03 RESULTADO-T07SMODI PIC X(15).
         03 OPERADOR-T07SMODI PIC X(8).
         03 FECHAPROC-T07SMODI PIC 9(8).
         03 HORAPROC-T07SMODI PIC 9(6).
         03 NROORDEN-T07SMODI PIC 9(7).
         03 SUCURSAL-T07SMODI PIC 9(2).
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
        01 REGISTRO-T07REPUE.
         03 IDREPUESTO-REPUE PIC 9(3).
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
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
        01 CHECKPOINT-T07CMODI PIC 9(7) VALUE 0.
        01 PROCESADOS-T07CMODI PIC 9(7) VALUE 0.
        01 REGISTRO-T07OPMAS.
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
        01 SIMULACION-RUN PIC X(1) VALUE 'N'.
        01 RESULTADO-SIMU PIC X(15).
        01 CLASE-SIMU PIC X(1).
        01 ENCONTRO-SIMU PIC 9 VALUE 0.
        01 ACEPTADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 RECHAZADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 CANT-CODIGOS-SIMU PIC 9(3) COMP VALUE 0.
        01 IX-SIMU PIC 9(3) COMP VALUE 0.
        01 TABLA-SIMU.
         03 CODIGO-SIMU-OCU OCCURS 30 TIMES.
             05 CODIGO-SIMU-TAB PIC X(15).
             05 CLASE-SIMU-TAB PIC X(1).
             05 CANT-SIMU-TAB PIC 9(5) COMP.
        01 REGISTRO-T07SMARCA.
         03 FILLER PIC X(36) VALUE
             'SIMULACION - SIN ACTUALIZAR ARCHIVOS'.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SMARCA PIC 9(8).
        01 TITULO-SIMU.
         03 FILLER PIC X(11) VALUE 'SIMULACION|'.
         03 PASO-SIMU PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SIMU PIC 9(8).
        01 REGISTRO-T07SSIMU.
         03 CODIGO-T07SSIMU PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASE-T07SSIMU PIC X(9).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SSIMU PIC ZZZZ9.
        01 TOTAL-SIMU.
         03 FILLER PIC X(10) VALUE 'ACEPTADOS|'.
         03 ACEPTADOS-TSIMU PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|RECHAZADOS|'.
         03 RECHAZADOS-TSIMU PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EMODI.
            OPEN INPUT T07POPER.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM CARGAR-PERIODOS.
            PERFORM LEER-SIMULACION.
            IF SIMULACION-RUN = 'S' THEN
                MOVE 0 TO CHECKPOINT-T07CMODI.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EMODI
                STOP RUN.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S'
            AND SIMULACION-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
                MOVE 0 TO CANTIDAD-RUNCT
                MOVE 8 TO RETORNO-RUNCT
                OPEN OUTPUT T07SMODI
                OPEN OUTPUT T07RMODI
            END-IF.
            IF SIMULACION-RUN = 'S' THEN
                MOVE FECHAPROC-RUN TO FECHA-SMARCA
                WRITE REG-T07SMODI FROM REGISTRO-T07SMARCA.
            MOVE 0 TO PROCESADOS-T07CMODI.
            READ T07EMODI INTO REGISTRO-T07EMODI.
            PERFORM SALTEAR-PROCESADOS-MODI
                PROCESADOS-T07CMODI >= CHECKPOINT-T07CMODI.
            PERFORM MODIF-REGISTRO UNTIL EOF-T07EMODI = 1.
            MOVE 0 TO PROCESADOS-T07CMODI.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CMODI
                WRITE REG-T07CMODI FROM PROCESADOS-T07CMODI
                CLOSE T07CMODI
            END-IF.
            MOVE 'F' TO ESTADO-RUNCT.
            MOVE CONTADOR-T07SMODI TO CANTIDAD-RUNCT.
            MOVE 0 TO RETORNO-RUNCT.
            MOVE CONTADOR-T07SMODI TO CANTIDAD-TOTAL.
            WRITE REG-T07SMODI FROM REGISTRO-T07STOTAL.
            CLOSE T07EMODI T07SMODI T07RMODI.
            IF SIMULACION-RUN = 'S' THEN
                PERFORM EMITIR-SIMULACION.
            STOP RUN.
        GRABAR-JORNAL.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07JORNL
                MOVE OPERADOR-RUN TO OPERADOR-JORNL
                MOVE FECHAPROC-RUN TO FECHAPROC-JORNL
                MOVE HORAPROC-RUN TO HORAPROC-JORNL
                WRITE REG-T07JORNL FROM REGISTRO-T07JORNL
                CLOSE T07JORNL
            END-IF.
        VALIDAR-OPERADOR.
            MOVE 0 TO AUTORIZADO.
            OPEN INPUT T07OPMAS.
                NOT INVALID KEY PERFORM VERIFICAR-PERMISO
            END-READ.
            CLOSE T07OPMAS.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07SEGUR
                MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR
                MOVE 'MODI    ' TO PROGRAMA-T07SEGUR
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR
                MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR
                IF AUTORIZADO = 1 THEN
                    MOVE 'ACEPTADO' TO RESULTADO-T07SEGUR
                ELSE
                    MOVE 'RECHAZADO' TO RESULTADO-T07SEGUR
                END-IF
                WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR
                CLOSE T07SEGUR
            END-IF.
        VERIFICAR-PERMISO.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-MODI-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
            PASO-RUNCT = 'MODI    ' AND ESTADO-RUNCT = 'F' THEN
                MOVE 1 TO YA-EJECUTADO.
        GRABAR-RUNCT.
            IF SIMULACION-RUN NOT = 'S' THEN
                ACCEPT HORA-ACTUAL FROM TIME
                OPEN EXTEND T07RUNCT
                MOVE FECHAPROC-RUN TO FECHA-RUNCT
                MOVE 'MODI    ' TO PASO-RUNCT
                MOVE HORA-ACTUAL TO HORA-RUNCT
                WRITE REG-T07RUNCT FROM REGISTRO-T07RUNCT
                CLOSE T07RUNCT
            END-IF.
        SALTEAR-PROCESADOS-MODI.
            ADD 1 TO PROCESADOS-T07CMODI.
            READ T07EMODI INTO REGISTRO-T07EMODI
            PERFORM VALIDAR-T07EMODI.
            IF VALIDO-T07EMODI = 0 THEN
                WRITE REG-T07RMODI FROM REGISTRO-T07EMODI
                MOVE 'INVALIDO' TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
            ELSE
                MOVE 0 TO PERIODO-CERRADO
                IF CAMBIA-FECHAING-MODI THEN
                    MOVE FECHAINGRESO-MODI-T07EMODI
                    TO FECHA-CONTROL-PER
                    PERFORM VERIFICAR-PERIODO
                END-IF
                IF PERIODO-CERRADO = 1 THEN
                    PERFORM RECHAZAR-PERIODO
                ELSE
                    IF CAMBIA-REPUESTO-MODI THEN
                        PERFORM MODIF-REPUESTO
                    ELSE
                        PERFORM MODIF-OTRO-CAMPO
                    END-IF
                END-IF
            END-IF.
            ADD 1 TO PROCESADOS-T07CMODI.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CMODI
                WRITE REG-T07CMODI FROM PROCESADOS-T07CMODI
                CLOSE T07CMODI
            END-IF.
            READ T07EMODI INTO REGISTRO-T07EMODI
            AT END MOVE 1 TO EOF-T07EMODI.
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
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
        RECHAZAR-PERIODO.
            MOVE IDREPUESTO-T07EMODI TO IDREPUESTO-T07SMODI.
            MOVE IDCLIENTE-T07EMODI TO IDCLIENTE-T07SMODI.
            MOVE IDREPUESTO-MODI-T07EMODI TO IDREPUESTO-MODI-T07SMODI.
            MOVE CAMPO-T07EMODI TO CAMPO-T07SMODI.
            MOVE SUCURSAL-T07EMODI TO SUCURSAL-T07SMODI.
            MOVE ' PERIODO CERRAD' TO RESULTADO-T07SMODI.
            MOVE OPERADOR-RUN TO OPERADOR-T07SMODI.
            MOVE FECHAPROC-RUN TO FECHAPROC-T07SMODI.
            MOVE HORAPROC-RUN TO HORAPROC-T07SMODI.
            MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI.
            WRITE REG-T07SMODI FROM REGISTRO-T07SMODI.
            ADD 1 TO CONTADOR-T07SMODI.
            MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU.
            PERFORM ACUMULAR-SIMULACION.
        MODIF-REPUESTO.
            OPEN INPUT T07REPUE.
            IF SIMULACION-RUN = 'S' THEN
                OPEN INPUT PPAL
            ELSE
                OPEN I-O PPAL
            END-IF.
            MOVE 0 TO EXISTE-REPU.
            PERFORM BUSCAR-REPU.
            IF EXISTE-REPU = 0 THEN
              MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
              WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
              MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
              PERFORM ACUMULAR-SIMULACION
              ADD 1 TO CONTADOR-T07SMODI.
            IF EXISTE-REPU = 1 THEN
                MOVE 0 TO EOF-PPAL
              MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
              WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
              MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
              PERFORM ACUMULAR-SIMULACION
              ADD 1 TO CONTADOR-T07SMODI.
            IF EXISTE-REPU = 1 AND EXISTE-REPU-ACT = 1
            AND SUCURSAL-ORDEN-OK = 0 THEN
              MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
              WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
              MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
              PERFORM ACUMULAR-SIMULACION
              ADD 1 TO CONTADOR-T07SMODI.
            IF EXISTE-REPU = 1 AND EXISTE-REPU-ACT = 1
            AND SUCURSAL-ORDEN-OK = 1 THEN
              MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
              WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
              MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
              PERFORM ACUMULAR-SIMULACION
              ADD 1 TO CONTADOR-T07SMODI.
            IF EXISTE-REPU = 1 AND EXISTE-REPU-ACT = 1
            AND SUCURSAL-ORDEN-OK = 1
              MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
              WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
              MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
              PERFORM ACUMULAR-SIMULACION
              ADD 1 TO CONTADOR-T07SMODI
              MOVE NROORDEN-T07EMODI TO NROORDEN-CLAVE-PPAL
              MOVE IDREPUESTO-T07EMODI TO IDREPUESTO-CLAVE-PPAL
              READ PPAL INTO REGISTRO-PPAL INVALID KEY CONTINUE
              MOVE REGISTRO-PPAL TO ANTES-PPAL
              IF SIMULACION-RUN NOT = 'S' THEN
                  DELETE PPAL RECORD
              END-IF
              MOVE 'B' TO TIPO-JORNL
              MOVE NROORDEN-T07EMODI TO NROORDEN-JORNL
              MOVE IDREPUESTO-T07EMODI TO IDREPUESTO-JORNL
              MOVE OPERADOR-RUN TO OPERADOR-PPAL
              MOVE FECHAPROC-RUN TO FECHAPROC-PPAL
              MOVE HORAPROC-RUN TO HORAPROC-PPAL
              IF SIMULACION-RUN NOT = 'S' THEN
                  WRITE REG-PPAL FROM REGISTRO-PPAL
              END-IF
              MOVE 'A' TO TIPO-JORNL
              MOVE NROORDEN-PPAL TO NROORDEN-JORNL
              MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL
              PERFORM GRABAR-JORNAL.
            CLOSE PPAL T07REPUE.
        MODIF-OTRO-CAMPO.
            IF SIMULACION-RUN = 'S' THEN
                OPEN INPUT PPAL
            ELSE
                OPEN I-O PPAL
            END-IF.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO EXISTE-REPU-ACT.
            PERFORM BUSCAR-REPU-ACTUAL.
                MOVE OPERADOR-RUN TO OPERADOR-PPAL
                MOVE FECHAPROC-RUN TO FECHAPROC-PPAL
                MOVE HORAPROC-RUN TO HORAPROC-PPAL
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-PPAL FROM REGISTRO-PPAL
                END-IF
                MOVE 'M' TO TIPO-JORNL
                MOVE NROORDEN-PPAL TO NROORDEN-JORNL
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL
            MOVE HORAPROC-RUN TO HORAPROC-T07SMODI
            MOVE NROORDEN-T07EMODI TO NROORDEN-T07SMODI
            WRITE REG-T07SMODI FROM REGISTRO-T07SMODI
            MOVE RESULTADO-T07SMODI TO RESULTADO-SIMU
            PERFORM ACUMULAR-SIMULACION
            ADD 1 TO CONTADOR-T07SMODI.
            CLOSE PPAL.
        BUSCAR-REPU-ACTUAL.
                CAMBIA-MODELO-MODI OR CAMBIA-PATENTE-MODI OR
                CAMBIA-FECHAING-MODI OR CAMBIA-MANODEOBRA-MODI) THEN
                MOVE 0 TO VALIDO-T07EMODI.
        LEER-SIMULACION.
            OPEN INPUT T07PSIMU.
            READ T07PSIMU INTO SIMULACION-RUN
            AT END MOVE 'N' TO SIMULACION-RUN.
            CLOSE T07PSIMU.
        ACUMULAR-SIMULACION.
            MOVE 0 TO ENCONTRO-SIMU.
            IF RESULTADO-SIMU = ' MODIFICADO' THEN
                MOVE 'A' TO CLASE-SIMU
                ADD 1 TO ACEPTADOS-SIMU
            ELSE
                MOVE 'R' TO CLASE-SIMU
                ADD 1 TO RECHAZADOS-SIMU
            END-IF.
            PERFORM BUSCAR-SIMU-TAB VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU OR ENCONTRO-SIMU = 1.
            IF ENCONTRO-SIMU = 0 AND CANT-CODIGOS-SIMU < 30 THEN
                ADD 1 TO CANT-CODIGOS-SIMU
                MOVE RESULTADO-SIMU
                TO CODIGO-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE CLASE-SIMU TO CLASE-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE 1 TO CANT-SIMU-TAB (CANT-CODIGOS-SIMU).
        BUSCAR-SIMU-TAB.
            IF CODIGO-SIMU-TAB (IX-SIMU) = RESULTADO-SIMU THEN
                ADD 1 TO CANT-SIMU-TAB (IX-SIMU)
                MOVE 1 TO ENCONTRO-SIMU.
        EMITIR-SIMULACION.
            OPEN EXTEND T07SSIMU.
            MOVE 'MODI    ' TO PASO-SIMU.
            MOVE FECHAPROC-RUN TO FECHA-SIMU.
            WRITE REG-T07SSIMU FROM TITULO-SIMU.
            PERFORM EMITIR-CODIGO-SIMU VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU.
            MOVE ACEPTADOS-SIMU TO ACEPTADOS-TSIMU.
            MOVE RECHAZADOS-SIMU TO RECHAZADOS-TSIMU.
            WRITE REG-T07SSIMU FROM TOTAL-SIMU.
            CLOSE T07SSIMU.
        EMITIR-CODIGO-SIMU.
            MOVE CODIGO-SIMU-TAB (IX-SIMU) TO CODIGO-T07SSIMU.
            IF CLASE-SIMU-TAB (IX-SIMU) = 'A' THEN
                MOVE 'ACEPTADO' TO CLASE-T07SSIMU
            ELSE
                MOVE 'RECHAZADO' TO CLASE-T07SSIMU
            END-IF.
            MOVE CANT-SIMU-TAB (IX-SIMU) TO CANTIDAD-T07SSIMU.
            WRITE REG-T07SSIMU FROM REGISTRO-T07SSIMU.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EMODI DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EMODI),DISP=SHR
//GO.T07PSUCU DD DSN=KC03BAB.CATALOGO.PARM(T07PSUCU),DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07PSIMU DD DSN=KC03BAB.CATALOGO.PARM(T07PSIMU),DISP=SHR
//GO.T07SSIMU DD DSN=KC03BAB.CATALOGO.SALIDA(T07SSIMU),DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
            SELECT T07PSUCU ASSIGN TO T07PSUCU.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
            SELECT T07PSIMU ASSIGN TO T07PSIMU.
            SELECT T07SSIMU ASSIGN TO T07SSIMU.
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
        FD T07PSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSIMU PIC X(1).
        FD T07SSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SSIMU PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07EBAJA.
         03 NROORDEN-T07EBAJA PIC 9(7).
         03 IDREPUESTO-T07EBAJA PIC 9(3).
         03 IDCLIENTE-T07EBAJA PIC 9(5).
         03 FECHAEGRESO-T07EBAJA PIC 9(8).
         03 MOTIVO-T07EBAJA PIC X(1).
             88 MOTIVO-REPARADO VALUE 'R'.
             88 MOTIVO-GARANTIA VALUE 'G'.
             88 MOTIVO-CANCELADO VALUE 'C'.
             88 MOTIVO-OTRO VALUE 'O'.
         03 SUCURSAL-T07EBAJA PIC 9(2).
         03 FORZAR-T07EBAJA PIC X(1).
             88 BAJA-FORZADA VALUE 'S'.
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
        01 SIMULACION-RUN PIC X(1) VALUE 'N'.
        01 RESULTADO-SIMU PIC X(15).
        01 CLASE-SIMU PIC X(1).
        01 ENCONTRO-SIMU PIC 9 VALUE 0.
        01 ACEPTADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 RECHAZADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 CANT-CODIGOS-SIMU PIC 9(3) COMP VALUE 0.
        01 IX-SIMU PIC 9(3) COMP VALUE 0.
        01 TABLA-SIMU.
         03 CODIGO-SIMU-OCU OCCURS 30 TIMES.
             05 CODIGO-SIMU-TAB PIC X(15).
             05 CLASE-SIMU-TAB PIC X(1).
             05 CANT-SIMU-TAB PIC 9(5) COMP.
        01 REGISTRO-T07SMARCA.
         03 FILLER PIC X(36) VALUE
             'SIMULACION - SIN ACTUALIZAR ARCHIVOS'.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SMARCA PIC 9(8).
        01 TITULO-SIMU.
         03 FILLER PIC X(11) VALUE 'SIMULACION|'.
         03 PASO-SIMU PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SIMU PIC 9(8).
        01 REGISTRO-T07SSIMU.
         03 CODIGO-T07SSIMU PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASE-T07SSIMU PIC X(9).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SSIMU PIC ZZZZ9.
        01 TOTAL-SIMU.
         03 FILLER PIC X(10) VALUE 'ACEPTADOS|'.
         03 ACEPTADOS-TSIMU PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|RECHAZADOS|'.
         03 RECHAZADOS-TSIMU PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07EBAJA.
            OPEN INPUT T07POPER.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            PERFORM CARGAR-PERIODOS.
            PERFORM LEER-SIMULACION.
            IF SIMULACION-RUN = 'S' THEN
                MOVE 0 TO CHECKPOINT-T07CBAJA.
            PERFORM VALIDAR-OPERADOR.
            IF AUTORIZADO = 0 THEN
                MOVE 8 TO RETURN-CODE
                CLOSE T07EBAJA
                STOP RUN.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S'
            AND SIMULACION-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
                MOVE 0 TO CANTIDAD-RUNCT
                MOVE 8 TO RETORNO-RUNCT
                OPEN OUTPUT T07SBAJA
                OPEN OUTPUT T07RBAJA
            END-IF.
            IF SIMULACION-RUN = 'S' THEN
                MOVE FECHAPROC-RUN TO FECHA-SMARCA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SMARCA.
            MOVE 0 TO PROCESADOS-T07CBAJA.
            READ T07EBAJA INTO REGISTRO-T07EBAJA.
            PERFORM SALTEAR-PROCESADOS-BAJA
                PROCESADOS-T07CBAJA >= CHECKPOINT-T07CBAJA.
            PERFORM BAJA-REGISTRO UNTIL EOF-T07EBAJA = 1.
            MOVE 0 TO PROCESADOS-T07CBAJA.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CBAJA
                WRITE REG-T07CBAJA FROM PROCESADOS-T07CBAJA
                CLOSE T07CBAJA
            END-IF.
            MOVE 'F' TO ESTADO-RUNCT.
            MOVE CONTADOR-T07SBAJA TO CANTIDAD-RUNCT.
            MOVE 0 TO RETORNO-RUNCT.
            MOVE CONTADOR-T07SBAJA TO CANTIDAD-TOTAL.
            WRITE REG-T07SBAJA FROM REGISTRO-T07STOTAL.
            CLOSE T07EBAJA T07SBAJA T07RBAJA.
            IF SIMULACION-RUN = 'S' THEN
                PERFORM EMITIR-SIMULACION.
            STOP RUN.
        GRABAR-JORNAL.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07JORNL
                MOVE OPERADOR-RUN TO OPERADOR-JORNL
                MOVE FECHAPROC-RUN TO FECHAPROC-JORNL
                MOVE HORAPROC-RUN TO HORAPROC-JORNL
                WRITE REG-T07JORNL FROM REGISTRO-T07JORNL
                CLOSE T07JORNL
            END-IF.
        VALIDAR-OPERADOR.
            MOVE 0 TO AUTORIZADO.
            OPEN INPUT T07OPMAS.
                NOT INVALID KEY PERFORM VERIFICAR-PERMISO
            END-READ.
            CLOSE T07OPMAS.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07SEGUR
                MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR
                MOVE 'BAJA    ' TO PROGRAMA-T07SEGUR
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR
                MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR
                IF AUTORIZADO = 1 THEN
                    MOVE 'ACEPTADO' TO RESULTADO-T07SEGUR
                ELSE
                    MOVE 'RECHAZADO' TO RESULTADO-T07SEGUR
                END-IF
                WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR
                CLOSE T07SEGUR
            END-IF.
        VERIFICAR-PERMISO.
            IF ACTIVO-OPMAS = 'S' AND PERMISO-BAJA-OPMAS = 'S' THEN
                MOVE 1 TO AUTORIZADO.
            PASO-RUNCT = 'BAJA    ' AND ESTADO-RUNCT = 'F' THEN
                MOVE 1 TO YA-EJECUTADO.
        GRABAR-RUNCT.
            IF SIMULACION-RUN NOT = 'S' THEN
                ACCEPT HORA-ACTUAL FROM TIME
                OPEN EXTEND T07RUNCT
                MOVE FECHAPROC-RUN TO FECHA-RUNCT
                MOVE 'BAJA    ' TO PASO-RUNCT
                MOVE HORA-ACTUAL TO HORA-RUNCT
                WRITE REG-T07RUNCT FROM REGISTRO-T07RUNCT
                CLOSE T07RUNCT
            END-IF.
        SALTEAR-PROCESADOS-BAJA.
            ADD 1 TO PROCESADOS-T07CBAJA.
            READ T07EBAJA INTO REGISTRO-T07EBAJA
            MOVE 0 TO EXISTE.
            MOVE 0 TO EOF-PPAL.
            IF VALIDO-T07EBAJA = 0 THEN
                WRITE REG-T07RBAJA FROM REGISTRO-T07EBAJA
                MOVE 'INVALIDO' TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION.
            IF VALIDO-T07EBAJA = 1 THEN
                IF SIMULACION-RUN = 'S' THEN
                    OPEN INPUT PPAL
                ELSE
                    OPEN I-O PPAL
                END-IF
                PERFORM BUSCA-PPAL.
            IF VALIDO-T07EBAJA = 1 AND EXISTE = 0 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 0 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1 THEN
                PERFORM VALIDAR-FECHAEGRESO.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 THEN
                MOVE FECHAEGRESO-T07EBAJA TO FECHA-CONTROL-PER
                PERFORM VERIFICAR-PERIODO.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 1 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE IDREPUESTO-T07EBAJA TO IDREPUESTO-T07SBAJA
                MOVE FECHAEGRESO-T07EBAJA TO FECHAEGRESO-T07SBAJA
                MOVE ' PERIODO CERRAD' TO RESULTADO-T07SBAJA
                MOVE OPERADOR-RUN TO OPERADOR-T07SBAJA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SBAJA
                MOVE HORAPROC-RUN TO HORAPROC-T07SBAJA
                MOVE NROORDEN-T07EBAJA TO NROORDEN-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0 THEN
                PERFORM VERIFICAR-CIERRE.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND CIERRE-OK = 0 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE IDREPUESTO-T07EBAJA TO IDREPUESTO-T07SBAJA
                MOVE FECHAEGRESO-T07EBAJA TO FECHAEGRESO-T07SBAJA
                MOVE MOTIVO-CIERRE TO RESULTADO-T07SBAJA
                MOVE OPERADOR-RUN TO OPERADOR-T07SBAJA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SBAJA
                MOVE HORAPROC-RUN TO HORAPROC-T07SBAJA
                MOVE NROORDEN-T07EBAJA TO NROORDEN-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 0 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE IDREPUESTO-T07EBAJA TO IDREPUESTO-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND CIERRE-OK = 1 THEN
                MOVE IDCLIENTE-T07EBAJA TO IDCLIENTE-T07SBAJA
                MOVE IDREPUESTO-T07EBAJA TO IDREPUESTO-T07SBAJA
                MOVE FECHAEGRESO-T07EBAJA TO FECHAEGRESO-T07SBAJA
                IF CIERRE-FORZADO = 1 THEN
                    MOVE ' ELIM FORZADA' TO RESULTADO-T07SBAJA
                ELSE
                    MOVE ' ELIMINADO' TO RESULTADO-T07SBAJA
                END-IF
                MOVE OPERADOR-RUN TO OPERADOR-T07SBAJA
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SBAJA
                MOVE HORAPROC-RUN TO HORAPROC-T07SBAJA
                MOVE MOTIVO-T07EBAJA TO MOTIVO-T07SBAJA
                MOVE SUCURSAL-T07EBAJA TO SUCURSAL-T07SBAJA
                WRITE REG-T07SBAJA FROM REGISTRO-T07SBAJA
                MOVE RESULTADO-T07SBAJA TO RESULTADO-SIMU
                PERFORM ACUMULAR-SIMULACION
                ADD 1 TO CONTADOR-T07SBAJA.
            IF EXISTE = 1 AND SUCURSAL-ORDEN-OK = 1
            AND FECHA-VALIDA = 1 AND PERIODO-CERRADO = 0
            AND CIERRE-OK = 1 THEN
                MOVE FECHAEGRESO-T07EBAJA TO FECHAEGRESO-PPAL
                MOVE 'E' TO ESTADO-PPAL
                MOVE OPERADOR-RUN TO OPERADOR-PPAL
                MOVE HORAPROC-RUN TO HORAPROC-PPAL
                MOVE MOTIVO-T07EBAJA TO MOTIVO-PPAL
                MOVE 'D' TO SITUACION-PPAL
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-PPAL FROM REGISTRO-PPAL
                END-IF
                MOVE 'M' TO TIPO-JORNL
                MOVE NROORDEN-PPAL TO NROORDEN-JORNL
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-JORNL
            IF VALIDO-T07EBAJA = 1 THEN
                CLOSE PPAL.
            ADD 1 TO PROCESADOS-T07CBAJA.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07CBAJA
                WRITE REG-T07CBAJA FROM PROCESADOS-T07CBAJA
                CLOSE T07CBAJA
            END-IF.
            READ T07EBAJA INTO REGISTRO-T07EBAJA
            AT END MOVE 1 TO EOF-T07EBAJA.
        CARGAR-PERIODOS.
            MOVE 0 TO CANT-PERIODOS-TAB.
            MOVE 0 TO EOF-T07PERCT.
            OPEN INPUT T07PERCT.
            PERFORM LEER-PERIODO UNTIL EOF-T07PERCT = 1.
            CLOSE T07PERCT.
        LEER-PERIODO.
            READ T07PERCT INTO REGISTRO-T07PERCT
            AT END MOVE 1 TO EOF-T07PERCT.
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
                    MOVE ' SIN MECANICO' TO MOTIVO-CIERRE
                END-IF
                IF CIERRE-OK = 1 AND SITUACION-PPAL = 'P' THEN
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
                    MOVE ' NO TERMINADA' TO MOTIVO-CIERRE
                END-IF
                IF CIERRE-OK = 0 AND BAJA-FORZADA THEN
                    MOVE 1 TO CIERRE-OK
                    MOVE 1 TO CIERRE-FORZADO
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
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN EXTEND T07SEGUR
                MOVE OPERADOR-RUN TO OPERADOR-T07SEGUR
                MOVE 'BAJA    ' TO PROGRAMA-T07SEGUR
                MOVE FECHAPROC-RUN TO FECHAPROC-T07SEGUR
                MOVE HORAPROC-RUN TO HORAPROC-T07SEGUR
                MOVE 'BAJA FORZADA' TO RESULTADO-T07SEGUR
                WRITE REG-T07SEGUR FROM REGISTRO-T07SEGUR
                CLOSE T07SEGUR
            END-IF.
        VALIDAR-T07EBAJA.
            MOVE 1 TO VALIDO-T07EBAJA.
            IF NROORDEN-T07EBAJA NOT NUMERIC THEN
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
            IF FECHA-VALIDA = 1 AND
                FECHAEGRESO-T07EBAJA < FECHAINGRESO-PPAL THEN
                MOVE 0 TO FECHA-VALIDA.
        LEER-SIMULACION.
            OPEN INPUT T07PSIMU.
            READ T07PSIMU INTO SIMULACION-RUN
            AT END MOVE 'N' TO SIMULACION-RUN.
            CLOSE T07PSIMU.
        ACUMULAR-SIMULACION.
            MOVE 0 TO ENCONTRO-SIMU.
            IF RESULTADO-SIMU = ' ELIMINADO' OR
            RESULTADO-SIMU = ' ELIM FORZADA' THEN
                MOVE 'A' TO CLASE-SIMU
                ADD 1 TO ACEPTADOS-SIMU
            ELSE
                MOVE 'R' TO CLASE-SIMU
                ADD 1 TO RECHAZADOS-SIMU
            END-IF.
            PERFORM BUSCAR-SIMU-TAB VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU OR ENCONTRO-SIMU = 1.
            IF ENCONTRO-SIMU = 0 AND CANT-CODIGOS-SIMU < 30 THEN
                ADD 1 TO CANT-CODIGOS-SIMU
                MOVE RESULTADO-SIMU
                TO CODIGO-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE CLASE-SIMU TO CLASE-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE 1 TO CANT-SIMU-TAB (CANT-CODIGOS-SIMU).
        BUSCAR-SIMU-TAB.
            IF CODIGO-SIMU-TAB (IX-SIMU) = RESULTADO-SIMU THEN
                ADD 1 TO CANT-SIMU-TAB (IX-SIMU)
                MOVE 1 TO ENCONTRO-SIMU.
        EMITIR-SIMULACION.
            OPEN EXTEND T07SSIMU.
            MOVE 'BAJA    ' TO PASO-SIMU.
            MOVE FECHAPROC-RUN TO FECHA-SIMU.
            WRITE REG-T07SSIMU FROM TITULO-SIMU.
            PERFORM EMITIR-CODIGO-SIMU VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU.
            MOVE ACEPTADOS-SIMU TO ACEPTADOS-TSIMU.
            MOVE RECHAZADOS-SIMU TO RECHAZADOS-TSIMU.
            WRITE REG-T07SSIMU FROM TOTAL-SIMU.
            CLOSE T07SSIMU.
        EMITIR-CODIGO-SIMU.
            MOVE CODIGO-SIMU-TAB (IX-SIMU) TO CODIGO-T07SSIMU.
            IF CLASE-SIMU-TAB (IX-SIMU) = 'A' THEN
                MOVE 'ACEPTADO' TO CLASE-T07SSIMU
            ELSE
                MOVE 'RECHAZADO' TO CLASE-T07SSIMU
            END-IF.
            MOVE CANT-SIMU-TAB (IX-SIMU) TO CANTIDAD-T07SSIMU.
            WRITE REG-T07SSIMU FROM REGISTRO-T07SSIMU.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07EBAJA DD DSN=KC03BAB.CATALOGO.ENTRADA(T07EBAJA),DISP=SHR
//GO.T07PSUCU DD DSN=KC03BAB.CATALOGO.PARM(T07PSUCU),DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PSIMU DD DSN=KC03BAB.CATALOGO.PARM(T07PSIMU),DISP=SHR
//GO.T07SSIMU DD DSN=KC03BAB.CATALOGO.SALIDA(T07SSIMU),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
//GO.T07OPMAS DD DSN=KC03BAB.CATALOGO.OPMAS,DISP=SHR
//GO.T07SEGUR DD DSN=KC03BAB.CATALOGO.SALIDA(T07SEGUR),DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=MOD
            SELECT T07PINFO ASSIGN TO T07PINFO.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07PSIMU ASSIGN TO T07PSIMU.
        DATA DIVISION.
        FILE SECTION.
        FD T07SINFO
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SINFO PIC X(134).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
        01 REG-T07PINFO PIC X(1).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        FD T07PSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSIMU PIC X(1).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 IDREPUESTO-TITULO PIC X(4) VALUE 'REP|'.
         03 MODAUTO-FILLER PIC X(4) VALUE '   |'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 DNI-TITULO PIC X(9) VALUE 'DNI     |'.
         03 FECING-TITULO PIC X(9) VALUE 'FECING  |'.
         03 DESCREP-TITULO PIC X(21) VALUE 'DESC REPARACION      '.
         03 DESCREP-TIT1 PIC X(9) VALUE '         '.
         03 DESCREP-TIT2 PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-T07SINFO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAINGRESO-T07SINFO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DESCREPARACION-T07SINFO PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
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
         01 CANT-PARTES-TAB PIC 9(5) COMP VALUE 0.
         01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
         01 ENCONTRO-PARTE PIC 9 VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
        01 YA-EJECUTADO PIC 9 VALUE 0.
        01 REINICIO-RUN PIC X(1) VALUE 'N'.
        01 HORA-ACTUAL PIC 9(6).
        01 SIMULACION-RUN PIC X(1) VALUE 'N'.
         01 REGISTRO-T07SSUBT.
             03 FILLER PIC X(12) VALUE 'SUBTOTAL  |'.
             03 DESCREPUESTO-SUBT PIC X(30).
             03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            PERFORM LEER-SIMULACION.
            IF SIMULACION-RUN = 'S' THEN
                CLOSE PPAL
                STOP RUN.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
            WRITE REG-T07SINFO FROM REGISTRO-T07STOTAL.
            CLOSE T07SINFO PPAL.
            STOP RUN.
        LEER-SIMULACION.
            OPEN INPUT T07PSIMU.
            READ T07PSIMU INTO SIMULACION-RUN
            AT END MOVE 'N' TO SIMULACION-RUN.
            CLOSE T07PSIMU.
        CONTROLAR-EJECUCION.
            OPEN INPUT T07PREST.
            READ T07PREST INTO REINICIO-RUN
//GO.T07PINFO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PINFO),DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PSIMU DD DSN=KC03BAB.CATALOGO.PARM(T07PSIMU),DISP=SHR
//****
//FACT1  EXEC IGYWCLG,COND=(0,NE),
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDCLIENTE-CLAVE-CLIEN.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07PREST ASSIGN TO T07PREST.
            SELECT T07PHIST ASSIGN TO T07PHIST.
            SELECT T07FNUMS ASSIGN TO T07FNUMS.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07MECAN ASSIGN TO T07MECAN.
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07CTASE ASSIGN TO T07CTASE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTASE.
            SELECT T07FLOVE ASSIGN TO T07FLOVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-FLOVE.
            SELECT T07FLOTA ASSIGN TO T07FLOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDFLOTA-CLAVE-FLOTA.
            SELECT T07TERCE ASSIGN TO T07TERCE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-TERCE.
            SELECT T07PTERC ASSIGN TO T07PTERC.
            SELECT T07CASCO ASSIGN TO T07CASCO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CASCO.
            SELECT T07COTIZ ASSIGN TO T07COTIZ
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-COTIZ.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
            SELECT T07PSIMU ASSIGN TO T07PSIMU.
            SELECT T07SSIMU ASSIGN TO T07SSIMU.
        DATA DIVISION.
        FILE SECTION.
        FD T07SFACT
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
         03 IDCLIENTE-CLAVE-CLIEN PIC 9(5).
         03 FILLER PIC X(235).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        FD T07PHIST
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07PHIST PIC X(80).
        FD T07FNUMS
            LABEL RECORDS ARE OMITTED.
        01 REG-T07FNUMS PIC X(17).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
        FD T07MECAN
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07MECAN PIC X(240).
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07CTASE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTASE.
         03 CLAVE-CTASE.
             05 IDASEGURADORA-CLAVE-CTASE PIC 9(3).
             05 NROORDEN-CLAVE-CTASE PIC 9(7).
         03 FILLER PIC X(70).
        FD T07FLOVE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOVE.
         03 CLAVE-FLOVE.
             05 CLASE-CLAVE-FLOVE PIC X(1).
             05 REFERENCIA-CLAVE-FLOVE PIC X(7).
         03 FILLER PIC X(72).
        FD T07FLOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOTA.
         03 IDFLOTA-CLAVE-FLOTA PIC 9(4).
         03 FILLER PIC X(76).
        FD T07TERCE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TERCE.
         03 CLAVE-TERCE.
             05 NROORDEN-CLAVE-TERCE PIC 9(7).
             05 IDREPUESTO-CLAVE-TERCE PIC 9(3).
         03 FILLER PIC X(70).
        FD T07PTERC
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PTERC PIC X(5).
        FD T07CASCO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CASCO.
         03 CLAVE-CASCO.
             05 NROORDEN-CLAVE-CASCO PIC 9(7).
             05 IDREPUESTO-CLAVE-CASCO PIC 9(3).
         03 FILLER PIC X(70).
        FD T07COTIZ
            LABEL RECORDS ARE STANDARD.
        01 REG-T07COTIZ.
         03 CLAVE-COTIZ.
             05 MONEDA-CLAVE-COTIZ PIC X(1).
             05 FECHAINV-CLAVE-COTIZ PIC 9(8).
         03 FILLER PIC X(71).
        FD T07PRECO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRECO.
         03 CLAVE-PRECO.
             05 NROORDEN-CLAVE-PRECO PIC 9(7).
             05 FECHASALIDA-CLAVE-PRECO PIC 9(8).
             05 PATENTE-CLAVE-PRECO PIC X(7).
         03 FILLER PIC X(98).
        FD T07PSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PSIMU PIC X(1).
        FD T07SSIMU
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SSIMU PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 SUCURSAL-TITULO PIC X(4) VALUE 'SUC|'.
         03 IDCLIENTE-TITULO PIC X(6) VALUE 'IDCLI|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 DESCREPUESTO-TITULO PIC X(21) VALUE 'DESCREPUESTO         '.
         03 DESCREP-TIT PIC X(4) VALUE '   |'.
         03 PRECIO-TITULO PIC X(11) VALUE 'PRECIO    |'.
         03 MANODEOBRA-TITULO PIC X(15) VALUE 'MANODEOBRA    |'.
         03 NETO-TITULO PIC X(10) VALUE 'NETO     |'.
         03 IVA-TITULO PIC X(10) VALUE 'IVA      |'.
         03 TOTAL-TITULO PIC X(10) VALUE 'TOTAL     '.
         03 FACTURA-TITULO PIC X(12) VALUE '|NROFACTURA '.
         03 COTIZ-TITULO PIC X(6) VALUE '|COTIZ'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 IVA-T07SFACT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-T07SFACT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCFACT-T07SFACT PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROFACT-T07SFACT PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 COTIZ-T07SFACT PIC ZZZZ9.9999.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZZZZ9.99.
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
        01 EOF-PPAL PIC 9 VALUE 0.
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
        01 SIN-COTIZACION PIC 9 VALUE 0.
        01 FECHA-COTIZACION PIC 9(8) VALUE 0.
        01 TASA-APLICADA PIC 9(5)V9999 VALUE 0.
        01 CANT-SIN-COTIZ PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SSCOT.
         03 FILLER PIC X(15) VALUE 'SIN COTIZACION|'.
         03 CANTIDAD-SSCOT PIC ZZZZ9.
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
         03 SUCFACT-FACTU PIC 9(2).
         03 NROFACT-FACTU PIC 9(8).
         03 TIPOFACT-FACTU PIC X(1).
         03 ASEGURADORA-FACTU PIC 9(3).
         03 SINIESTRO-FACTU PIC X(12).
         03 CAE-FACTU PIC 9(14).
         03 VTOCAE-FACTU PIC 9(8).
         03 ESTADOCAE-FACTU PIC X(1).
             88 CAE-AUTORIZADO VALUE 'A'.
             88 CAE-RECHAZADO VALUE 'R'.
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
         03 PATENTE-CLIEN PIC X(7).
         03 DNI-CLIEN PIC X(8).
         03 TELEFONO-CLIEN PIC X(12).
         03 CALIFICACION-CLIEN PIC X(1).
         03 CATEGIVA-CLIEN PIC X(1).
        01 EXISTE-CLIEN-FACT PIC 9 VALUE 0.
        01 TIPOFACT-CALCULADO PIC X(1) VALUE 'B'.
        01 REGISTRO-T07HORAS.
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07MECAN.
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
         03 TARIFA-MECAN PIC 9(5)V99.
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EXISTE-MECAN-FACT PIC 9 VALUE 0.
        01 TARIFA-ENCONTRADA PIC 9(5)V99 VALUE 0.
        01 MANO-HORAS PIC 9(9)V99 VALUE 0.
        01 HORAS-COBRADAS PIC 9(5)V99 VALUE 0.
        01 EXISTE-REPUE-FACT PIC 9 VALUE 0.
        01 PRECIO-PARTE PIC 9(7)V99 VALUE 0.
        01 TOTAL-TICKET PIC 9(7)V99 VALUE 0.
        01 NETO-TICKET PIC 9(7)V99 VALUE 0.
        01 REGISTRO-T07TERCE.
         03 NROORDEN-TERCE PIC 9(7).
         03 IDREPUESTO-TERCE PIC 9(3).
         03 IDPROVEEDOR-TERCE PIC 9(3).
         03 FECHAENVIO-TERCE PIC 9(8).
         03 COSTO-TERCE PIC 9(7)V99.
         03 FECHAPREVISTA-TERCE PIC 9(8).
         03 FECHARETORNO-TERCE PIC 9(8).
         03 ESTADO-TERCE PIC X(1).
         03 NROFACTURA-TERCE PIC X(12).
         03 COSTOFACT-TERCE PIC 9(7)V99.
         03 OPERADOR-TERCE PIC X(8).
         03 SITUACION-TERCE PIC X(1).
        01 REGISTRO-T07PTERC.
         03 RECARGO-PTERC PIC 9(3)V99.
        01 EXISTE-TERCE PIC 9 VALUE 0.
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
        01 EXISTE-CASCO PIC 9 VALUE 0.
        01 CASCO-COBRADO PIC 9(7)V99 VALUE 0.
        01 COSTO-TERCERO PIC 9(7)V99 VALUE 0.
        01 TERCERO-COBRADO PIC 9(7)V99 VALUE 0.
        01 MANODEOBRA-COBRADA PIC 9(7)V99 VALUE 0.
        01 REGISTRO-T07PRECO.
         03 NROORDEN-PRECO PIC 9(7).
         03 FECHASALIDA-PRECO PIC 9(8).
         03 PATENTE-PRECO PIC X(7).
         03 IDCLIENTE-PRECO PIC 9(5).
         03 SUCURSAL-PRECO PIC 9(2).
         03 FECHADEVPREV-PRECO PIC 9(8).
         03 KMSALIDA-PRECO PIC 9(7).
         03 COMBSALIDA-PRECO PIC 9(1).
         03 FIRMASALIDA-PRECO PIC 9(8).
         03 FECHADEVOL-PRECO PIC 9(8).
         03 KMDEVOL-PRECO PIC 9(7).
         03 COMBDEVOL-PRECO PIC 9(1).
         03 FIRMADEVOL-PRECO PIC 9(8).
         03 CULPA-PRECO PIC X(1).
         03 ESTADO-PRECO PIC X(1).
         03 CARGO-PRECO PIC 9(7)V99.
         03 SUCFACT-PRECO PIC 9(2).
         03 NROFACT-PRECO PIC 9(8).
         03 OPERADOR-PRECO PIC X(8).
         03 FECHAPROC-PRECO PIC 9(8).
        01 EOF-T07PRECO PIC 9 VALUE 0.
        01 CORTESIA-COBRADA PIC 9(7)V99 VALUE 0.
        01 NROORDEN-CORTESIA-PROC PIC 9(7) VALUE 0.
        01 REGISTRO-T07PHIST.
         03 IDREPUESTO-PHIST PIC 9(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 PRECIO-PHIST PIC 9(7)V99.
        01 EOF-T07PHIST PIC 9 VALUE 0.
        01 HIST-ENCONTRADO PIC 9 VALUE 0.
        01 FECHAVIG-ELEGIDA PIC 9(8) VALUE 0.
        01 PRECIO-HISTORICO PIC 9(7)V99 VALUE 0.
        01 IVA-TICKET PIC 9(7)V99 VALUE 0.
        01 TOTAL-GENERAL-FACT PIC 9(9)V99 VALUE 0.
        01 CANT-FACTURAS PIC 9(5) COMP VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
        01 TABLA-SUCURSALES.
         03 SUCURSAL-OCU OCCURS 100 TIMES.
             05 TOTAL-SUC-TAB PIC 9(9)V99.
        01 TABLA-FSEQ.
         03 FSEQ-OCU OCCURS 100 TIMES.
             05 SECUENCIA-FSEQ-TAB PIC 9(8).
        01 REGISTRO-T07FNUMS.
         03 SUCURSAL-FNUMS PIC 9(2).
         03 NROORDEN-FNUMS PIC 9(7).
         03 NROFACT-FNUMS PIC 9(8).
        01 EOF-T07FNUMS PIC 9 VALUE 0.
        01 IX-FSEQ PIC 9(3) COMP VALUE 0.
        01 FSEQ-INDICE PIC 9(3) COMP VALUE 1.
        01 NROFACT-ASIGNADO PIC 9(8) VALUE 0.
        01 EXISTE-FNUM PIC 9 VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 EOF-FACTU-PREVIA PIC 9 VALUE 0.
        01 TABLA-CREDITOS.
         03 CREDITO-OCU OCCURS 1000 TIMES INDEXED BY IX-CREDITO.
             05 IMAGEN-CREDITO-TAB PIC X(240).
        01 CANT-CREDITOS-TAB PIC 9(5) COMP VALUE 0.
        01 TABLA-ORDENES-FLOTA.
         03 ORDEN-FLOTA-OCU OCCURS 1000 TIMES INDEXED BY IX-OFLOTA.
             05 NROORDEN-OFLOTA-TAB PIC 9(7).
        01 CANT-OFLOTA-TAB PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07FLOVE.
         03 CLASE-FLOVE PIC X(1).
         03 REFERENCIA-FLOVE PIC X(7).
         03 IDFLOTA-FLOVE PIC 9(4).
         03 ESTADO-FLOVE PIC X(1).
        01 REGISTRO-T07FLOTA.
         03 IDFLOTA-FLOTA PIC 9(4).
         03 RAZONSOCIAL-FLOTA PIC X(30).
         03 CUIT-FLOTA PIC X(11).
         03 CATEGIVA-FLOTA PIC X(1).
         03 PLAZOPAGO-FLOTA PIC 9(3).
         03 ESTADO-FLOTA PIC X(1).
        01 REFERENCIA-CLIENTE.
         03 IDCLIENTE-REFERENCIA PIC 9(5).
         03 FILLER PIC X(2) VALUE SPACES.
        01 EXISTE-FLOVE PIC 9 VALUE 0.
        01 EXISTE-FLOTA PIC 9 VALUE 0.
        01 IDFLOTA-ORDEN PIC 9(4) VALUE 0.
        01 ORDEN-FLOTA PIC 9 VALUE 0.
        01 CANT-RETENIDAS-FLOTA PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SRFLO.
         03 FILLER PIC X(15) VALUE 'FLOTA RETENIDA|'.
         03 CANTIDAD-RFLO PIC ZZZZ9.
        01 TABLA-FNUMS.
         03 FNUM-OCU OCCURS 500 TIMES INDEXED BY IX-FNUM.
             05 SUCURSAL-FNUM-TAB PIC 9(2).
             05 NROORDEN-FNUM-TAB PIC 9(7).
             05 NROFACT-FNUM-TAB PIC 9(8).
        01 CANT-FNUMS-TAB PIC 9(5) COMP VALUE 0.
        01 TABLA-CAES.
         03 CAE-OCU OCCURS 500 TIMES INDEXED BY IX-CAE.
             05 SUCFACT-CAE-TAB PIC 9(2).
             05 NROFACT-CAE-TAB PIC 9(8).
             05 CAE-TAB PIC 9(14).
             05 VTOCAE-TAB PIC 9(8).
        01 CANT-CAES-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-CAE PIC 9 VALUE 0.
        01 TABLA-DATOS-PREVIOS.
         03 DPREV-OCU OCCURS 1000 TIMES INDEXED BY IX-DPREV.
             05 NROORDEN-DPREV-TAB PIC 9(7).
             05 IDREPUESTO-DPREV-TAB PIC 9(3).
             05 DNI-DPREV-TAB PIC X(8).
             05 PATENTE-DPREV-TAB PIC X(7).
        01 CANT-DPREV-TAB PIC 9(5) COMP VALUE 0.
        01 EXISTE-DPREV PIC 9 VALUE 0.
        01 DNI-MASCARA PIC X(8) VALUE '********'.
        01 CANT-PENDIENTES-CAE PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07SPEND.
         03 FILLER PIC X(14) VALUE 'PENDIENTE CAE|'.
         03 CANTIDAD-PEND PIC ZZZZ9.
        01 REGISTRO-T07SENAS.
         03 NROORDEN-SENAS PIC 9(7).
         03 NRORECIBO-SENAS PIC 9(7).
         03 IDCLIENTE-SENAS PIC 9(5).
         03 FECHA-SENAS PIC 9(8).
         03 IMPORTE-SENAS PIC 9(7)V99.
         03 MEDIO-SENAS PIC X(1).
         03 ESTADO-SENAS PIC X(1).
             88 SENA-PENDIENTE VALUE 'P'.
             88 SENA-APLICADA VALUE 'A'.
             88 SENA-RECHAZADA VALUE 'X'.
         03 FECHAESTADO-SENAS PIC 9(8).
         03 SUCFACT-SENAS PIC 9(2).
         03 NROFACT-SENAS PIC 9(8).
         03 OPERADOR-SENAS PIC X(8).
         03 IDBANCO-SENAS PIC 9(3).
         03 NROCHEQUE-SENAS PIC 9(8).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07CTASE.
         03 IDASEGURADORA-CTASE PIC 9(3).
         03 NROORDEN-CTASE PIC 9(7).
         03 SINIESTRO-CTASE PIC X(12).
         03 IDCLIENTE-CTASE PIC 9(5).
         03 FECHAFACT-CTASE PIC 9(8).
         03 IMPORTE-CTASE PIC 9(7)V99.
         03 PAGADO-CTASE PIC 9(7)V99.
        01 EOF-T07SENAS PIC 9 VALUE 0.
        01 EXISTE-CTACT-FACT PIC 9 VALUE 0.
        01 EXISTE-CTASE-FACT PIC 9 VALUE 0.
        01 NROORDEN-SENA-PROC PIC 9(7) VALUE 0.
        01 SENA-A-APLICAR PIC 9(7)V99 VALUE 0.
        01 TOTAL-SENAS-FACT PIC 9(9)V99 VALUE 0.
        01 REGISTRO-T07SSENA.
         03 FILLER PIC X(14) VALUE 'SENA APLICADA|'.
         03 NROORDEN-SSENA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 NRORECIBO-SSENA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SSENA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-SSENA PIC ZZZZZ9.99-.
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCFACT-SSENA PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROFACT-SSENA PIC 9(8).
        01 REGISTRO-T07STSEN.
         03 FILLER PIC X(16) VALUE 'SENAS APLICADAS|'.
         03 IMPORTE-STSEN PIC ZZZZZZZ9.99.
        01 IX-SUCURSAL PIC 9(3) COMP VALUE 0.
        01 SUC-INDICE PIC 9(3) COMP VALUE 1.
        01 SUC-SUBT PIC 9(2).
         03 SUCURSAL-SUBT PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-SUBT PIC ZZZZZZZ9.99.
        01 SIMULACION-RUN PIC X(1) VALUE 'N'.
        01 RESULTADO-SIMU PIC X(15).
        01 CLASE-SIMU PIC X(1).
        01 ENCONTRO-SIMU PIC 9 VALUE 0.
        01 ACEPTADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 RECHAZADOS-SIMU PIC 9(5) COMP VALUE 0.
        01 CANT-CODIGOS-SIMU PIC 9(3) COMP VALUE 0.
        01 IX-SIMU PIC 9(3) COMP VALUE 0.
        01 TABLA-SIMU.
         03 CODIGO-SIMU-OCU OCCURS 30 TIMES.
             05 CODIGO-SIMU-TAB PIC X(15).
             05 CLASE-SIMU-TAB PIC X(1).
             05 CANT-SIMU-TAB PIC 9(5) COMP.
        01 REGISTRO-T07SMARCA.
         03 FILLER PIC X(36) VALUE
             'SIMULACION - SIN ACTUALIZAR ARCHIVOS'.
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SMARCA PIC 9(8).
        01 TITULO-SIMU.
         03 FILLER PIC X(11) VALUE 'SIMULACION|'.
         03 PASO-SIMU PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-SIMU PIC 9(8).
        01 REGISTRO-T07SSIMU.
         03 CODIGO-T07SSIMU PIC X(15).
         03 FILLER PIC X(1) VALUE '|'.
         03 CLASE-T07SSIMU PIC X(9).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SSIMU PIC ZZZZ9.
        01 TOTAL-SIMU.
         03 FILLER PIC X(10) VALUE 'ACEPTADOS|'.
         03 ACEPTADOS-TSIMU PIC ZZZZ9.
         03 FILLER PIC X(12) VALUE '|RECHAZADOS|'.
         03 RECHAZADOS-TSIMU PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07CLIEN.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            OPEN INPUT T07PTERC.
            READ T07PTERC INTO REGISTRO-T07PTERC
            AT END MOVE 0 TO RECARGO-PTERC.
            CLOSE T07PTERC.
            IF RECARGO-PTERC NOT NUMERIC THEN
                MOVE 0 TO RECARGO-PTERC.
            PERFORM LEER-SIMULACION.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S'
            AND SIMULACION-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
                MOVE 0 TO CANTIDAD-RUNCT
                MOVE 8 TO RETORNO-RUNCT
                PERFORM GRABAR-RUNCT
                MOVE 8 TO RETURN-CODE
                CLOSE PPAL T07REPUE T07CLIEN
                STOP RUN.
            MOVE 'I' TO ESTADO-RUNCT.
            MOVE 0 TO CANTIDAD-RUNCT.
            MOVE 0 TO RETORNO-RUNCT.
            PERFORM GRABAR-RUNCT.
            PERFORM CARGAR-CREDITOS.
            OPEN OUTPUT T07SFACT.
            IF SIMULACION-RUN = 'S' THEN
                MOVE FECHAPROC-RUN TO FECHA-SMARCA
                WRITE REG-T07SFACT FROM REGISTRO-T07SMARCA
                OPEN INPUT T07SENAS T07CTACT T07CTASE T07CASCO
                    T07PRECO
            ELSE
                OPEN OUTPUT T07FACTU
                OPEN I-O T07SENAS T07CTACT T07CTASE T07CASCO
                    T07PRECO
            END-IF.
            OPEN INPUT T07FLOVE.
            OPEN INPUT T07FLOTA.
            OPEN INPUT T07TERCE.
            OPEN INPUT T07COTIZ.
            PERFORM LIMPIAR-SUBTOTAL-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
            PERFORM LIMPIAR-FSEQ
            VARYING IX-FSEQ FROM 1 BY 1
            UNTIL IX-FSEQ > 100.
            PERFORM CARGAR-FSEQ.
            WRITE REG-T07SFACT FROM TITULO.
            WRITE REG-T07SFACT FROM LINEA.
            MOVE 0 TO NROORDEN-CLAVE-PPAL
            PERFORM EMITIR-SUBTOTAL-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
            PERFORM REGRABAR-CREDITOS
            VARYING IX-CREDITO FROM 1 BY 1
            UNTIL IX-CREDITO > CANT-CREDITOS-TAB.
            PERFORM GRABAR-FSEQ.
            MOVE 'F' TO ESTADO-RUNCT.
            MOVE CANT-FACTURAS TO CANTIDAD-RUNCT.
            MOVE 0 TO RETORNO-RUNCT.
            PERFORM GRABAR-RUNCT.
            MOVE TOTAL-GENERAL-FACT TO CANTIDAD-TOTAL.
            WRITE REG-T07SFACT FROM REGISTRO-T07STOTAL.
            IF CANT-PENDIENTES-CAE > 0 THEN
                MOVE CANT-PENDIENTES-CAE TO CANTIDAD-PEND
                WRITE REG-T07SFACT FROM REGISTRO-T07SPEND.
            IF TOTAL-SENAS-FACT > 0 THEN
                MOVE TOTAL-SENAS-FACT TO IMPORTE-STSEN
                WRITE REG-T07SFACT FROM REGISTRO-T07STSEN.
            IF CANT-RETENIDAS-FLOTA > 0 THEN
                MOVE CANT-RETENIDAS-FLOTA TO CANTIDAD-RFLO
                WRITE REG-T07SFACT FROM REGISTRO-T07SRFLO.
            IF CANT-SIN-COTIZ > 0 THEN
                MOVE CANT-SIN-COTIZ TO CANTIDAD-SSCOT
                WRITE REG-T07SFACT FROM REGISTRO-T07SSCOT.
            IF SIMULACION-RUN = 'S' THEN
                CLOSE T07SFACT PPAL T07REPUE T07CLIEN
                PERFORM EMITIR-SIMULACION
                MOVE 4 TO RETURN-CODE
            ELSE
                CLOSE T07SFACT T07FACTU PPAL T07REPUE T07CLIEN
            END-IF.
            CLOSE T07SENAS T07CTACT T07CTASE T07FLOVE T07FLOTA.
            CLOSE T07TERCE T07CASCO T07COTIZ T07PRECO.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-CREDITOS.
            MOVE 0 TO CANT-CREDITOS-TAB.
            MOVE 0 TO EOF-FACTU-PREVIA.
            OPEN INPUT T07FACTU.
            PERFORM LEER-FACTU-PREVIA UNTIL EOF-FACTU-PREVIA = 1.
            CLOSE T07FACTU.
        LEER-FACTU-PREVIA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-FACTU-PREVIA.
            IF EOF-FACTU-PREVIA = 0 AND
            (TIPODOC-FACTU = 'C' OR TIPODOC-FACTU = 'D' OR
            TIPODOC-FACTU = 'M') THEN
                IF CANT-CREDITOS-TAB < 1000 THEN
                    ADD 1 TO CANT-CREDITOS-TAB
                    MOVE REGISTRO-T07FACTU
                    TO IMAGEN-CREDITO-TAB (CANT-CREDITOS-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
            IF EOF-FACTU-PREVIA = 0 AND TIPODOC-FACTU = 'M' THEN
                PERFORM GUARDAR-ORDEN-FLOTA.
            IF EOF-FACTU-PREVIA = 0 AND TIPODOC-FACTU NOT = 'C' AND
            TIPODOC-FACTU NOT = 'D' AND TIPODOC-FACTU NOT = 'M' AND
            CAE-AUTORIZADO THEN
                PERFORM GUARDAR-CAE-PREVIO.
            IF EOF-FACTU-PREVIA = 0 AND TIPODOC-FACTU NOT = 'C' AND
            TIPODOC-FACTU NOT = 'D' AND TIPODOC-FACTU NOT = 'M' AND
            DNI-FACTU NOT = DNI-MASCARA THEN
                PERFORM GUARDAR-DATOS-PREVIOS.
        GUARDAR-ORDEN-FLOTA.
            IF CANT-OFLOTA-TAB = 0 OR
            NROORDEN-OFLOTA-TAB (CANT-OFLOTA-TAB) NOT = NROORDEN-FACTU
            THEN
                IF CANT-OFLOTA-TAB < 1000 THEN
                    ADD 1 TO CANT-OFLOTA-TAB
                    MOVE NROORDEN-FACTU
                    TO NROORDEN-OFLOTA-TAB (CANT-OFLOTA-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        GUARDAR-CAE-PREVIO.
            MOVE 0 TO EXISTE-CAE.
            PERFORM BUSCAR-UN-CAE
            VARYING IX-CAE FROM 1 BY 1
            UNTIL IX-CAE > CANT-CAES-TAB
            OR EXISTE-CAE = 1.
            IF EXISTE-CAE = 0 THEN
                IF CANT-CAES-TAB < 500 THEN
                    ADD 1 TO CANT-CAES-TAB
                    MOVE SUCFACT-FACTU
                    TO SUCFACT-CAE-TAB (CANT-CAES-TAB)
                    MOVE NROFACT-FACTU
                    TO NROFACT-CAE-TAB (CANT-CAES-TAB)
                    MOVE CAE-FACTU TO CAE-TAB (CANT-CAES-TAB)
                    MOVE VTOCAE-FACTU TO VTOCAE-TAB (CANT-CAES-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-UN-CAE.
            IF SUCFACT-CAE-TAB (IX-CAE) = SUCFACT-FACTU AND
            NROFACT-CAE-TAB (IX-CAE) = NROFACT-FACTU THEN
                MOVE 1 TO EXISTE-CAE.
        APLICAR-CAE-PREVIO.
            MOVE 0 TO EXISTE-CAE.
            MOVE 0 TO CAE-FACTU.
            MOVE 0 TO VTOCAE-FACTU.
            MOVE SPACE TO ESTADOCAE-FACTU.
            PERFORM COPIAR-UN-CAE
            VARYING IX-CAE FROM 1 BY 1
            UNTIL IX-CAE > CANT-CAES-TAB
            OR EXISTE-CAE = 1.
        COPIAR-UN-CAE.
            IF SUCFACT-CAE-TAB (IX-CAE) = SUCFACT-FACTU AND
            NROFACT-CAE-TAB (IX-CAE) = NROFACT-FACTU THEN
                MOVE CAE-TAB (IX-CAE) TO CAE-FACTU
                MOVE VTOCAE-TAB (IX-CAE) TO VTOCAE-FACTU
                MOVE 'A' TO ESTADOCAE-FACTU
                MOVE 1 TO EXISTE-CAE.
        GUARDAR-DATOS-PREVIOS.
            MOVE 0 TO EXISTE-CLIEN-FACT.
            MOVE IDCLIENTE-FACTU TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN-FACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN-FACT
            END-READ.
            IF EXISTE-CLIEN-FACT = 1 AND DNI-CLIEN = DNI-MASCARA THEN
                IF CANT-DPREV-TAB < 1000 THEN
                    ADD 1 TO CANT-DPREV-TAB
                    MOVE NROORDEN-FACTU
                    TO NROORDEN-DPREV-TAB (CANT-DPREV-TAB)
                    MOVE IDREPUESTO-FACTU
                    TO IDREPUESTO-DPREV-TAB (CANT-DPREV-TAB)
                    MOVE DNI-FACTU TO DNI-DPREV-TAB (CANT-DPREV-TAB)
                    MOVE PATENTE-FACTU
                    TO PATENTE-DPREV-TAB (CANT-DPREV-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        APLICAR-DATOS-PREVIOS.
            MOVE 0 TO EXISTE-DPREV.
            PERFORM COPIAR-UN-DPREV
            VARYING IX-DPREV FROM 1 BY 1
            UNTIL IX-DPREV > CANT-DPREV-TAB
            OR EXISTE-DPREV = 1.
        COPIAR-UN-DPREV.
            IF NROORDEN-DPREV-TAB (IX-DPREV) = NROORDEN-FACTU AND
            IDREPUESTO-DPREV-TAB (IX-DPREV) = IDREPUESTO-FACTU THEN
                MOVE DNI-DPREV-TAB (IX-DPREV) TO DNI-FACTU
                MOVE PATENTE-DPREV-TAB (IX-DPREV) TO PATENTE-FACTU
                MOVE 1 TO EXISTE-DPREV.
        REGRABAR-CREDITOS.
            IF SIMULACION-RUN NOT = 'S' THEN
                WRITE REG-T07FACTU FROM IMAGEN-CREDITO-TAB (IX-CREDITO).
        EMITIR-FACTURA.
            MOVE 0 TO ORDEN-FLOTA.
            MOVE 0 TO SIN-COTIZACION.
            IF ESTADO-PPAL = 'E' THEN
                PERFORM VERIFICAR-ORDEN-FLOTA.
            IF ESTADO-PPAL = 'E' AND ORDEN-FLOTA = 1 THEN
                ADD 1 TO CANT-RETENIDAS-FLOTA.
            IF ESTADO-PPAL = 'E' AND ORDEN-FLOTA = 0 THEN
                PERFORM BUSCAR-PRECIO-REPUE.
            IF ESTADO-PPAL = 'E' AND ORDEN-FLOTA = 0 AND
            SIN-COTIZACION = 1 THEN
                ADD 1 TO CANT-SIN-COTIZ.
            IF ESTADO-PPAL = 'E' AND ORDEN-FLOTA = 0 AND
            SIN-COTIZACION = 0 THEN
                PERFORM BUSCAR-CASCO
                ADD CASCO-COBRADO TO PRECIO-PARTE
                MOVE MANODEOBRA-PPAL TO MANODEOBRA-COBRADA
                PERFORM CALCULAR-MANO-HORAS
                IF MANO-HORAS > 0 THEN
                    MOVE MANO-HORAS TO MANODEOBRA-COBRADA
                END-IF
                PERFORM BUSCAR-TERCERO
                ADD TERCERO-COBRADO TO MANODEOBRA-COBRADA
                IF GARANTIA-PPAL = 'G' THEN
                    MOVE 0 TO PRECIO-PARTE
                    MOVE 0 TO MANODEOBRA-COBRADA
                END-IF
                MOVE 0 TO CORTESIA-COBRADA
                IF NROORDEN-PPAL NOT = NROORDEN-CORTESIA-PROC THEN
                    PERFORM BUSCAR-CORTESIA
                END-IF
                ADD CORTESIA-COBRADA TO MANODEOBRA-COBRADA
                COMPUTE TOTAL-TICKET =
                    PRECIO-PARTE + MANODEOBRA-COBRADA
                COMPUTE NETO-TICKET ROUNDED = TOTAL-TICKET / 1.21
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-T07SFACT
                MOVE DESCREPUESTO-PPAL TO DESCREPUESTO-T07SFACT
                MOVE PRECIO-PARTE TO PRECIO-T07SFACT
                MOVE TASA-APLICADA TO COTIZ-T07SFACT
                MOVE MANODEOBRA-COBRADA TO MANODEOBRA-T07SFACT
                MOVE NETO-TICKET TO NETO-T07SFACT
                MOVE IVA-TICKET TO IVA-T07SFACT
                MOVE TOTAL-TICKET TO TOTAL-T07SFACT
                PERFORM ASIGNAR-NROFACT
                MOVE SUCURSAL-T07SFACT TO SUCFACT-T07SFACT
                MOVE NROFACT-ASIGNADO TO NROFACT-T07SFACT
                MOVE NROORDEN-PPAL TO NROORDEN-FACTU
                MOVE IDREPUESTO-PPAL TO IDREPUESTO-FACTU
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-FACTU
                MOVE DNI-PPAL TO DNI-FACTU
                MOVE PATENTE-PPAL TO PATENTE-FACTU
                IF DNI-PPAL = DNI-MASCARA THEN
                    PERFORM APLICAR-DATOS-PREVIOS
                END-IF
                MOVE MODELOAUTO-PPAL TO MODELOAUTO-FACTU
                MOVE FECHAEGRESO-PPAL TO FECHAEGRESO-FACTU
                MOVE NETO-TICKET TO NETO-FACTU
                MOVE IVA-TICKET TO IVA-FACTU
                MOVE TOTAL-TICKET TO BRUTO-FACTU
                MOVE FECHAPROC-PPAL TO FECHAPROC-FACTU
                MOVE 'F' TO TIPODOC-FACTU
                MOVE SUCURSAL-T07SFACT TO SUCFACT-FACTU
                MOVE NROFACT-ASIGNADO TO NROFACT-FACTU
                IF NROPRESU-PPAL NUMERIC THEN
                    MOVE NROPRESU-PPAL TO NROPRESU-FACTU
                ELSE
                    MOVE 0 TO NROPRESU-FACTU
                END-IF
                MOVE PRECIO-PARTE TO PARTES-FACTU
                MOVE MANODEOBRA-COBRADA TO MANODEOBRA-FACTU
                MOVE HORAS-COBRADAS TO HORAS-FACTU
                IF CASCO-COBRADO > 0 AND GARANTIA-PPAL NOT = 'G' THEN
                    PERFORM MARCAR-CASCO-FACTURADO
                END-IF
                IF CORTESIA-COBRADA > 0 THEN
                    PERFORM MARCAR-CORTESIA-FACTURADA
                END-IF
                PERFORM CLASIFICAR-TIPOFACT
                MOVE TIPOFACT-CALCULADO TO TIPOFACT-FACTU
                IF ASEGURADORA-PPAL NUMERIC THEN
                    MOVE ASEGURADORA-PPAL TO ASEGURADORA-FACTU
                    MOVE SINIESTRO-PPAL TO SINIESTRO-FACTU
                ELSE
                    MOVE 0 TO ASEGURADORA-FACTU
                    MOVE SPACES TO SINIESTRO-FACTU
                END-IF
                PERFORM APLICAR-CAE-PREVIO
                IF EXISTE-CAE = 1 THEN
                    WRITE REG-T07SFACT FROM REGISTRO-T07SFACT
                    ADD TOTAL-TICKET TO TOTAL-GENERAL-FACT
                    ADD TOTAL-TICKET TO TOTAL-SUC-TAB (SUC-INDICE)
                ELSE
                    ADD 1 TO CANT-PENDIENTES-CAE
                END-IF
                IF NROORDEN-PPAL NOT = NROORDEN-SENA-PROC AND
                MOTIVO-PPAL NOT = 'C' THEN
                    PERFORM APLICAR-SENAS-ORDEN
                END-IF
                IF SIMULACION-RUN NOT = 'S' THEN
                    WRITE REG-T07FACTU FROM REGISTRO-T07FACTU
                END-IF
                ADD 1 TO CANT-FACTURAS
                IF GARANTIA-PPAL = 'G' THEN
                    MOVE 'GARANTIA' TO RESULTADO-SIMU
                ELSE
                    IF PRECIO-PARTE = 0 THEN
                        MOVE 'SIN PRECIO' TO RESULTADO-SIMU
                    ELSE
                        MOVE 'FACTURADO' TO RESULTADO-SIMU
                    END-IF
                END-IF
                PERFORM ACUMULAR-SIMULACION.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        VERIFICAR-ORDEN-FLOTA.
            PERFORM BUSCAR-ORDEN-FACTURADA
            VARYING IX-OFLOTA FROM 1 BY 1
            UNTIL IX-OFLOTA > CANT-OFLOTA-TAB
            OR ORDEN-FLOTA = 1.
            IF ORDEN-FLOTA = 0 THEN
                IF SUCURSAL-PPAL NUMERIC THEN
                    MOVE SUCURSAL-PPAL TO SUCURSAL-T07SFACT
                ELSE
                    MOVE 0 TO SUCURSAL-T07SFACT
                END-IF
                MOVE 0 TO EXISTE-FNUM
                PERFORM BUSCAR-FNUM
                VARYING IX-FNUM FROM 1 BY 1
                UNTIL IX-FNUM > CANT-FNUMS-TAB
                OR EXISTE-FNUM = 1
                IF EXISTE-FNUM = 0 THEN
                    PERFORM BUSCAR-FLOTA-ORDEN
                END-IF
                IF EXISTE-FNUM = 0 AND IDFLOTA-ORDEN > 0 THEN
                    MOVE 1 TO ORDEN-FLOTA
                END-IF
            END-IF.
        BUSCAR-ORDEN-FACTURADA.
            IF NROORDEN-OFLOTA-TAB (IX-OFLOTA) = NROORDEN-PPAL THEN
                MOVE 1 TO ORDEN-FLOTA.
        BUSCAR-FLOTA-ORDEN.
            MOVE 0 TO IDFLOTA-ORDEN.
            IF PATENTE-PPAL NOT = SPACES THEN
                MOVE 'V' TO CLASE-CLAVE-FLOVE
                MOVE PATENTE-PPAL TO REFERENCIA-CLAVE-FLOVE
                PERFORM LEER-FLOVE
            END-IF.
            IF IDFLOTA-ORDEN = 0 THEN
                MOVE 'C' TO CLASE-CLAVE-FLOVE
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-REFERENCIA
                MOVE REFERENCIA-CLIENTE TO REFERENCIA-CLAVE-FLOVE
                PERFORM LEER-FLOVE
            END-IF.
        LEER-FLOVE.
            MOVE 0 TO EXISTE-FLOVE.
            READ T07FLOVE INTO REGISTRO-T07FLOVE
                INVALID KEY MOVE 0 TO EXISTE-FLOVE
                NOT INVALID KEY MOVE 1 TO EXISTE-FLOVE
            END-READ.
            IF EXISTE-FLOVE = 1 AND ESTADO-FLOVE = 'A' THEN
                MOVE 0 TO EXISTE-FLOTA
                MOVE IDFLOTA-FLOVE TO IDFLOTA-CLAVE-FLOTA
                READ T07FLOTA INTO REGISTRO-T07FLOTA
                    INVALID KEY MOVE 0 TO EXISTE-FLOTA
                    NOT INVALID KEY MOVE 1 TO EXISTE-FLOTA
                END-READ
                IF EXISTE-FLOTA = 1 AND ESTADO-FLOTA = 'A' THEN
                    MOVE IDFLOTA-FLOVE TO IDFLOTA-ORDEN
                END-IF
            END-IF.
        APLICAR-SENAS-ORDEN.
            MOVE NROORDEN-PPAL TO NROORDEN-SENA-PROC.
            MOVE 0 TO SENA-A-APLICAR.
            MOVE 0 TO EOF-T07SENAS.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-SENAS.
            MOVE 0 TO NRORECIBO-CLAVE-SENAS.
            START T07SENAS KEY IS NOT LESS THAN CLAVE-SENAS
                INVALID KEY MOVE 1 TO EOF-T07SENAS.
            PERFORM APLICAR-UNA-SENA UNTIL EOF-T07SENAS = 1.
            IF SENA-A-APLICAR > 0 AND SIMULACION-RUN NOT = 'S' THEN
                IF ASEGURADORA-FACTU > 0 THEN
                    PERFORM ACREDITAR-SENA-CTASE
                ELSE
                    PERFORM ACREDITAR-SENA-CTACT
                END-IF
            END-IF.
        APLICAR-UNA-SENA.
            READ T07SENAS NEXT INTO REGISTRO-T07SENAS
            AT END MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND
            NROORDEN-SENAS NOT = NROORDEN-PPAL THEN
                MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND SENA-PENDIENTE THEN
                ADD IMPORTE-SENAS TO SENA-A-APLICAR
                MOVE 'A' TO ESTADO-SENAS
                MOVE FECHAPROC-RUN TO FECHAESTADO-SENAS
                MOVE SUCFACT-FACTU TO SUCFACT-SENAS
                MOVE NROFACT-FACTU TO NROFACT-SENAS
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-T07SENAS FROM REGISTRO-T07SENAS
                END-IF
            END-IF.
            IF EOF-T07SENAS = 0 AND SENA-APLICADA
            AND EXISTE-CAE = 1 THEN
                MOVE NROORDEN-SENAS TO NROORDEN-SSENA
                MOVE NRORECIBO-SENAS TO NRORECIBO-SSENA
                MOVE FECHA-SENAS TO FECHA-SSENA
                COMPUTE IMPORTE-SSENA = 0 - IMPORTE-SENAS
                MOVE SUCFACT-SENAS TO SUCFACT-SSENA
                MOVE NROFACT-SENAS TO NROFACT-SSENA
                WRITE REG-T07SFACT FROM REGISTRO-T07SSENA
                ADD IMPORTE-SENAS TO TOTAL-SENAS-FACT
            END-IF.
        ACREDITAR-SENA-CTACT.
            MOVE 0 TO EXISTE-CTACT-FACT.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-CTACT.
            READ T07CTACT INTO REGISTRO-T07CTACT
                INVALID KEY MOVE 0 TO EXISTE-CTACT-FACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTACT-FACT
            END-READ.
            IF EXISTE-CTACT-FACT = 0 THEN
                MOVE NROORDEN-PPAL TO NROORDEN-CTACT
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-CTACT
                MOVE FECHAEGRESO-PPAL TO FECHAFACT-CTACT
                MOVE 0 TO IMPORTE-CTACT
                MOVE SENA-A-APLICAR TO PAGADO-CTACT
                WRITE REG-T07CTACT FROM REGISTRO-T07CTACT
            ELSE
                ADD SENA-A-APLICAR TO PAGADO-CTACT
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
            END-IF.
        ACREDITAR-SENA-CTASE.
            MOVE 0 TO EXISTE-CTASE-FACT.
            MOVE ASEGURADORA-FACTU TO IDASEGURADORA-CLAVE-CTASE.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-CTASE.
            READ T07CTASE INTO REGISTRO-T07CTASE
                INVALID KEY MOVE 0 TO EXISTE-CTASE-FACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTASE-FACT
            END-READ.
            IF EXISTE-CTASE-FACT = 0 THEN
                MOVE ASEGURADORA-FACTU TO IDASEGURADORA-CTASE
                MOVE NROORDEN-PPAL TO NROORDEN-CTASE
                MOVE SINIESTRO-FACTU TO SINIESTRO-CTASE
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-CTASE
                MOVE FECHAEGRESO-PPAL TO FECHAFACT-CTASE
                MOVE 0 TO IMPORTE-CTASE
                MOVE SENA-A-APLICAR TO PAGADO-CTASE
                WRITE REG-T07CTASE FROM REGISTRO-T07CTASE
            ELSE
                ADD SENA-A-APLICAR TO PAGADO-CTASE
                REWRITE REG-T07CTASE FROM REGISTRO-T07CTASE
            END-IF.
        CONTROLAR-EJECUCION.
            OPEN INPUT T07PREST.
            READ T07PREST INTO REINICIO-RUN
            PASO-RUNCT = 'FACT    ' AND ESTADO-RUNCT = 'F' THEN
                MOVE 1 TO YA-EJECUTADO.
        GRABAR-RUNCT.
            IF SIMULACION-RUN NOT = 'S' THEN
                ACCEPT HORA-ACTUAL FROM TIME
                OPEN EXTEND T07RUNCT
                MOVE FECHAPROC-RUN TO FECHA-RUNCT
                MOVE 'FACT    ' TO PASO-RUNCT
                MOVE HORA-ACTUAL TO HORA-RUNCT
                WRITE REG-T07RUNCT FROM REGISTRO-T07RUNCT
                CLOSE T07RUNCT
            END-IF.
        LIMPIAR-SUBTOTAL-SUC.
            MOVE 0 TO TOTAL-SUC-TAB (IX-SUCURSAL).
        LIMPIAR-FSEQ.
            MOVE 0 TO SECUENCIA-FSEQ-TAB (IX-FSEQ).
        CARGAR-FSEQ.
            MOVE 0 TO EOF-T07FNUMS.
            OPEN INPUT T07FNUMS.
            PERFORM LEER-FNUM UNTIL EOF-T07FNUMS = 1.
            CLOSE T07FNUMS.
        LEER-FNUM.
            READ T07FNUMS INTO REGISTRO-T07FNUMS
            AT END MOVE 1 TO EOF-T07FNUMS.
            IF EOF-T07FNUMS = 0 AND SUCURSAL-FNUMS NUMERIC AND
            CANT-FNUMS-TAB NOT < 500 THEN
                MOVE 1 TO DESBORDE-TABLAS.
            IF EOF-T07FNUMS = 0 AND SUCURSAL-FNUMS NUMERIC AND
            CANT-FNUMS-TAB < 500 THEN
                ADD 1 TO CANT-FNUMS-TAB
                MOVE SUCURSAL-FNUMS
                TO SUCURSAL-FNUM-TAB (CANT-FNUMS-TAB)
                MOVE NROORDEN-FNUMS
                TO NROORDEN-FNUM-TAB (CANT-FNUMS-TAB)
                MOVE NROFACT-FNUMS
                TO NROFACT-FNUM-TAB (CANT-FNUMS-TAB)
                COMPUTE FSEQ-INDICE = SUCURSAL-FNUMS + 1
                IF NROFACT-FNUMS > SECUENCIA-FSEQ-TAB (FSEQ-INDICE)
                THEN
                    MOVE NROFACT-FNUMS
                    TO SECUENCIA-FSEQ-TAB (FSEQ-INDICE)
                END-IF
            END-IF.
        ASIGNAR-NROFACT.
            MOVE 0 TO EXISTE-FNUM.
            PERFORM BUSCAR-FNUM
            VARYING IX-FNUM FROM 1 BY 1
            UNTIL IX-FNUM > CANT-FNUMS-TAB
            OR EXISTE-FNUM = 1.
            IF EXISTE-FNUM = 0 THEN
                ADD 1 TO SECUENCIA-FSEQ-TAB (SUC-INDICE)
                MOVE SECUENCIA-FSEQ-TAB (SUC-INDICE)
                TO NROFACT-ASIGNADO
                IF CANT-FNUMS-TAB < 500 THEN
                    ADD 1 TO CANT-FNUMS-TAB
                    MOVE SUCURSAL-T07SFACT
                    TO SUCURSAL-FNUM-TAB (CANT-FNUMS-TAB)
                    MOVE NROORDEN-PPAL
                    TO NROORDEN-FNUM-TAB (CANT-FNUMS-TAB)
                    MOVE NROFACT-ASIGNADO
                    TO NROFACT-FNUM-TAB (CANT-FNUMS-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        BUSCAR-FNUM.
            IF SUCURSAL-FNUM-TAB (IX-FNUM) = SUCURSAL-T07SFACT AND
            NROORDEN-FNUM-TAB (IX-FNUM) = NROORDEN-PPAL THEN
                MOVE NROFACT-FNUM-TAB (IX-FNUM)
                TO NROFACT-ASIGNADO
                MOVE 1 TO EXISTE-FNUM.
        GRABAR-FSEQ.
            IF SIMULACION-RUN NOT = 'S' THEN
                OPEN OUTPUT T07FNUMS
                PERFORM GRABAR-UN-FNUM
                VARYING IX-FNUM FROM 1 BY 1
                UNTIL IX-FNUM > CANT-FNUMS-TAB
                CLOSE T07FNUMS
            END-IF.
        GRABAR-UN-FNUM.
            MOVE SUCURSAL-FNUM-TAB (IX-FNUM) TO SUCURSAL-FNUMS.
            MOVE NROORDEN-FNUM-TAB (IX-FNUM) TO NROORDEN-FNUMS.
            MOVE NROFACT-FNUM-TAB (IX-FNUM) TO NROFACT-FNUMS.
            WRITE REG-T07FNUMS FROM REGISTRO-T07FNUMS.
        EMITIR-SUBTOTAL-SUC.
            IF TOTAL-SUC-TAB (IX-SUCURSAL) > 0 THEN
                COMPUTE SUC-SUBT = IX-SUCURSAL - 1
                MOVE SUC-SUBT TO SUCURSAL-SUBT
                MOVE TOTAL-SUC-TAB (IX-SUCURSAL) TO IMPORTE-SUBT
                WRITE REG-T07SFACT FROM REGISTRO-T07SSUBT.
        BUSCAR-CASCO.
            MOVE 0 TO CASCO-COBRADO.
            MOVE 0 TO EXISTE-CASCO.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-CASCO.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-CASCO.
            READ T07CASCO INTO REGISTRO-T07CASCO
                INVALID KEY MOVE 0 TO EXISTE-CASCO
                NOT INVALID KEY MOVE 1 TO EXISTE-CASCO
            END-READ.
            IF EXISTE-CASCO = 1 AND
            (CLIENTE-CASCO = 'C' OR CLIENTE-CASCO = 'F') THEN
                MOVE VALOR-CASCO TO CASCO-COBRADO.
        MARCAR-CASCO-FACTURADO.
            IF EXISTE-CASCO = 1 AND CLIENTE-CASCO = 'C' THEN
                MOVE 'F' TO CLIENTE-CASCO
                MOVE SUCFACT-FACTU TO SUCFACT-CASCO
                MOVE NROFACT-FACTU TO NROFACT-CASCO
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-T07CASCO FROM REGISTRO-T07CASCO
                END-IF.
        BUSCAR-CORTESIA.
            MOVE NROORDEN-PPAL TO NROORDEN-CORTESIA-PROC.
            MOVE 0 TO EOF-T07PRECO.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-PRECO.
            MOVE 0 TO FECHASALIDA-CLAVE-PRECO.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PRECO.
            START T07PRECO KEY IS NOT LESS THAN CLAVE-PRECO
                INVALID KEY MOVE 1 TO EOF-T07PRECO.
            PERFORM SUMAR-CORTESIA UNTIL EOF-T07PRECO = 1.
        SUMAR-CORTESIA.
            READ T07PRECO NEXT INTO REGISTRO-T07PRECO
            AT END MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND
            NROORDEN-PRECO NOT = NROORDEN-PPAL THEN
                MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND ESTADO-PRECO = 'C' AND
            CULPA-PRECO = 'S' AND CARGO-PRECO NUMERIC THEN
                ADD CARGO-PRECO TO CORTESIA-COBRADA.
        MARCAR-CORTESIA-FACTURADA.
            MOVE 0 TO EOF-T07PRECO.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-PRECO.
            MOVE 0 TO FECHASALIDA-CLAVE-PRECO.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PRECO.
            START T07PRECO KEY IS NOT LESS THAN CLAVE-PRECO
                INVALID KEY MOVE 1 TO EOF-T07PRECO.
            PERFORM MARCAR-UNA-CORTESIA UNTIL EOF-T07PRECO = 1.
        MARCAR-UNA-CORTESIA.
            READ T07PRECO NEXT INTO REGISTRO-T07PRECO
            AT END MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND
            NROORDEN-PRECO NOT = NROORDEN-PPAL THEN
                MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND ESTADO-PRECO = 'C' AND
            CULPA-PRECO = 'S' AND NROFACT-PRECO = 0 THEN
                MOVE SUCFACT-FACTU TO SUCFACT-PRECO
                MOVE NROFACT-FACTU TO NROFACT-PRECO
                IF SIMULACION-RUN NOT = 'S' THEN
                    REWRITE REG-T07PRECO FROM REGISTRO-T07PRECO
                END-IF.
        BUSCAR-TERCERO.
            MOVE 0 TO TERCERO-COBRADO.
            MOVE 0 TO EXISTE-TERCE.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-TERCE.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-TERCE.
            READ T07TERCE INTO REGISTRO-T07TERCE
                INVALID KEY MOVE 0 TO EXISTE-TERCE
                NOT INVALID KEY MOVE 1 TO EXISTE-TERCE
            END-READ.
            IF EXISTE-TERCE = 1 AND ESTADO-TERCE = 'R' THEN
                MOVE COSTO-TERCE TO COSTO-TERCERO
                IF COSTOFACT-TERCE NUMERIC AND COSTOFACT-TERCE > 0 THEN
                    MOVE COSTOFACT-TERCE TO COSTO-TERCERO
                END-IF
                COMPUTE TERCERO-COBRADO ROUNDED =
                    COSTO-TERCERO * (100 + RECARGO-PTERC) / 100
            END-IF.
        CALCULAR-MANO-HORAS.
            MOVE 0 TO MANO-HORAS.
            MOVE 0 TO HORAS-COBRADAS.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            PERFORM SUMAR-PARTE-HORAS UNTIL EOF-T07HORAS = 1.
            CLOSE T07HORAS.
        SUMAR-PARTE-HORAS.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 AND
            NROORDEN-HORAS = NROORDEN-PPAL AND
            IDREPUESTO-HORAS = IDREPUESTO-PPAL THEN
                PERFORM BUSCAR-TARIFA
                COMPUTE MANO-HORAS = MANO-HORAS
                    + HORAS-HORAS * TARIFA-ENCONTRADA
                ADD HORAS-HORAS TO HORAS-COBRADAS
            END-IF.
        BUSCAR-TARIFA.
            MOVE 0 TO EXISTE-MECAN-FACT.
            MOVE 0 TO TARIFA-ENCONTRADA.
            MOVE 0 TO EOF-T07MECAN.
            OPEN INPUT T07MECAN.
            PERFORM VERIFICAR-TARIFA UNTIL EOF-T07MECAN = 1
            OR EXISTE-MECAN-FACT = 1.
            CLOSE T07MECAN.
        VERIFICAR-TARIFA.
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
            IF EOF-T07MECAN = 0 AND
            IDMECANICO-MECAN = IDMECANICO-HORAS THEN
                MOVE 1 TO EXISTE-MECAN-FACT
                IF TARIFA-MECAN NUMERIC THEN
                    MOVE TARIFA-MECAN TO TARIFA-ENCONTRADA
                END-IF
            END-IF.
        CLASIFICAR-TIPOFACT.
            MOVE 0 TO EXISTE-CLIEN-FACT.
            MOVE 'B' TO TIPOFACT-CALCULADO.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-CLAVE-CLIEN.
            READ T07CLIEN INTO REGISTRO-T07CLIEN
                INVALID KEY MOVE 0 TO EXISTE-CLIEN-FACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN-FACT
            END-READ.
            IF EXISTE-CLIEN-FACT = 1 AND CATEGIVA-CLIEN = 'R' THEN
                MOVE 'A' TO TIPOFACT-CALCULADO.
        BUSCAR-PRECIO-REPUE.
            MOVE 0 TO EXISTE-REPUE-FACT.
            MOVE 0 TO PRECIO-PARTE.
            PERFORM BUSCAR-PRECIO-HISTORICO.
            IF HIST-ENCONTRADO = 1 THEN
                MOVE PRECIO-HISTORICO TO PRECIO-PARTE.
            MOVE 0 TO TASA-APLICADA.
            IF EXISTE-REPUE-FACT = 1 AND MONEDA-REPUE = 'D' AND
            GARANTIA-PPAL NOT = 'G' THEN
                PERFORM CONVERTIR-PRECIO-PARTE.
            IF PRECIOPACTADO-PPAL NUMERIC AND
            PRECIOPACTADO-PPAL > 0 THEN
                MOVE PRECIOPACTADO-PPAL TO PRECIO-PARTE
                MOVE 0 TO TASA-APLICADA
                MOVE 0 TO SIN-COTIZACION.
        CONVERTIR-PRECIO-PARTE.
            IF FECHAEGRESO-PPAL NUMERIC AND FECHAEGRESO-PPAL > 0 THEN
                MOVE FECHAEGRESO-PPAL TO FECHA-COTIZACION
            ELSE
                MOVE FECHAPROC-RUN TO FECHA-COTIZACION
            END-IF.
            PERFORM BUSCAR-COTIZACION.
            IF EXISTE-COTIZ = 1 THEN
                COMPUTE PRECIO-PARTE ROUNDED =
                    PRECIO-PARTE * TASA-APLICADA
            ELSE
                MOVE 1 TO SIN-COTIZACION
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
        BUSCAR-PRECIO-HISTORICO.
            MOVE 0 TO HIST-ENCONTRADO.
            MOVE 0 TO FECHAVIG-ELEGIDA.
                MOVE PRECIO-PHIST TO PRECIO-HISTORICO
                MOVE 1 TO HIST-ENCONTRADO
            END-IF.
        LEER-SIMULACION.
            OPEN INPUT T07PSIMU.
            READ T07PSIMU INTO SIMULACION-RUN
            AT END MOVE 'N' TO SIMULACION-RUN.
            CLOSE T07PSIMU.
        ACUMULAR-SIMULACION.
            MOVE 0 TO ENCONTRO-SIMU.
            MOVE 'A' TO CLASE-SIMU.
            ADD 1 TO ACEPTADOS-SIMU.
            PERFORM BUSCAR-SIMU-TAB VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU OR ENCONTRO-SIMU = 1.
            IF ENCONTRO-SIMU = 0 AND CANT-CODIGOS-SIMU < 30 THEN
                ADD 1 TO CANT-CODIGOS-SIMU
                MOVE RESULTADO-SIMU
                TO CODIGO-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE CLASE-SIMU TO CLASE-SIMU-TAB (CANT-CODIGOS-SIMU)
                MOVE 1 TO CANT-SIMU-TAB (CANT-CODIGOS-SIMU).
        BUSCAR-SIMU-TAB.
            IF CODIGO-SIMU-TAB (IX-SIMU) = RESULTADO-SIMU THEN
                ADD 1 TO CANT-SIMU-TAB (IX-SIMU)
                MOVE 1 TO ENCONTRO-SIMU.
        EMITIR-SIMULACION.
            OPEN EXTEND T07SSIMU.
            MOVE 'FACT    ' TO PASO-SIMU.
            MOVE FECHAPROC-RUN TO FECHA-SIMU.
            WRITE REG-T07SSIMU FROM TITULO-SIMU.
            PERFORM EMITIR-CODIGO-SIMU VARYING IX-SIMU FROM 1 BY 1
            UNTIL IX-SIMU > CANT-CODIGOS-SIMU.
            MOVE ACEPTADOS-SIMU TO ACEPTADOS-TSIMU.
            MOVE RECHAZADOS-SIMU TO RECHAZADOS-TSIMU.
            WRITE REG-T07SSIMU FROM TOTAL-SIMU.
            CLOSE T07SSIMU.
        EMITIR-CODIGO-SIMU.
            MOVE CODIGO-SIMU-TAB (IX-SIMU) TO CODIGO-T07SSIMU.
            IF CLASE-SIMU-TAB (IX-SIMU) = 'A' THEN
                MOVE 'ACEPTADO' TO CLASE-T07SSIMU
            ELSE
                MOVE 'RECHAZADO' TO CLASE-T07SSIMU
            END-IF.
            MOVE CANT-SIMU-TAB (IX-SIMU) TO CANTIDAD-T07SSIMU.
            WRITE REG-T07SSIMU FROM REGISTRO-T07SSIMU.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SFACT DD DSN=KC03BAB.CATALOGO.SALIDA(T07SFACT),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=MOD
//GO.T07PREST DD DSN=KC03BAB.CATALOGO.PARM(T07PREST),DISP=SHR
//GO.T07PSIMU DD DSN=KC03BAB.CATALOGO.PARM(T07PSIMU),DISP=SHR
//GO.T07SSIMU DD DSN=KC03BAB.CATALOGO.SALIDA(T07SSIMU),DISP=SHR
//GO.T07PHIST DD DSN=KC03BAB.CATALOGO.PHIST,DISP=MOD
//GO.T07FNUMS DD DSN=KC03BAB.CATALOGO.PARM(T07FNUMS),DISP=OLD
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07CTASE DD DSN=KC03BAB.CATALOGO.CTASE,DISP=SHR
//GO.T07FLOVE DD DSN=KC03BAB.CATALOGO.FLOVE,DISP=SHR
//GO.T07FLOTA DD DSN=KC03BAB.CATALOGO.FLOTA,DISP=SHR
//GO.T07TERCE DD DSN=KC03BAB.CATALOGO.TERCE,DISP=SHR
//GO.T07PTERC DD DSN=KC03BAB.CATALOGO.PARM(T07PTERC),DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
//****
//CONC1  EXEC IGYWCLG,COND=(0,NE),
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
        01 REG-T07SCONC PIC X(126).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
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
        01 MARCA-TOTAL REDEFINES REGISTRO-T07SALTA.
         03 CAMPO-T07SMODI PIC X(1).
         03 RESULTADO-T07SMODI PIC X(15).
         03 OPERADOR-T07SMODI PIC X(8).
         03 FECHAPROC-T07SMODI PIC 9(8).
         03 HORAPROC-T07SMODI PIC 9(6).
         03 NROORDEN-T07SMODI PIC 9(7).
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
        01 EOF-T07SBAJA PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-ORDEN PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 TOTAL-INFORMADAS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
            OPEN INPUT T07SMODI.
            OPEN INPUT T07SBAJA.
            OPEN INPUT PPAL.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
        01 CABECERA-EXPOR.
         03 TIPO-CABECERA PIC X(1) VALUE 'H'.
         03 FECHA-CABECERA PIC 9(8).
         03 SECUENCIA-CABECERA PIC 9(5).
        01 DETALLE-EXPOR.
         03 TIPO-DETALLE PIC X(1) VALUE 'D'.
         03 NETO-DETALLE PIC 9(7)V99.
         03 IVA-DETALLE PIC 9(7)V99.
         03 BRUTO-DETALLE PIC 9(7)V99.
         03 FECHAEGRESO-DETALLE PIC 9(8).
        01 COLA-EXPOR.
         03 TIPO-COLA PIC X(1) VALUE 'T'.
         03 CANTIDAD-COLA PIC 9(7).
         03 HASHBRUTO-COLA PIC 9(11)V99.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 SECUENCIA-RUN PIC 9(5) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 CANT-EXPORTADOS PIC 9(7) VALUE 0.
        01 HASH-NETO PIC 9(11)V99 VALUE 0.
        01 HASH-IVA PIC 9(11)V99 VALUE 0.
            AT END MOVE 0 TO SECUENCIA-RUN.
            CLOSE T07PEXPS.
            ADD 1 TO SECUENCIA-RUN.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CABECERA.
            MOVE SECUENCIA-RUN TO SECUENCIA-CABECERA.
            WRITE REG-T07EXPOR FROM CABECERA-EXPOR.
