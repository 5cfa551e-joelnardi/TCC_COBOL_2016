//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. FLOTFACT.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SFLOT ASSIGN TO T07SFLOT.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07REPUE ASSIGN TO T07REPUE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDREPUESTO-CLAVE-REPUE.
            SELECT T07FLOTA ASSIGN TO T07FLOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS IDFLOTA-CLAVE-FLOTA.
            SELECT T07FLOVE ASSIGN TO T07FLOVE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-FLOVE.
            SELECT T07FLFAC ASSIGN TO T07FLFAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-FLFAC.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07PFLOT ASSIGN TO T07PFLOT.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07PHIST ASSIGN TO T07PHIST.
            SELECT T07FNUMS ASSIGN TO T07FNUMS.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07MECAN ASSIGN TO T07MECAN.
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
            SELECT T07SENAS ASSIGN TO T07SENAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-SENAS.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
        DATA DIVISION.
        FILE SECTION.
        FD T07SFLOT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SFLOT PIC X(126).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07REPUE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07REPUE.
         03 IDREPUESTO-CLAVE-REPUE PIC 9(3).
         03 FILLER PIC X(237).
        FD T07FLOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOTA.
         03 IDFLOTA-CLAVE-FLOTA PIC 9(4).
         03 FILLER PIC X(76).
        FD T07FLOVE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLOVE.
         03 CLAVE-FLOVE.
             05 CLASE-CLAVE-FLOVE PIC X(1).
             05 REFERENCIA-CLAVE-FLOVE PIC X(7).
         03 FILLER PIC X(72).
        FD T07FLFAC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FLFAC.
         03 NROORDEN-CLAVE-FLFAC PIC 9(7).
         03 FILLER PIC X(73).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07PFLOT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PFLOT PIC X(8).
        FD T07PERCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PERCT PIC X(7).
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
        FD T07SENAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07SENAS.
         03 CLAVE-SENAS.
             05 NROORDEN-CLAVE-SENAS PIC 9(7).
             05 NRORECIBO-CLAVE-SENAS PIC 9(7).
         03 FILLER PIC X(66).
        FD T07PRECO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRECO.
         03 CLAVE-PRECO.
             05 NROORDEN-CLAVE-PRECO PIC 9(7).
             05 FECHASALIDA-CLAVE-PRECO PIC 9(8).
             05 PATENTE-CLAVE-PRECO PIC X(7).
         03 FILLER PIC X(98).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(29) VALUE 'FACTURACION MENSUAL FLOTAS|'.
         03 FECHA-TITULO PIC 9(8).
         03 FILLER PIC X(8) VALUE '|HASTA|'.
         03 AAAAMM-TITULO PIC 9(6).
        01 SUBTITULO.
         03 NROORDEN-SUBT PIC X(9) VALUE 'NROORDEN|'.
         03 IDCLIENTE-SUBT PIC X(6) VALUE 'IDCLI|'.
         03 PATENTE-SUBT PIC X(8) VALUE 'PATENTE|'.
         03 IDREPUESTO-SUBT PIC X(6) VALUE 'IDREP|'.
         03 DESCREPUESTO-SUBT PIC X(31)
            VALUE 'DESCREPUESTO                  |'.
         03 PRECIO-SUBT PIC X(10) VALUE 'PRECIO   |'.
         03 MANODEOBRA-SUBT PIC X(10) VALUE 'MANOOBRA |'.
         03 NETO-SUBT PIC X(10) VALUE 'NETO     |'.
         03 IVA-SUBT PIC X(10) VALUE 'IVA      |'.
         03 TOTAL-SUBT PIC X(9) VALUE 'TOTAL    '.
         03 COTIZ-SUBT PIC X(6) VALUE '|COTIZ'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SFLOT.
         03 NROORDEN-T07SFLOT PIC 9(7).
         03 FILLER PIC X(2) VALUE ' |'.
         03 IDCLIENTE-T07SFLOT PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SFLOT PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SFLOT PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 DESCREPUESTO-T07SFLOT PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 PRECIO-T07SFLOT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MANODEOBRA-T07SFLOT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-T07SFLOT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-T07SFLOT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-T07SFLOT PIC ZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 COTIZ-T07SFLOT PIC ZZZZ9.9999.
        01 REGISTRO-T07SCABE.
         03 FILLER PIC X(6) VALUE 'FLOTA|'.
         03 IDFLOTA-SCABE PIC 9(4).
         03 FILLER PIC X(1) VALUE '|'.
         03 RAZONSOCIAL-SCABE PIC X(30).
         03 FILLER PIC X(6) VALUE '|CUIT|'.
         03 CUIT-SCABE PIC X(11).
         03 FILLER PIC X(9) VALUE '|FACTURA|'.
         03 TIPOFACT-SCABE PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCFACT-SCABE PIC 9(2).
         03 FILLER PIC X(1) VALUE '-'.
         03 NROFACT-SCABE PIC 9(8).
         03 FILLER PIC X(7) VALUE '|PLAZO|'.
         03 PLAZO-SCABE PIC ZZ9.
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(13) VALUE 'TOTAL FLOTA |'.
         03 IDFLOTA-SSUBT PIC 9(4).
         03 FILLER PIC X(9) VALUE '|ORDENES|'.
         03 ORDENES-SSUBT PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-SSUBT PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 IVA-SSUBT PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 TOTAL-SSUBT PIC ZZZZZZZ9.99.
        01 REGISTRO-T07SCERR.
         03 FILLER PIC X(16) VALUE 'PERIODO CERRADO|'.
         03 AAAAMM-CERR PIC 9(6).
        01 REGISTRO-T07SCANT.
         03 FILLER PIC X(12) VALUE 'FACTURAS   |'.
         03 CANTIDAD-SCANT PIC ZZZZ9.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZZZZ9.99.
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
        01 REGISTRO-T07SSCOT.
         03 FILLER PIC X(15) VALUE 'SIN COTIZACION|'.
         03 CANTIDAD-SSCOT PIC ZZZZ9.
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 IDREPUESTO-PPAL PIC 9(3).
         03 DESCREPUESTO-PPAL PIC X(30).
         03 IDCLIENTE-PPAL PIC 9(5).
         03 MODELOAUTO-PPAL PIC X(30).
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
         03 MECANICO-PPAL PIC 9(3).
         03 SITUACION-PPAL PIC X(1).
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
        01 ORDEN-SIN-COTIZ PIC 9 VALUE 0.
        01 NROORDEN-COTIZ-VERIF PIC 9(7) VALUE 0.
        01 EOF-PPAL-COTIZ PIC 9 VALUE 0.
        01 CLAVE-PPAL-GUARDADA.
         03 NROORDEN-GUARDADA PIC 9(7).
         03 IDREPUESTO-GUARDADA PIC 9(3).
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
        01 EOF-T07SENAS PIC 9 VALUE 0.
        01 NROORDEN-SENA-PROC PIC 9(7) VALUE 0.
        01 SENA-FLOTA PIC 9(7)V99 VALUE 0.
        01 TOTAL-SENAS-FLOT PIC 9(9)V99 VALUE 0.
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
        01 REGISTRO-T07FLOTA.
         03 IDFLOTA-FLOTA PIC 9(4).
         03 RAZONSOCIAL-FLOTA PIC X(30).
         03 CUIT-FLOTA PIC X(11).
         03 CATEGIVA-FLOTA PIC X(1).
         03 PLAZOPAGO-FLOTA PIC 9(3).
         03 ESTADO-FLOTA PIC X(1).
        01 REGISTRO-T07FLOVE.
         03 CLASE-FLOVE PIC X(1).
         03 REFERENCIA-FLOVE PIC X(7).
         03 IDFLOTA-FLOVE PIC 9(4).
         03 ESTADO-FLOVE PIC X(1).
        01 REFERENCIA-CLIENTE.
         03 IDCLIENTE-REFERENCIA PIC 9(5).
         03 FILLER PIC X(2) VALUE SPACES.
        01 REGISTRO-T07FLFAC.
         03 NROORDEN-FLFAC PIC 9(7).
         03 IDFLOTA-FLFAC PIC 9(4).
         03 SUCFACT-FLFAC PIC 9(2).
         03 NROFACT-FLFAC PIC 9(8).
         03 FECHA-FLFAC PIC 9(8).
         03 CUIT-FLFAC PIC X(11).
         03 TIPOFACT-FLFAC PIC X(1).
         03 PLAZO-FLFAC PIC 9(3).
         03 NETO-FLFAC PIC 9(7)V99.
         03 IVA-FLFAC PIC 9(7)V99.
         03 TOTAL-FLFAC PIC 9(7)V99.
         03 ORDENES-FLFAC PIC 9(5).
        01 REGISTRO-T07CTACT.
         03 NROORDEN-CTACT PIC 9(7).
         03 IDCLIENTE-CTACT PIC 9(5).
         03 FECHAFACT-CTACT PIC 9(8).
         03 IMPORTE-CTACT PIC 9(7)V99.
         03 PAGADO-CTACT PIC 9(7)V99.
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
         03 IDCLIENTE-FACTU PIC 9(5).
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
         03 NROPRESU-FACTU PIC 9(5).
         03 PARTES-FACTU PIC 9(7)V99.
         03 MANODEOBRA-FACTU PIC 9(7)V99.
         03 HORAS-FACTU PIC 9(5)V99.
        01 REGISTRO-T07PFLOT.
         03 AAAAMM-PFLOT PIC 9(6).
         03 PTOVTA-PFLOT PIC 9(2).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 ESTADO-PERCT PIC X(1).
        01 TABLA-PERIODOS.
         03 PERIODO-OCU OCCURS 100 TIMES INDEXED BY IX-PERIODO.
             05 AAAAMM-CERRADO-TAB PIC 9(6).
        01 CANT-PERIODOS-TAB PIC 9(3) COMP VALUE 0.
        01 EOF-T07PERCT PIC 9 VALUE 0.
        01 PERIODO-CERRADO PIC 9 VALUE 0.
        01 FECHA-DESGLOSE-PER.
         03 FECHA-AAAA-PER PIC 9(4).
         03 FECHA-MM-PER PIC 9(2).
         03 FECHA-DD-PER PIC 9(2).
        01 AAAAMM-CONTROL PIC 9(6) VALUE 0.
        01 AAAAMM-EGRESO PIC 9(6) VALUE 0.
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
        01 IVA-TICKET PIC 9(7)V99 VALUE 0.
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
        01 REGISTRO-T07PHIST.
         03 IDREPUESTO-PHIST PIC 9(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 PRECIO-PHIST PIC 9(7)V99.
        01 EOF-T07PHIST PIC 9 VALUE 0.
        01 HIST-ENCONTRADO PIC 9 VALUE 0.
        01 FECHAVIG-ELEGIDA PIC 9(8) VALUE 0.
        01 PRECIO-HISTORICO PIC 9(7)V99 VALUE 0.
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
        01 SUCURSAL-BUSCADA PIC 9(2) VALUE 0.
        01 TABLA-FNUMS.
         03 FNUM-OCU OCCURS 500 TIMES INDEXED BY IX-FNUM.
             05 SUCURSAL-FNUM-TAB PIC 9(2).
             05 NROORDEN-FNUM-TAB PIC 9(7).
             05 NROFACT-FNUM-TAB PIC 9(8).
        01 CANT-FNUMS-TAB PIC 9(5) COMP VALUE 0.
        01 TABLA-ORDENES-FLOTA.
         03 ORDEN-FLOTA-OCU OCCURS 1000 TIMES INDEXED BY IX-OFLOTA.
             05 NROORDEN-OFLOTA-TAB PIC 9(7).
        01 CANT-OFLOTA-TAB PIC 9(5) COMP VALUE 0.
        01 TABLA-FLOTAS.
         03 FLOTA-OCU OCCURS 200 TIMES INDEXED BY IX-FLOTA.
             05 IDFLOTA-FLO-TAB PIC 9(4).
             05 RAZONSOCIAL-FLO-TAB PIC X(30).
             05 CUIT-FLO-TAB PIC X(11).
             05 CATEGIVA-FLO-TAB PIC X(1).
             05 PLAZOPAGO-FLO-TAB PIC 9(3).
        01 CANT-FLOTAS-TAB PIC 9(5) COMP VALUE 0.
        01 IX-FLOTA-BUSQ PIC 9(5) COMP VALUE 0.
        01 EOF-T07FLOTA PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 EXISTE-FLOVE PIC 9 VALUE 0.
        01 EXISTE-CTACT PIC 9 VALUE 0.
        01 IDFLOTA-ORDEN PIC 9(4) VALUE 0.
        01 ORDEN-FACTURADA PIC 9 VALUE 0.
        01 LINEA-A-FACTURAR PIC 9 VALUE 0.
        01 NROORDEN-LIDER PIC 9(7) VALUE 0.
        01 NROORDEN-ULTIMA PIC 9(7) VALUE 0.
        01 TIPOFACT-FLOTA PIC X(1) VALUE 'B'.
        01 CANT-LINEAS-FLOTA PIC 9(5) COMP VALUE 0.
        01 CANT-ORDENES-FLOTA PIC 9(5) COMP VALUE 0.
        01 NETO-FLOTA PIC 9(7)V99 VALUE 0.
        01 IVA-FLOTA PIC 9(7)V99 VALUE 0.
        01 TOTAL-FLOTA PIC 9(7)V99 VALUE 0.
        01 TOTAL-GENERAL-FLOT PIC 9(9)V99 VALUE 0.
        01 CANT-FACTURAS PIC 9(5) COMP VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN OUTPUT T07SFLOT.
            OPEN INPUT T07PFLOT.
            READ T07PFLOT INTO REGISTRO-T07PFLOT
            AT END MOVE SPACES TO REGISTRO-T07PFLOT.
            CLOSE T07PFLOT.
            IF AAAAMM-PFLOT NOT NUMERIC THEN
                MOVE 0 TO AAAAMM-PFLOT.
            IF PTOVTA-PFLOT NOT NUMERIC THEN
                MOVE 0 TO PTOVTA-PFLOT.
            OPEN INPUT T07PTERC.
            READ T07PTERC INTO REGISTRO-T07PTERC
            AT END MOVE 0 TO RECARGO-PTERC.
            CLOSE T07PTERC.
            IF RECARGO-PTERC NOT NUMERIC THEN
                MOVE 0 TO RECARGO-PTERC.
            PERFORM CARGAR-PERIODOS.
            PERFORM VERIFICAR-PERIODO.
            MOVE FECHA-HOY TO FECHA-TITULO.
            MOVE AAAAMM-PFLOT TO AAAAMM-TITULO.
            WRITE REG-T07SFLOT FROM TITULO.
            IF PERIODO-CERRADO = 1 THEN
                MOVE AAAAMM-CONTROL TO AAAAMM-CERR
                WRITE REG-T07SFLOT FROM REGISTRO-T07SCERR
                CLOSE T07SFLOT
                MOVE 8 TO RETURN-CODE
                STOP RUN.
            WRITE REG-T07SFLOT FROM SUBTITULO.
            WRITE REG-T07SFLOT FROM LINEA.
            PERFORM CARGAR-FACTURADAS.
            PERFORM LIMPIAR-FSEQ
            VARYING IX-FSEQ FROM 1 BY 1
            UNTIL IX-FSEQ > 100.
            PERFORM CARGAR-FSEQ.
            PERFORM CARGAR-FLOTAS.
            OPEN INPUT PPAL.
            OPEN INPUT T07REPUE.
            OPEN INPUT T07FLOVE.
            OPEN I-O T07FLFAC.
            OPEN I-O T07CTACT.
            OPEN EXTEND T07FACTU.
            OPEN INPUT T07TERCE.
            OPEN I-O T07CASCO.
            OPEN INPUT T07COTIZ.
            OPEN I-O T07SENAS.
            OPEN I-O T07PRECO.
            PERFORM FACTURAR-FLOTA
            VARYING IX-FLOTA FROM 1 BY 1
            UNTIL IX-FLOTA > CANT-FLOTAS-TAB.
            CLOSE PPAL T07REPUE T07FLOVE T07FLFAC T07CTACT T07FACTU.
            CLOSE T07TERCE T07CASCO T07COTIZ T07SENAS T07PRECO.
            PERFORM GRABAR-FSEQ.
            MOVE CANT-FACTURAS TO CANTIDAD-SCANT.
            WRITE REG-T07SFLOT FROM REGISTRO-T07SCANT.
            MOVE TOTAL-GENERAL-FLOT TO CANTIDAD-TOTAL.
            WRITE REG-T07SFLOT FROM REGISTRO-T07STOTAL.
            IF TOTAL-SENAS-FLOT > 0 THEN
                MOVE TOTAL-SENAS-FLOT TO IMPORTE-STSEN
                WRITE REG-T07SFLOT FROM REGISTRO-T07STSEN.
            IF CANT-SIN-COTIZ > 0 THEN
                MOVE CANT-SIN-COTIZ TO CANTIDAD-SSCOT
                WRITE REG-T07SFLOT FROM REGISTRO-T07SSCOT.
            CLOSE T07SFLOT.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CARGAR-FACTURADAS.
            MOVE 0 TO CANT-OFLOTA-TAB.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            PERFORM LEER-FACTURADA UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        LEER-FACTURADA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            IF EOF-T07FACTU = 0 AND TIPODOC-FACTU = 'M' THEN
                IF CANT-OFLOTA-TAB = 0 OR
                NROORDEN-OFLOTA-TAB (CANT-OFLOTA-TAB) NOT =
                NROORDEN-FACTU THEN
                    IF CANT-OFLOTA-TAB < 1000 THEN
                        ADD 1 TO CANT-OFLOTA-TAB
                        MOVE NROORDEN-FACTU
                        TO NROORDEN-OFLOTA-TAB (CANT-OFLOTA-TAB)
                    ELSE
                        MOVE 1 TO DESBORDE-TABLAS
                    END-IF
                END-IF
            END-IF.
        CARGAR-FLOTAS.
            MOVE 0 TO CANT-FLOTAS-TAB.
            MOVE 0 TO EOF-T07FLOTA.
            OPEN INPUT T07FLOTA.
            MOVE 0 TO IDFLOTA-CLAVE-FLOTA.
            START T07FLOTA KEY IS NOT LESS THAN IDFLOTA-CLAVE-FLOTA
                INVALID KEY MOVE 1 TO EOF-T07FLOTA.
            PERFORM LEER-FLOTA UNTIL EOF-T07FLOTA = 1.
            CLOSE T07FLOTA.
        LEER-FLOTA.
            READ T07FLOTA NEXT INTO REGISTRO-T07FLOTA
            AT END MOVE 1 TO EOF-T07FLOTA.
            IF EOF-T07FLOTA = 0 AND ESTADO-FLOTA = 'A' THEN
                IF CANT-FLOTAS-TAB < 200 THEN
                    ADD 1 TO CANT-FLOTAS-TAB
                    MOVE IDFLOTA-FLOTA
                    TO IDFLOTA-FLO-TAB (CANT-FLOTAS-TAB)
                    MOVE RAZONSOCIAL-FLOTA
                    TO RAZONSOCIAL-FLO-TAB (CANT-FLOTAS-TAB)
                    MOVE CUIT-FLOTA TO CUIT-FLO-TAB (CANT-FLOTAS-TAB)
                    MOVE CATEGIVA-FLOTA
                    TO CATEGIVA-FLO-TAB (CANT-FLOTAS-TAB)
                    MOVE PLAZOPAGO-FLOTA
                    TO PLAZOPAGO-FLO-TAB (CANT-FLOTAS-TAB)
                ELSE
                    MOVE 1 TO DESBORDE-TABLAS
                END-IF
            END-IF.
        FACTURAR-FLOTA.
            MOVE 0 TO CANT-LINEAS-FLOTA.
            MOVE 0 TO CANT-ORDENES-FLOTA.
            MOVE 0 TO NETO-FLOTA.
            MOVE 0 TO IVA-FLOTA.
            MOVE 0 TO TOTAL-FLOTA.
            MOVE 0 TO SENA-FLOTA.
            MOVE 0 TO NROORDEN-ULTIMA.
            MOVE 'B' TO TIPOFACT-FLOTA.
            IF CATEGIVA-FLO-TAB (IX-FLOTA) = 'R' THEN
                MOVE 'A' TO TIPOFACT-FLOTA.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-LINEA UNTIL EOF-PPAL = 1.
            IF CANT-LINEAS-FLOTA > 0 THEN
                PERFORM CERRAR-FACTURA-FLOTA.
        EVALUAR-LINEA.
            MOVE 0 TO LINEA-A-FACTURAR.
            IF ESTADO-PPAL = 'E' THEN
                PERFORM CALIFICAR-LINEA.
            IF LINEA-A-FACTURAR = 1 THEN
                PERFORM FACTURAR-LINEA.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        CALIFICAR-LINEA.
            MOVE FECHAEGRESO-PPAL TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-EGRESO =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            MOVE 0 TO ORDEN-FACTURADA.
            IF AAAAMM-EGRESO NOT > AAAAMM-PFLOT THEN
                PERFORM VERIFICAR-ORDEN-FACTURADA.
            IF AAAAMM-EGRESO NOT > AAAAMM-PFLOT AND
            ORDEN-FACTURADA = 0 THEN
                PERFORM BUSCAR-FLOTA-ORDEN
                IF IDFLOTA-ORDEN = IDFLOTA-FLO-TAB (IX-FLOTA) THEN
                    MOVE 1 TO LINEA-A-FACTURAR
                END-IF
            END-IF.
            IF LINEA-A-FACTURAR = 1 AND
            NROORDEN-PPAL NOT = NROORDEN-COTIZ-VERIF THEN
                PERFORM VERIFICAR-COTIZ-ORDEN.
            IF LINEA-A-FACTURAR = 1 AND
            (ORDEN-SIN-COTIZ = 1 OR EOF-PPAL = 1) THEN
                MOVE 0 TO LINEA-A-FACTURAR.
        VERIFICAR-COTIZ-ORDEN.
            MOVE NROORDEN-PPAL TO NROORDEN-COTIZ-VERIF.
            MOVE 0 TO ORDEN-SIN-COTIZ.
            MOVE CLAVE-PPAL TO CLAVE-PPAL-GUARDADA.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            MOVE 0 TO EOF-PPAL-COTIZ.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL-COTIZ.
            PERFORM VERIFICAR-COTIZ-LINEA UNTIL EOF-PPAL-COTIZ = 1
            OR ORDEN-SIN-COTIZ = 1.
            IF ORDEN-SIN-COTIZ = 1 THEN
                ADD 1 TO CANT-SIN-COTIZ.
            MOVE CLAVE-PPAL-GUARDADA TO CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
        VERIFICAR-COTIZ-LINEA.
            READ PPAL NEXT INTO REGISTRO-PPAL
            AT END MOVE 1 TO EOF-PPAL-COTIZ.
            IF EOF-PPAL-COTIZ = 0 AND
            NROORDEN-PPAL NOT = NROORDEN-COTIZ-VERIF THEN
                MOVE 1 TO EOF-PPAL-COTIZ.
            IF EOF-PPAL-COTIZ = 0 AND ESTADO-PPAL = 'E' THEN
                PERFORM BUSCAR-PRECIO-REPUE
                MOVE SIN-COTIZACION TO ORDEN-SIN-COTIZ.
        VERIFICAR-ORDEN-FACTURADA.
            PERFORM BUSCAR-ORDEN-FACTURADA
            VARYING IX-OFLOTA FROM 1 BY 1
            UNTIL IX-OFLOTA > CANT-OFLOTA-TAB
            OR ORDEN-FACTURADA = 1.
            IF ORDEN-FACTURADA = 0 THEN
                IF SUCURSAL-PPAL NUMERIC THEN
                    MOVE SUCURSAL-PPAL TO SUCURSAL-BUSCADA
                ELSE
                    MOVE 0 TO SUCURSAL-BUSCADA
                END-IF
                MOVE 0 TO EXISTE-FNUM
                PERFORM BUSCAR-FNUM
                VARYING IX-FNUM FROM 1 BY 1
                UNTIL IX-FNUM > CANT-FNUMS-TAB
                OR EXISTE-FNUM = 1
                MOVE EXISTE-FNUM TO ORDEN-FACTURADA
            END-IF.
        BUSCAR-ORDEN-FACTURADA.
            IF NROORDEN-OFLOTA-TAB (IX-OFLOTA) = NROORDEN-PPAL THEN
                MOVE 1 TO ORDEN-FACTURADA.
        BUSCAR-FNUM.
            IF SUCURSAL-FNUM-TAB (IX-FNUM) = SUCURSAL-BUSCADA AND
            NROORDEN-FNUM-TAB (IX-FNUM) = NROORDEN-PPAL THEN
                MOVE 1 TO EXISTE-FNUM.
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
                PERFORM BUSCAR-FLOTA-ACTIVA
                VARYING IX-FLOTA-BUSQ FROM 1 BY 1
                UNTIL IX-FLOTA-BUSQ > CANT-FLOTAS-TAB
                OR IDFLOTA-ORDEN > 0
            END-IF.
        BUSCAR-FLOTA-ACTIVA.
            IF IDFLOTA-FLO-TAB (IX-FLOTA-BUSQ) = IDFLOTA-FLOVE THEN
                MOVE IDFLOTA-FLOVE TO IDFLOTA-ORDEN.
        FACTURAR-LINEA.
            IF CANT-LINEAS-FLOTA = 0 THEN
                PERFORM ABRIR-FACTURA-FLOTA.
            PERFORM BUSCAR-PRECIO-REPUE.
            PERFORM BUSCAR-CASCO.
            ADD CASCO-COBRADO TO PRECIO-PARTE.
            MOVE MANODEOBRA-PPAL TO MANODEOBRA-COBRADA.
            PERFORM CALCULAR-MANO-HORAS.
            IF MANO-HORAS > 0 THEN
                MOVE MANO-HORAS TO MANODEOBRA-COBRADA.
            PERFORM BUSCAR-TERCERO.
            ADD TERCERO-COBRADO TO MANODEOBRA-COBRADA.
            IF GARANTIA-PPAL = 'G' THEN
                MOVE 0 TO PRECIO-PARTE
                MOVE 0 TO MANODEOBRA-COBRADA.
            MOVE 0 TO CORTESIA-COBRADA.
            IF NROORDEN-PPAL NOT = NROORDEN-CORTESIA-PROC THEN
                PERFORM BUSCAR-CORTESIA.
            ADD CORTESIA-COBRADA TO MANODEOBRA-COBRADA.
            COMPUTE TOTAL-TICKET = PRECIO-PARTE + MANODEOBRA-COBRADA.
            COMPUTE NETO-TICKET ROUNDED = TOTAL-TICKET / 1.21.
            COMPUTE IVA-TICKET = TOTAL-TICKET - NETO-TICKET.
            MOVE NROORDEN-PPAL TO NROORDEN-T07SFLOT.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-T07SFLOT.
            MOVE PATENTE-PPAL TO PATENTE-T07SFLOT.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-T07SFLOT.
            MOVE DESCREPUESTO-PPAL TO DESCREPUESTO-T07SFLOT.
            MOVE PRECIO-PARTE TO PRECIO-T07SFLOT.
            MOVE MANODEOBRA-COBRADA TO MANODEOBRA-T07SFLOT.
            MOVE NETO-TICKET TO NETO-T07SFLOT.
            MOVE IVA-TICKET TO IVA-T07SFLOT.
            MOVE TOTAL-TICKET TO TOTAL-T07SFLOT.
            MOVE TASA-APLICADA TO COTIZ-T07SFLOT.
            WRITE REG-T07SFLOT FROM REGISTRO-T07SFLOT.
            MOVE NROORDEN-PPAL TO NROORDEN-FACTU.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-FACTU.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-FACTU.
            MOVE DNI-PPAL TO DNI-FACTU.
            MOVE PATENTE-PPAL TO PATENTE-FACTU.
            MOVE MODELOAUTO-PPAL TO MODELOAUTO-FACTU.
            MOVE FECHA-HOY TO FECHAEGRESO-FACTU.
            MOVE NETO-TICKET TO NETO-FACTU.
            MOVE IVA-TICKET TO IVA-FACTU.
            MOVE TOTAL-TICKET TO BRUTO-FACTU.
            MOVE FECHA-HOY TO FECHAPROC-FACTU.
            MOVE 'M' TO TIPODOC-FACTU.
            MOVE PTOVTA-PFLOT TO SUCFACT-FACTU.
            MOVE NROFACT-ASIGNADO TO NROFACT-FACTU.
            IF NROPRESU-PPAL NUMERIC THEN
                MOVE NROPRESU-PPAL TO NROPRESU-FACTU
            ELSE
                MOVE 0 TO NROPRESU-FACTU
            END-IF.
            MOVE PRECIO-PARTE TO PARTES-FACTU.
            MOVE MANODEOBRA-COBRADA TO MANODEOBRA-FACTU.
            MOVE HORAS-COBRADAS TO HORAS-FACTU.
            IF CASCO-COBRADO > 0 AND GARANTIA-PPAL NOT = 'G' THEN
                PERFORM MARCAR-CASCO-FACTURADO.
            IF CORTESIA-COBRADA > 0 THEN
                PERFORM MARCAR-CORTESIA-FACTURADA.
            MOVE TIPOFACT-FLOTA TO TIPOFACT-FACTU.
            MOVE 0 TO ASEGURADORA-FACTU.
            MOVE SPACES TO SINIESTRO-FACTU.
            MOVE 0 TO CAE-FACTU.
            MOVE 0 TO VTOCAE-FACTU.
            MOVE SPACE TO ESTADOCAE-FACTU.
            WRITE REG-T07FACTU FROM REGISTRO-T07FACTU.
            IF NROORDEN-PPAL NOT = NROORDEN-SENA-PROC AND
            MOTIVO-PPAL NOT = 'C' THEN
                PERFORM APLICAR-SENAS-ORDEN.
            ADD NETO-TICKET TO NETO-FLOTA.
            ADD IVA-TICKET TO IVA-FLOTA.
            ADD TOTAL-TICKET TO TOTAL-FLOTA.
            ADD 1 TO CANT-LINEAS-FLOTA.
            IF NROORDEN-PPAL NOT = NROORDEN-ULTIMA THEN
                ADD 1 TO CANT-ORDENES-FLOTA
                MOVE NROORDEN-PPAL TO NROORDEN-ULTIMA.
        ABRIR-FACTURA-FLOTA.
            MOVE NROORDEN-PPAL TO NROORDEN-LIDER.
            COMPUTE FSEQ-INDICE = PTOVTA-PFLOT + 1.
            ADD 1 TO SECUENCIA-FSEQ-TAB (FSEQ-INDICE).
            MOVE SECUENCIA-FSEQ-TAB (FSEQ-INDICE) TO NROFACT-ASIGNADO.
            MOVE IDFLOTA-FLO-TAB (IX-FLOTA) TO IDFLOTA-SCABE.
            MOVE RAZONSOCIAL-FLO-TAB (IX-FLOTA) TO RAZONSOCIAL-SCABE.
            MOVE CUIT-FLO-TAB (IX-FLOTA) TO CUIT-SCABE.
            MOVE TIPOFACT-FLOTA TO TIPOFACT-SCABE.
            MOVE PTOVTA-PFLOT TO SUCFACT-SCABE.
            MOVE NROFACT-ASIGNADO TO NROFACT-SCABE.
            MOVE PLAZOPAGO-FLO-TAB (IX-FLOTA) TO PLAZO-SCABE.
            WRITE REG-T07SFLOT FROM REGISTRO-T07SCABE.
        CERRAR-FACTURA-FLOTA.
            IF CANT-FNUMS-TAB < 500 THEN
                ADD 1 TO CANT-FNUMS-TAB
                MOVE PTOVTA-PFLOT TO SUCURSAL-FNUM-TAB (CANT-FNUMS-TAB)
                MOVE NROORDEN-LIDER
                TO NROORDEN-FNUM-TAB (CANT-FNUMS-TAB)
                MOVE NROFACT-ASIGNADO
                TO NROFACT-FNUM-TAB (CANT-FNUMS-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
            MOVE NROORDEN-LIDER TO NROORDEN-FLFAC.
            MOVE IDFLOTA-FLO-TAB (IX-FLOTA) TO IDFLOTA-FLFAC.
            MOVE PTOVTA-PFLOT TO SUCFACT-FLFAC.
            MOVE NROFACT-ASIGNADO TO NROFACT-FLFAC.
            MOVE FECHA-HOY TO FECHA-FLFAC.
            MOVE CUIT-FLO-TAB (IX-FLOTA) TO CUIT-FLFAC.
            MOVE TIPOFACT-FLOTA TO TIPOFACT-FLFAC.
            MOVE PLAZOPAGO-FLO-TAB (IX-FLOTA) TO PLAZO-FLFAC.
            MOVE NETO-FLOTA TO NETO-FLFAC.
            MOVE IVA-FLOTA TO IVA-FLFAC.
            MOVE TOTAL-FLOTA TO TOTAL-FLFAC.
            MOVE CANT-ORDENES-FLOTA TO ORDENES-FLFAC.
            MOVE NROORDEN-LIDER TO NROORDEN-CLAVE-FLFAC.
            WRITE REG-T07FLFAC FROM REGISTRO-T07FLFAC
                INVALID KEY
                    REWRITE REG-T07FLFAC FROM REGISTRO-T07FLFAC
            END-WRITE.
            PERFORM REGISTRAR-CTACT-FLOTA.
            MOVE IDFLOTA-FLO-TAB (IX-FLOTA) TO IDFLOTA-SSUBT.
            MOVE CANT-ORDENES-FLOTA TO ORDENES-SSUBT.
            MOVE NETO-FLOTA TO NETO-SSUBT.
            MOVE IVA-FLOTA TO IVA-SSUBT.
            MOVE TOTAL-FLOTA TO TOTAL-SSUBT.
            WRITE REG-T07SFLOT FROM REGISTRO-T07SSUBT.
            WRITE REG-T07SFLOT FROM LINEA.
            ADD TOTAL-FLOTA TO TOTAL-GENERAL-FLOT.
            ADD 1 TO CANT-FACTURAS.
        REGISTRAR-CTACT-FLOTA.
            MOVE 0 TO EXISTE-CTACT.
            MOVE NROORDEN-LIDER TO NROORDEN-CLAVE-CTACT.
            READ T07CTACT INTO REGISTRO-T07CTACT
                INVALID KEY MOVE 0 TO EXISTE-CTACT
                NOT INVALID KEY MOVE 1 TO EXISTE-CTACT
            END-READ.
            IF EXISTE-CTACT = 0 THEN
                MOVE NROORDEN-LIDER TO NROORDEN-CTACT
                MOVE 0 TO IDCLIENTE-CTACT
                MOVE FECHA-HOY TO FECHAFACT-CTACT
                MOVE TOTAL-FLOTA TO IMPORTE-CTACT
                MOVE SENA-FLOTA TO PAGADO-CTACT
                WRITE REG-T07CTACT FROM REGISTRO-T07CTACT
            ELSE
                MOVE 0 TO IDCLIENTE-CTACT
                MOVE FECHA-HOY TO FECHAFACT-CTACT
                MOVE TOTAL-FLOTA TO IMPORTE-CTACT
                ADD SENA-FLOTA TO PAGADO-CTACT
                REWRITE REG-T07CTACT FROM REGISTRO-T07CTACT
            END-IF.
        APLICAR-SENAS-ORDEN.
            MOVE NROORDEN-PPAL TO NROORDEN-SENA-PROC.
            MOVE 0 TO EOF-T07SENAS.
            MOVE NROORDEN-PPAL TO NROORDEN-CLAVE-SENAS.
            MOVE 0 TO NRORECIBO-CLAVE-SENAS.
            START T07SENAS KEY IS NOT LESS THAN CLAVE-SENAS
                INVALID KEY MOVE 1 TO EOF-T07SENAS.
            PERFORM APLICAR-UNA-SENA UNTIL EOF-T07SENAS = 1.
        APLICAR-UNA-SENA.
            READ T07SENAS NEXT INTO REGISTRO-T07SENAS
            AT END MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND
            NROORDEN-SENAS NOT = NROORDEN-PPAL THEN
                MOVE 1 TO EOF-T07SENAS.
            IF EOF-T07SENAS = 0 AND SENA-PENDIENTE THEN
                ADD IMPORTE-SENAS TO SENA-FLOTA
                MOVE 'A' TO ESTADO-SENAS
                MOVE FECHA-HOY TO FECHAESTADO-SENAS
                MOVE SUCFACT-FACTU TO SUCFACT-SENAS
                MOVE NROFACT-FACTU TO NROFACT-SENAS
                REWRITE REG-T07SENAS FROM REGISTRO-T07SENAS
                MOVE NROORDEN-SENAS TO NROORDEN-SSENA
                MOVE NRORECIBO-SENAS TO NRORECIBO-SSENA
                MOVE FECHA-SENAS TO FECHA-SSENA
                COMPUTE IMPORTE-SSENA = 0 - IMPORTE-SENAS
                MOVE SUCFACT-SENAS TO SUCFACT-SSENA
                MOVE NROFACT-SENAS TO NROFACT-SSENA
                WRITE REG-T07SFLOT FROM REGISTRO-T07SSENA
                ADD IMPORTE-SENAS TO TOTAL-SENAS-FLOT
            END-IF.
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
            MOVE FECHA-HOY TO FECHA-DESGLOSE-PER.
            COMPUTE AAAAMM-CONTROL =
                FECHA-AAAA-PER * 100 + FECHA-MM-PER.
            IF AAAAMM-PFLOT = 0 THEN
                MOVE AAAAMM-CONTROL TO AAAAMM-PFLOT.
            MOVE AAAAMM-PFLOT TO AAAAMM-CONTROL.
            PERFORM COMPARAR-PERIODO
            VARYING IX-PERIODO FROM 1 BY 1
            UNTIL IX-PERIODO > CANT-PERIODOS-TAB
            OR PERIODO-CERRADO = 1.
        COMPARAR-PERIODO.
            IF AAAAMM-CERRADO-TAB (IX-PERIODO) = AAAAMM-CONTROL THEN
                MOVE 1 TO PERIODO-CERRADO.
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
        GRABAR-FSEQ.
            OPEN OUTPUT T07FNUMS.
            PERFORM GRABAR-UN-FNUM
            VARYING IX-FNUM FROM 1 BY 1
            UNTIL IX-FNUM > CANT-FNUMS-TAB.
            CLOSE T07FNUMS.
        GRABAR-UN-FNUM.
            MOVE SUCURSAL-FNUM-TAB (IX-FNUM) TO SUCURSAL-FNUMS.
            MOVE NROORDEN-FNUM-TAB (IX-FNUM) TO NROORDEN-FNUMS.
            MOVE NROFACT-FNUM-TAB (IX-FNUM) TO NROFACT-FNUMS.
            WRITE REG-T07FNUMS FROM REGISTRO-T07FNUMS.
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
                REWRITE REG-T07CASCO FROM REGISTRO-T07CASCO.
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
                REWRITE REG-T07PRECO FROM REGISTRO-T07PRECO.
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
        BUSCAR-PRECIO-REPUE.
            MOVE 0 TO EXISTE-REPUE-FACT.
            MOVE 0 TO PRECIO-PARTE.
            MOVE 0 TO SIN-COTIZACION.
            MOVE IDREPUESTO-PPAL TO IDREPUESTO-CLAVE-REPUE.
            READ T07REPUE INTO REGISTRO-T07REPUE
                INVALID KEY MOVE 0 TO EXISTE-REPUE-FACT
                NOT INVALID KEY MOVE 1 TO EXISTE-REPUE-FACT
            END-READ.
            IF EXISTE-REPUE-FACT = 1 THEN
                MOVE PRECIO-REPUE TO PRECIO-PARTE.
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
                MOVE FECHA-HOY TO FECHA-COTIZACION
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
            MOVE 0 TO PRECIO-HISTORICO.
            MOVE 0 TO EOF-T07PHIST.
            OPEN INPUT T07PHIST.
            PERFORM EVALUAR-PRECIO-HIST UNTIL EOF-T07PHIST = 1.
            CLOSE T07PHIST.
        EVALUAR-PRECIO-HIST.
            READ T07PHIST INTO REGISTRO-T07PHIST
            AT END MOVE 1 TO EOF-T07PHIST.
            IF EOF-T07PHIST = 0 AND
            IDREPUESTO-PHIST = IDREPUESTO-PPAL AND
            FECHAVIG-PHIST NOT > FECHAINGRESO-PPAL AND
            FECHAVIG-PHIST NOT < FECHAVIG-ELEGIDA THEN
                MOVE FECHAVIG-PHIST TO FECHAVIG-ELEGIDA
                MOVE PRECIO-PHIST TO PRECIO-HISTORICO
                MOVE 1 TO HIST-ENCONTRADO
            END-IF.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SFLOT DD DSN=KC03BAB.CATALOGO.SALIDA(T07SFLOT),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07REPUE DD DSN=KC03BAB.CATALOGO.REPUE,DISP=SHR
//GO.T07FLOTA DD DSN=KC03BAB.CATALOGO.FLOTA,DISP=SHR
//GO.T07FLOVE DD DSN=KC03BAB.CATALOGO.FLOVE,DISP=SHR
//GO.T07FLFAC DD DSN=KC03BAB.CATALOGO.FLFAC,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07PFLOT DD DSN=KC03BAB.CATALOGO.PARM(T07PFLOT),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07PHIST DD DSN=KC03BAB.CATALOGO.PHIST,DISP=SHR
//GO.T07FNUMS DD DSN=KC03BAB.CATALOGO.PARM(T07FNUMS),DISP=OLD
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07TERCE DD DSN=KC03BAB.CATALOGO.TERCE,DISP=SHR
//GO.T07PTERC DD DSN=KC03BAB.CATALOGO.PARM(T07PTERC),DISP=SHR
//GO.T07CASCO DD DSN=KC03BAB.CATALOGO.CASCO,DISP=SHR
//GO.T07COTIZ DD DSN=KC03BAB.CATALOGO.COTIZ,DISP=SHR
//GO.T07SENAS DD DSN=KC03BAB.CATALOGO.SENAS,DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
