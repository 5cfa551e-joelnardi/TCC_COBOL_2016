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
        DATA DIVISION.
        FILE SECTION.
        FD T07SFACT
        01 REG-T07FACTU PIC X(240).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
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
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07MECAN.
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
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
            PERFORM CARGAR-CREDITOS.
            OPEN OUTPUT T07SFACT.
            OPEN OUTPUT T07FACTU.
            OPEN I-O T07SENAS.
            OPEN I-O T07CTACT.
            OPEN I-O T07CTASE.
            OPEN INPUT T07FLOVE.
            OPEN INPUT T07FLOTA.
            OPEN INPUT T07TERCE.
            OPEN I-O T07CASCO.
            OPEN INPUT T07COTIZ.
            OPEN I-O T07PRECO.
            PERFORM LIMPIAR-SUBTOTAL-SUC
            VARYING IX-SUCURSAL FROM 1 BY 1
            UNTIL IX-SUCURSAL > 100.
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
            CLOSE T07SFACT T07FACTU PPAL T07REPUE T07CLIEN.
            CLOSE T07SENAS T07CTACT T07CTASE T07FLOVE T07FLOTA.
            CLOSE T07TERCE T07CASCO T07COTIZ T07PRECO.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
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
                WRITE REG-T07FACTU FROM REGISTRO-T07FACTU
                ADD 1 TO CANT-FACTURAS.
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
            IF SENA-A-APLICAR > 0 THEN
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
                REWRITE REG-T07SENAS FROM REGISTRO-T07SENAS
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
                PERFORM BUSCAR-TARIFA
                COMPUTE MANO-HORAS = MANO-HORAS
                    + HORAS-HORAS * TARIFA-ENCONTRADA
                ADD HORAS-HORAS TO HORAS-COBRADAS
            END-IF.
        BUSCAR-TARIFA.
            MOVE 0 TO EXISTE-MECAN-FACT.
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
