        01 REG-T07JORNL PIC X(520).
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 NROORDEN-TITULO PIC X(9) VALUE 'NROORDEN|'.
         03 IDREPUESTO-TITULO PIC X(6) VALUE 'IDREP|'.
         03 IDCLIENTE-TITULO PIC X(6) VALUE 'IDCLI|'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 FECHAING-TITULO PIC X(9) VALUE 'FECING  |'.
         03 RESULTADO-TITULO PIC X(9) VALUE 'RESULTADO'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
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
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
         03 UBICACION-STOCK PIC X(8).
         03 CANTREPO-STOCK PIC 9(5).
         03 CLASEABC-STOCK PIC X(1).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 NOHAY-STOCK PIC 9 VALUE 0.
        01 EXISTE-ORDEN PIC 9 VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 TABLA-PENDIENTES.
         03 PENDIENTE-OCU OCCURS 200 TIMES INDEXED BY IX-PENDIENTE.
             05 IDREPUESTO-TAB PIC 9(3).
             05 IDCLIENTE-TAB PIC 9(5).
             05 PATENTE-TAB PIC X(7).
             05 FECHAING-TAB PIC 9(8).
             05 SUCURSAL-TAB PIC 9(2).
        01 CANT-PENDIENTES-TAB PIC 9(5) COMP VALUE 0.
        01 POS-INSERCION PIC 9(5) COMP VALUE 0.
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
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
        01 REGISTRO-T07SSTKA.
         03 NROORDEN-T07SSTKA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 PATENTE-T07SSTKA PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAING-T07SSTKA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SSTKA PIC X(15).
        01 CONTADOR-T07SSTKA PIC 9(5) COMP VALUE 0.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            WRITE REG-T07SSTKA FROM TITULO.
            WRITE REG-T07SSTKA FROM LINEA.
            TO IDREPUESTO-CLAVE-STOCK.
            READ T07STOCK INTO REGISTRO-T07STOCK
                INVALID KEY MOVE 1 TO NOHAY-STOCK.
            IF NOHAY-STOCK = 0 AND COSTOPROM-STOCK NOT NUMERIC THEN
                MOVE 0 TO COSTOPROM-STOCK.
        ACTUALIZAR-ORDEN.
            MOVE 0 TO EXISTE-ORDEN.
            MOVE NROORDEN-TAB (IX-PENDIENTE) TO NROORDEN-CLAVE-PPAL.
            MOVE 1 TO CANTIDAD-KARDX.
            MOVE '-' TO SIGNO-KARDX.
            MOVE 'STKASIG ' TO PROGRAMA-KARDX.
            MOVE COSTOPROM-STOCK TO VALOR-KARDX.
            MOVE NROORDEN-TAB (IX-PENDIENTE) TO REFERENCIA-KARDX.
            MOVE OPERADOR-RUN TO OPERADOR-KARDX.
            MOVE SUCURSAL-TAB (IX-PENDIENTE) TO SUCURSAL-KARDX.
