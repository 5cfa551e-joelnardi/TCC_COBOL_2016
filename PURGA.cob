         03 FILLER PIC X(230).
        FD T07PPURG
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PPURG PIC 9(8).
        FD T07JORNL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07JORNL PIC X(520).
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
        01 EOF-PPAL PIC 9 VALUE 0.
        01 FECHA-CORTE-PURGA PIC 9(8) VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
        01 CANT-PURGADOS PIC 9(5) COMP VALUE 0.
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SPURG PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAEGRESO-T07SPURG PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 RESULTADO-T07SPURG PIC X(15).
        01 REGISTRO-T07STOTAL.
            READ T07PPURG INTO FECHA-CORTE-PURGA
            AT END MOVE 0 TO FECHA-CORTE-PURGA.
            CLOSE T07PPURG.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            WRITE REG-T07SPURG FROM TITULO.
            WRITE REG-T07SPURG FROM LINEA.
