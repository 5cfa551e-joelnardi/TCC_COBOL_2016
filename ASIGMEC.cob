         03 IDMECANICO-T07SASIG PIC 9(3).
         03 RESULTADO-T07SASIG PIC X(15).
         03 OPERADOR-T07SASIG PIC X(8).
         03 FECHAPROC-T07SASIG PIC 9(8).
         03 HORAPROC-T07SASIG PIC 9(6).
        01 REGISTRO-T07MECAN.
         03 IDMECANICO-MECAN PIC 9(3).
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
        01 EOF-T07EASIG PIC 9 VALUE 0.
        01 EOF-T07MECAN PIC 9 VALUE 0.
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 ANTES-PPAL PIC X(240).
        01 CONTADOR-T07SASIG PIC 9(5) COMP VALUE 0.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            OPEN INPUT T07PCARG.
            READ T07PCARG INTO CARGA-MAXIMA
