         03 CLAVE-NOTA.
             05 NROORDEN-CLAVE-NOTA PIC 9(7).
             05 SECUENCIA-CLAVE-NOTA PIC 9(3).
         03 FILLER PIC X(82).
        FD T07SNOTA
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SNOTA PIC X(126).
        01 REGISTRO-T07NOTAS.
         03 NROORDEN-NOTA PIC 9(7).
         03 SECUENCIA-NOTA PIC 9(3).
         03 FECHA-NOTA PIC 9(8).
         03 HORA-NOTA PIC 9(6).
         03 OPERADOR-NOTA PIC X(8).
         03 TEXTO-NOTA PIC X(60).
        01 VALIDO-T07ENOTA PIC 9 VALUE 1.
        01 SECUENCIA-ULTIMA PIC 9(3) VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 HORAPROC-RUN PIC 9(6).
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 PATENTE-PPAL PIC X(7).
         03 DNI-PPAL PIC X(8).
         03 DESCREPARACION-PPAL PIC X(30).
         03 FECHAINGRESO-PPAL PIC 9(8).
         03 FECHAEGRESO-PPAL PIC 9(8).
         03 ESTADO-PPAL PIC X(1).
        01 CONTADOR-T07SNOTA PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
            READ T07POPER INTO OPERADOR-RUN
            AT END MOVE SPACES TO OPERADOR-RUN.
            CLOSE T07POPER.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            ACCEPT HORAPROC-RUN FROM TIME.
            READ T07ENOTA INTO REGISTRO-T07ENOTA
            AT END MOVE 1 TO EOF-T07ENOTA.
