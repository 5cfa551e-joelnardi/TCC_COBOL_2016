        01 REG-T07SJRNL PIC X(126).
        FD T07PJRNL
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PJRNL PIC X(24).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07PJRNL.
         03 TIPO-FILTRO PIC X(1).
             88 FILTRO-NROORDEN VALUE 'N'.
             88 FILTRO-FECHAS VALUE 'F'.
         03 NROORDEN-FILTRO PIC 9(7).
         03 FECHADESDE-FILTRO PIC 9(8).
         03 FECHAHASTA-FILTRO PIC 9(8).
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 NROORDEN-JORNL PIC 9(7).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 IMAGEN-PPAL.
         03 NROORDEN-IMAGEN PIC 9(7).
         03 PATENTE-IMAGEN PIC X(7).
         03 DNI-IMAGEN PIC X(8).
         03 DESCREPARACION-IMAGEN PIC X(30).
         03 FECHAINGRESO-IMAGEN PIC 9(8).
         03 FECHAEGRESO-IMAGEN PIC 9(8).
         03 ESTADO-IMAGEN PIC X(1).
         03 OPERADOR-IMAGEN PIC X(8).
         03 FECHAPROC-IMAGEN PIC 9(8).
         03 HORAPROC-IMAGEN PIC 9(6).
         03 MANODEOBRA-IMAGEN PIC 9(7)V99.
         03 MOTIVO-IMAGEN PIC X(1).
         03 FILLER PIC X(9) VALUE 'NROORDEN|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(9) VALUE 'OPERADOR|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(6) VALUE 'HORA  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07SJRNL PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAPROC-T07SJRNL PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAPROC-T07SJRNL PIC 9(6).
        01 LINEA-IMAGEN.
         03 FILLER PIC X(1) VALUE '|'.
         03 SITUACION-LINEA PIC X(1).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAING-LINEA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAEGR-LINEA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DESCREPARACION-LINEA PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
