        FILE SECTION.
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07SOPER
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SOPER PIC X(126).
        FD T07PFOPE
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PFOPE PIC 9(8).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(33) VALUE
             'EJECUCION DE LA CADENA NOCTURNA  '.
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(9) VALUE 'PASO    |'.
         03 FILLER PIC X(2) VALUE 'E|'.
         03 FILLER PIC X(7) VALUE 'HORA  |'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
         03 RETORNO-RUNCT PIC 9(2).
         03 HORA-RUNCT PIC 9(6).
        01 EOF-T07RUNCT PIC 9 VALUE 0.
        01 FECHA-FILTRO PIC 9(8) VALUE 0.
        01 REGISTRO-T07SOPER.
         03 FECHA-T07SOPER PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 PASO-T07SOPER PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
