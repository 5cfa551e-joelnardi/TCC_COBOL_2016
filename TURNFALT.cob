        01 REG-T07SFALT PIC X(126).
        FD T07PFALT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PFALT PIC 9(8).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(28) VALUE 'AUSENTES A TURNOS DEL DIA   '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
         03 PATENTE-PPAL PIC X(7).
         03 DNI-PPAL PIC X(8).
         03 DESCREPARACION-PPAL PIC X(30).
         03 FECHAINGRESO-PPAL PIC 9(8).
        01 REGISTRO-T07CLIEN.
         03 IDCLIENTE-CLIEN PIC 9(5).
         03 MODELOAUTO-CLIEN PIC X(30).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 SE-PRESENTO PIC 9 VALUE 0.
        01 FECHA-CONTROL PIC 9(8) VALUE 0.
        01 REGISTRO-T07SFALT.
         03 FECHA-T07SFALT PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SFALT PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
