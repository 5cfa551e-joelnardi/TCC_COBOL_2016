         03 FILLER PIC X(33) VALUE
             'LISTA DE ESPERA DE TURNOS        '.
        01 SUBTITULO.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(8) VALUE 'PATENTE|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07TESPE.
         03 FECHA-TESPE PIC 9(8).
         03 IDCLIENTE-TESPE PIC 9(5).
         03 PATENTE-TESPE PIC X(7).
         03 IDREPUESTO-TESPE PIC 9(3).
        01 EOF-T07TESPE PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 REGISTRO-T07SESPE.
         03 FECHA-T07SESPE PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SESPE PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
