        01 REG-T07STDIA PIC X(126).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FECHA-TITULO PIC X(9) VALUE 'FECHA   |'.
         03 IDCLIENTE-TITULO PIC X(6) VALUE 'IDCLI|'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 IDREPUESTO-TITULO PIC X(5) VALUE 'IDREP'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
        01 EOF-T07TURNO PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 REGISTRO-T07STDIA.
         03 FECHA-T07STDIA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07STDIA PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
        PROCEDURE DIVISION.
            OPEN INPUT T07TURNO.
            OPEN OUTPUT T07STDIA.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            WRITE REG-T07STDIA FROM TITULO.
            WRITE REG-T07STDIA FROM LINEA.
            READ T07TURNO INTO REGISTRO-T07TURNO
