         03 FILLER PIC X(7) VALUE 'PRESUP|'.
         03 FILLER PIC X(6) VALUE 'IDCLI|'.
         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(9) VALUE 'VENCE   |'.
         03 FILLER PIC X(10) VALUE 'IMPORTE   '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 IDREPUESTO-PRESU PIC 9(3).
         03 PRECIO-PRESU PIC 9(7)V99.
         03 MANODEOBRA-PRESU PIC 9(7)V99.
         03 FECHAEMISION-PRESU PIC 9(8).
         03 FECHAVENCE-PRESU PIC 9(8).
         03 ESTADO-PRESU PIC X(1).
        01 EOF-T07PRESU PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 IMPORTE-LINEA PIC 9(7)V99 VALUE 0.
        01 REGISTRO-T07SPVEN.
         03 NROPRESU-T07SPVEN PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDREPUESTO-T07SPVEN PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAVENCE-T07SPVEN PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 IMPORTE-T07SPVEN PIC ZZZZZ9.99.
        01 CONTADOR-T07SPVEN PIC 9(5) COMP VALUE 0.
        PROCEDURE DIVISION.
            OPEN INPUT T07PRESU.
            OPEN OUTPUT T07SPVEN.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            WRITE REG-T07SPVEN FROM TITULO.
            WRITE REG-T07SPVEN FROM SUBTITULO.
            WRITE REG-T07SPVEN FROM LINEA.
