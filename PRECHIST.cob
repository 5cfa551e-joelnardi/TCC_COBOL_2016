         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07PHIST.
         03 IDREPUESTO-PHIST PIC 9(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 PRECIO-PHIST PIC 9(7)V99.
        01 EOF-T07PHIST PIC 9 VALUE 0.
        01 REPUESTO-FILTRO PIC 9(3) VALUE 0.
        01 REGISTRO-T07SPHI.
         03 IDREPUESTO-T07SPHI PIC 9(3).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAVIG-T07SPHI PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 PRECIO-T07SPHI PIC ZZZZZ9.99.
        01 CONTADOR-T07SPHIS PIC 9(5) COMP VALUE 0.
