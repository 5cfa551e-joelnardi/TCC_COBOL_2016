         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
         03 TARIFA-MECAN PIC 9(5)V99.
         03 SUELDOBASE-MECAN PIC 9(7)V99.
         03 COMISION-MECAN PIC 9(2)V99.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-T07EMECB PIC 9 VALUE 0.
        01 EXISTE-MECAN PIC 9 VALUE 0.
