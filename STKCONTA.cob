         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 EOF-T07ECONT PIC 9 VALUE 0.
        01 EOF-T07STOCK PIC 9 VALUE 0.
