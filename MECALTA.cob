         03 IDMECANICO-T07EMECA PIC 9(3).
         03 NOMBRE-T07EMECA PIC X(30).
         03 TARIFA-T07EMECA PIC 9(5)V99.
         03 SUELDOBASE-T07EMECA PIC 9(7)V99.
         03 COMISION-T07EMECA PIC 9(2)V99.
        01 REGISTRO-T07SMECA.
         03 IDMECANICO-T07SMECA PIC 9(3).
         03 NOMBRE-T07SMECA PIC X(30).
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
         03 TARIFA-MECAN PIC 9(5)V99.
         03 SUELDOBASE-MECAN PIC 9(7)V99.
         03 COMISION-MECAN PIC 9(2)V99.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-T07EMECA PIC 9 VALUE 0.
        01 DUPLICADO-MECAN PIC 9 VALUE 0.
                ELSE
                    MOVE 0 TO TARIFA-MECAN
                END-IF
                IF SUELDOBASE-T07EMECA NUMERIC THEN
                    MOVE SUELDOBASE-T07EMECA TO SUELDOBASE-MECAN
                ELSE
                    MOVE 0 TO SUELDOBASE-MECAN
                END-IF
                IF COMISION-T07EMECA NUMERIC THEN
                    MOVE COMISION-T07EMECA TO COMISION-MECAN
                ELSE
                    MOVE 0 TO COMISION-MECAN
                END-IF
                WRITE REG-T07MECAN FROM REGISTRO-T07MECAN
                CLOSE T07MECAN
                MOVE REGISTRO-T07EMECA TO REGISTRO-T07SMECA
