         03 IDMECANICO-T07EMECM PIC 9(3).
         03 NOMBRE-T07EMECM PIC X(30).
         03 TARIFA-T07EMECM PIC 9(5)V99.
         03 SUELDOBASE-T07EMECM PIC 9(7)V99.
         03 COMISION-T07EMECM PIC 9(2)V99.
        01 REGISTRO-T07SMECM.
         03 IDMECANICO-T07SMECM PIC 9(3).
         03 RESULTADO-T07SMECM PIC X(15).
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
         03 TARIFA-MECAN PIC 9(5)V99.
         03 SUELDOBASE-MECAN PIC 9(7)V99.
         03 COMISION-MECAN PIC 9(2)V99.
        01 MECANICO-ENCONTRADO.
         03 IDMECANICO-ENCONTRADO PIC 9(3).
         03 NOMBRE-ENCONTRADO PIC X(30).
         03 TARIFA-ENCONTRADA PIC 9(5)V99.
         03 SUELDOBASE-ENCONTRADO PIC 9(7)V99.
         03 COMISION-ENCONTRADA PIC 9(2)V99.
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-T07EMECM PIC 9 VALUE 0.
        01 EXISTE-MECAN PIC 9 VALUE 0.
                ELSE
                    MOVE TARIFA-ENCONTRADA TO TARIFA-MECAN
                END-IF
                IF SUELDOBASE-T07EMECM NUMERIC THEN
                    MOVE SUELDOBASE-T07EMECM TO SUELDOBASE-MECAN
                ELSE
                    MOVE SUELDOBASE-ENCONTRADO TO SUELDOBASE-MECAN
                END-IF
                IF COMISION-T07EMECM NUMERIC THEN
                    MOVE COMISION-T07EMECM TO COMISION-MECAN
                ELSE
                    MOVE COMISION-ENCONTRADA TO COMISION-MECAN
                END-IF
                OPEN EXTEND T07MECNU
                WRITE REG-T07MECNU FROM REGISTRO-T07MECAN
                CLOSE T07MECNU
                    ELSE
                        MOVE 0 TO TARIFA-ENCONTRADA
                    END-IF
                    IF SUELDOBASE-MECAN NUMERIC THEN
                        MOVE SUELDOBASE-MECAN TO SUELDOBASE-ENCONTRADO
                    ELSE
                        MOVE 0 TO SUELDOBASE-ENCONTRADO
                    END-IF
                    IF COMISION-MECAN NUMERIC THEN
                        MOVE COMISION-MECAN TO COMISION-ENCONTRADA
                    ELSE
                        MOVE 0 TO COMISION-ENCONTRADA
                    END-IF
                ELSE
                    WRITE REG-T07MECNU FROM REGISTRO-T07MECAN
                END-IF
