         03 TELEFONO-T07EPROA PIC X(12).
         03 IDREPUESTO-T07EPROA PIC 9(3).
         03 COSTO-T07EPROA PIC 9(7)V99.
         03 CONDGAN-T07EPROA PIC X(1).
         03 TASAGAN-T07EPROA PIC 9(2)V99.
         03 CONDIIBB-T07EPROA PIC X(1).
         03 TASAIIBB-T07EPROA PIC 9(2)V99.
        01 REGISTRO-T07SPROA.
         03 IDPROVEEDOR-T07SPROA PIC 9(3).
         03 NOMBRE-T07SPROA PIC X(30).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
         03 CONDGAN-PROVE PIC X(1).
         03 TASAGAN-PROVE PIC 9(2)V99.
         03 CONDIIBB-PROVE PIC X(1).
         03 TASAIIBB-PROVE PIC 9(2)V99.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07EPROA PIC 9 VALUE 0.
        01 DUPLICADO-PROVE PIC 9 VALUE 0.
                MOVE TELEFONO-T07EPROA TO TELEFONO-PROVE
                MOVE IDREPUESTO-T07EPROA TO IDREPUESTO-PROVE
                MOVE COSTO-T07EPROA TO COSTO-PROVE
                MOVE CONDGAN-T07EPROA TO CONDGAN-PROVE
                MOVE TASAGAN-T07EPROA TO TASAGAN-PROVE
                MOVE CONDIIBB-T07EPROA TO CONDIIBB-PROVE
                MOVE TASAIIBB-T07EPROA TO TASAIIBB-PROVE
                WRITE REG-T07PROVE FROM REGISTRO-T07PROVE
                CLOSE T07PROVE
                MOVE IDPROVEEDOR-T07EPROA TO IDPROVEEDOR-T07SPROA
