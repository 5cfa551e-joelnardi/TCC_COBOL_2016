         03 IDREPUESTO-RECLA PIC 9(3).
         03 IDPROVEEDOR-RECLA PIC 9(3).
         03 COSTO-RECLA PIC 9(7)V99.
         03 FECHA-RECLA PIC 9(8).
         03 ESTADO-RECLA PIC X(1).
        01 REGISTRO-T07SRECM.
         03 NRORECLAMO-T07SRECM PIC 9(5).
