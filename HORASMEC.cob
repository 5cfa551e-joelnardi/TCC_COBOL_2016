         03 IDMECANICO-T07EHORA PIC 9(3).
         03 NROORDEN-T07EHORA PIC 9(7).
         03 IDREPUESTO-T07EHORA PIC 9(3).
         03 FECHA-T07EHORA PIC 9(8).
         03 HORAS-T07EHORA PIC 9(3)V99.
        01 REGISTRO-T07HORAS.
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07SHORA.
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SHORA PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07SHORA PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAS-T07SHORA PIC ZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
