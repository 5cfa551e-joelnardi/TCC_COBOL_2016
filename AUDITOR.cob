         03 PATENTE-PPAL PIC X(7).
         03 DNI-PPAL PIC X(8).
         03 DESCREPARACION-PPAL PIC X(30).
         03 FECHAINGRESO-PPAL PIC 9(8).
         03 FECHAEGRESO-PPAL PIC 9(8).
         03 ESTADO-PPAL PIC X(1).
         03 OPERADOR-PPAL PIC X(8).
         03 FECHAPROC-PPAL PIC 9(8).
         03 HORAPROC-PPAL PIC 9(6).
         03 MANODEOBRA-PPAL PIC 9(7)V99.
         03 MOTIVO-PPAL PIC X(1).
