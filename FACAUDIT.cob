         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
         03 SUCFACT-FACTU PIC 9(2).
         03 NROFACT-FACTU PIC 9(8).
            MOVE 0 TO MINIMO-SUC-TAB (IX-SUCURSAL).
            MOVE 0 TO MAXIMO-SUC-TAB (IX-SUCURSAL).
        RELEVAR-FACTURA.
            IF TIPODOC-FACTU NOT = 'C' AND TIPODOC-FACTU NOT = 'D' AND
            SUCFACT-FACTU NUMERIC AND
            NROFACT-FACTU NUMERIC AND NROFACT-FACTU > 0 THEN
                PERFORM ANOTAR-NUMERO.
            READ T07FACTU INTO REGISTRO-T07FACTU
