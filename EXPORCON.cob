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
         03 SINIESTRO-FACTU PIC X(12).
        01 CABECERA-EXPOR.
         03 TIPO-CABECERA PIC X(1) VALUE 'H'.
         03 FECHA-CABECERA PIC 9(8).
         03 SECUENCIA-CABECERA PIC 9(5).
        01 DETALLE-EXPOR.
         03 TIPO-DETALLE PIC X(1) VALUE 'D'.
         03 NETO-DETALLE PIC 9(7)V99.
         03 IVA-DETALLE PIC 9(7)V99.
         03 BRUTO-DETALLE PIC 9(7)V99.
         03 FECHAEGRESO-DETALLE PIC 9(8).
         03 TIPODOC-DETALLE PIC X(1).
         03 SUCFACT-DETALLE PIC 9(2).
         03 NROFACT-DETALLE PIC 9(8).
         03 HASHBRUTO-COLA PIC S9(11)V99.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 SECUENCIA-RUN PIC 9(5) VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 CANT-EXPORTADOS PIC 9(7) VALUE 0.
        01 HASH-NETO PIC S9(11)V99 VALUE 0.
        01 HASH-IVA PIC S9(11)V99 VALUE 0.
            AT END MOVE 0 TO SECUENCIA-RUN.
            CLOSE T07PEXPS.
            ADD 1 TO SECUENCIA-RUN.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            MOVE FECHA-HOY TO FECHA-CABECERA.
            MOVE SECUENCIA-RUN TO SECUENCIA-CABECERA.
            WRITE REG-T07EXPOR FROM CABECERA-EXPOR.
