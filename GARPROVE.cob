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
         03 IDREPUESTO-RECLA PIC 9(3).
         03 IDPROVEEDOR-RECLA PIC 9(3).
         03 COSTO-RECLA PIC 9(7)V99.
         03 FECHA-RECLA PIC 9(8).
         03 ESTADO-RECLA PIC X(1).
        01 REGISTRO-T07SRECL.
         03 NRORECLAMO-T07SRECL PIC 9(5).
        01 YA-RECLAMADO PIC 9 VALUE 0.
        01 NRORECLAMO-RUN PIC 9(5) VALUE 0.
        01 OPERADOR-RUN PIC X(8).
        01 FECHAPROC-RUN PIC 9(8).
        01 CONTADOR-T07SRECL PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
            READ T07PRECS INTO NRORECLAMO-RUN
            AT END MOVE 0 TO NRORECLAMO-RUN.
            CLOSE T07PRECS.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            WRITE REG-T07SRECL FROM TITULO.
            WRITE REG-T07SRECL FROM SUBTITULO.
            WRITE REG-T07SRECL FROM LINEA.
