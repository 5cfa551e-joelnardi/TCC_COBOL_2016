        01 REG-T07SCONC PIC X(126).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
        01 REGISTRO-T07SALTA.
         03 IDCLIENTE-T07SALTA PIC 9(5).
         03 IDREPUESTO-T07SALTA PIC 9(3).
         03 FECHAINGRESO-T07SALTA PIC 9(8).
         03 DESCREPARACION-T07SALTA PIC X(30).
         03 RESULTADO-T07SALTA PIC X(15).
         03 OPERADOR-T07SALTA PIC X(8).
         03 FECHAPROC-T07SALTA PIC 9(8).
         03 HORAPROC-T07SALTA PIC 9(6).
         03 NROORDEN-T07SALTA PIC 9(7).
        01 MARCA-TOTAL REDEFINES REGISTRO-T07SALTA.
         03 CAMPO-T07SMODI PIC X(1).
         03 RESULTADO-T07SMODI PIC X(15).
         03 OPERADOR-T07SMODI PIC X(8).
         03 FECHAPROC-T07SMODI PIC 9(8).
         03 HORAPROC-T07SMODI PIC 9(6).
         03 NROORDEN-T07SMODI PIC 9(7).
        01 REGISTRO-T07SBAJA.
         03 IDREPUESTO-T07SBAJA PIC 9(3).
         03 IDCLIENTE-T07SBAJA PIC 9(5).
         03 FECHAEGRESO-T07SBAJA PIC 9(8).
         03 RESULTADO-T07SBAJA PIC X(15).
         03 OPERADOR-T07SBAJA PIC X(8).
         03 FECHAPROC-T07SBAJA PIC 9(8).
         03 HORAPROC-T07SBAJA PIC 9(6).
         03 NROORDEN-T07SBAJA PIC 9(7).
         03 MOTIVO-T07SBAJA PIC X(1).
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
        01 EOF-T07SBAJA PIC 9 VALUE 0.
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-ORDEN PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 TOTAL-INFORMADAS PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
            OPEN INPUT T07SMODI.
            OPEN INPUT T07SBAJA.
            OPEN INPUT PPAL.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
