        FILE SECTION.                                                   
        FD T07SINFO                                                     
            LABEL RECORDS ARE OMITTED.                                  
        01 REG-T07SINFO PIC X(134).                                     
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
        01 REG-T07PINFO PIC X(1).
        FD T07RUNCT
            LABEL RECORDS ARE OMITTED.
        01 REG-T07RUNCT PIC X(30).
        FD T07PREST
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PREST PIC X(1).
         03 MODAUTO-FILLER PIC X(4) VALUE '   |'.
         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 DNI-TITULO PIC X(9) VALUE 'DNI     |'.
         03 FECING-TITULO PIC X(9) VALUE 'FECING  |'.
         03 DESCREP-TITULO PIC X(21) VALUE 'DESC REPARACION      '.
         03 DESCREP-TIT1 PIC X(9) VALUE '         '.
         03 DESCREP-TIT2 PIC X(1) VALUE '|'.
         03 FILLER PIC X(1) VALUE '|'.
         03 DNI-T07SINFO PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAINGRESO-T07SINFO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DESCREPARACION-T07SINFO PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
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
         01 CANT-PARTES-TAB PIC 9(5) COMP VALUE 0.
         01 TOTAL-GENERAL PIC 9(5) COMP VALUE 0.
         01 ENCONTRO-PARTE PIC 9 VALUE 0.
        01 FECHAPROC-RUN PIC 9(8).
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 PASO-RUNCT PIC X(8).
         03 ESTADO-RUNCT PIC X(1).
         03 CANTIDAD-RUNCT PIC 9(5).
             03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            ACCEPT FECHAPROC-RUN FROM DATE YYYYMMDD.
            PERFORM CONTROLAR-EJECUCION.
            IF YA-EJECUTADO = 1 AND REINICIO-RUN NOT = 'S' THEN
                MOVE 'R' TO ESTADO-RUNCT
