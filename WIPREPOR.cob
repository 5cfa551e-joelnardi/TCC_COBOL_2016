         03 PATENTE-TITULO PIC X(8) VALUE 'PATENTE|'.
         03 MODELOAUTO-TITULO PIC X(21) VALUE 'MODELOAUTO           '.
         03 MODELO-TIT PIC X(10) VALUE '         |'.
         03 FECING-TITULO PIC X(9) VALUE 'FECING  |'.
         03 MECANICO-TITULO PIC X(5) VALUE 'IDMEC'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
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
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELOAUTO-T07SWIPR PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHAINGRESO-T07SWIPR PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 MECANICO-T07SWIPR PIC 9(3).
        01 REGISTRO-T07SSUBT.
            MOVE 'T' TO SITUACION-FILTRO.
            MOVE 'EN REPARACION       ' TO LEYENDA-SECCION.
            PERFORM EMITIR-SECCION.
            MOVE 'X' TO SITUACION-FILTRO.
            MOVE 'EN TALLER EXTERNO   ' TO LEYENDA-SECCION.
            PERFORM EMITIR-SECCION.
            MOVE 'L' TO SITUACION-FILTRO.
            MOVE 'LISTO PARA RETIRO   ' TO LEYENDA-SECCION.
            PERFORM EMITIR-SECCION.
