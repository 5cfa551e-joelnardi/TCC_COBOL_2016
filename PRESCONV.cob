         03 IDREPUESTO-PRESU PIC 9(3).
         03 PRECIO-PRESU PIC 9(7)V99.
         03 MANODEOBRA-PRESU PIC 9(7)V99.
         03 FECHAEMISION-PRESU PIC 9(8).
         03 FECHAVENCE-PRESU PIC 9(8).
         03 ESTADO-PRESU PIC X(1).
         03 PATENTE-PRESU PIC X(7).
         03 OPERADOR-PRESU PIC X(8).
        01 REGISTRO-T07EALTA.
         03 IDCLIENTE-T07EALTA PIC 9(5).
         03 IDREPUESTO-T07EALTA PIC 9(3).
         03 FECHAINGRESO-T07EALTA PIC 9(8).
         03 DESCREPARACION-T07EALTA PIC X(30).
         03 MANODEOBRA-T07EALTA PIC 9(7)V99.
         03 MISMOTICKET-T07EALTA PIC X(1).
         03 SUCURSAL-T07EALTA PIC 9(2).
         03 FECHAPROMETIDA-T07EALTA PIC 9(8).
         03 PRECIOPACTADO-T07EALTA PIC 9(7)V99.
         03 PATENTE-T07EALTA PIC X(7).
         03 IDASEGURADORA-T07EALTA PIC 9(3).
         03 SINIESTRO-T07EALTA PIC X(12).
         03 FILLER PIC X(20) VALUE SPACES.
         03 NROPRESU-T07EALTA PIC 9(5).
        01 LEYENDA-CONVERSION.
         03 FILLER PIC X(18) VALUE 'SEGUN PRESUPUESTO '.
         03 NROPRESU-LEYENDA PIC 9(5).
        01 LINEAS-VENCIDAS PIC 9(3) VALUE 0.
        01 LINEAS-USADAS PIC 9(3) VALUE 0.
        01 PRIMERA-LINEA PIC 9 VALUE 1.
        01 FECHA-HOY PIC 9(8).
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 VALIDO-T07ECONV PIC 9 VALUE 1.
        01 CONTADOR-T07SPCON PIC 9(5) COMP VALUE 0.
            READ T07PSUCU INTO SUCURSAL-RUN
            AT END MOVE 0 TO SUCURSAL-RUN.
            CLOSE T07PSUCU.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            READ T07ECONV INTO REGISTRO-T07ECONV
            AT END MOVE 1 TO EOF-T07ECONV.
            PERFORM CONVERTIR-PRESUPUESTO UNTIL EOF-T07ECONV = 1.
            MOVE PATENTE-PRESU TO PATENTE-T07EALTA.
            MOVE 0 TO IDASEGURADORA-T07EALTA.
            MOVE SPACES TO SINIESTRO-T07EALTA.
            MOVE NROPRESU-PRESU TO NROPRESU-T07EALTA.
            WRITE REG-T07EALTA FROM REGISTRO-T07EALTA.
        REGRABAR-PRESUPUESTOS.
            OPEN INPUT T07PRSNU.
