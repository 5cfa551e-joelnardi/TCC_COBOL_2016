        01 REGISTRO-T07PRESP PIC X(240).
        01 CABECERA-RESPALDO REDEFINES REGISTRO-T07PRESP.
         03 MARCA-CABECERA PIC X(8).
         03 FECHA-CABECERA PIC 9(8).
         03 HORA-CABECERA PIC 9(6).
         03 FILLER PIC X(220).
        01 REGISTRO-T07JORNL.
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 FECHA-RESPALDO PIC 9(8) VALUE 0.
        01 HORA-RESPALDO PIC 9(6) VALUE 0.
        01 EOF-T07PRESP PIC 9 VALUE 0.
        01 EOF-T07JORNL PIC 9 VALUE 0.
