         03 FILLER PIC X(6) VALUE 'IDREP|'.
         03 FILLER PIC X(7) VALUE 'ORIGEN|'.
         03 FILLER PIC X(8) VALUE 'DESTINO|'.
         03 FILLER PIC X(9) VALUE 'FECHA   |'.
         03 FILLER PIC X(8) VALUE 'OPERADOR'.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 SUCORIGEN-TRASL PIC 9(2).
         03 SUCDESTINO-TRASL PIC 9(2).
         03 OPERADOR-TRASL PIC X(8).
         03 FECHAPROC-TRASL PIC 9(8).
         03 HORAPROC-TRASL PIC 9(6).
        01 EOF-T07TRASL PIC 9 VALUE 0.
        01 TABLA-SUCURSALES.
         03 FILLER PIC X(1) VALUE '|'.
         03 SUCDESTINO-T07STREP PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 FECHA-T07STREP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 OPERADOR-T07STREP PIC X(8).
        01 LINEA-SUBTOTAL-SUC.
