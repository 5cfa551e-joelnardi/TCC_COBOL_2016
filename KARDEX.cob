        FILE SECTION.
        FD T07KARDX
            LABEL RECORDS ARE OMITTED.
        01 REG-T07KARDX PIC X(59).
        FD T07STOCK
            LABEL RECORDS ARE STANDARD.
        01 REG-T07STOCK.
         03 FILLER PIC X(22) VALUE 'KARDEX DEL REPUESTO   '.
         03 IDREPUESTO-TITULO PIC 9(3).
        01 SUBTITULO.
         03 FECHA-SUBTIT PIC X(9) VALUE 'FECHA   |'.
         03 HORA-SUBTIT PIC X(7) VALUE 'HORA  |'.
         03 CANTIDAD-SUBTIT PIC X(9) VALUE 'CANTIDAD|'.
         03 SIGNO-SUBTIT PIC X(2) VALUE 'S|'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07KARDX.
         03 IDREPUESTO-KARDX PIC 9(3).
         03 FECHAPROC-KARDX PIC 9(8).
         03 HORAPROC-KARDX PIC 9(6).
         03 CANTIDAD-KARDX PIC 9(5).
         03 SIGNO-KARDX PIC X(1).
         03 REFERENCIA-KARDX PIC 9(7).
         03 OPERADOR-KARDX PIC X(8).
         03 SUCURSAL-KARDX PIC 9(2).
         03 VALOR-KARDX PIC 9(9)V99.
        01 REGISTRO-T07STOCK.
         03 SUCURSAL-STOCK PIC 9(2).
         03 IDREPUESTO-STOCK PIC 9(3).
         03 CANTIDAD-STOCK PIC 9(5).
         03 STOCKMIN-STOCK PIC 9(5).
         03 COSTOPROM-STOCK PIC 9(7)V99.
        01 EOF-T07KARDX PIC 9 VALUE 0.
        01 EXISTE-STOCK PIC 9 VALUE 0.
        01 IDREPUESTO-FILTRO PIC 9(3) VALUE 0.
        01 SUCURSAL-RUN PIC 9(2) VALUE 0.
        01 SALDO-CORRIDO PIC S9(7) COMP VALUE 0.
        01 REGISTRO-T07SKARD.
         03 FECHA-T07SKARD PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORA-T07SKARD PIC 9(6).
         03 FILLER PIC X(1) VALUE '|'.
