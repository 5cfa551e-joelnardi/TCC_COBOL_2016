             88 TURNO-ALTA VALUE 'A'.
             88 TURNO-CANCELA VALUE 'C'.
             88 TURNO-REPROGRAMA VALUE 'R'.
         03 FECHA-T07ETURN PIC 9(8).
         03 IDCLIENTE-T07ETURN PIC 9(5).
         03 PATENTE-T07ETURN PIC X(7).
         03 IDREPUESTO-T07ETURN PIC 9(3).
         03 FECHANUEVA-T07ETURN PIC 9(8).
        01 REGISTRO-T07STURN.
         03 TIPO-T07STURN PIC X(1).
         03 FECHA-T07STURN PIC 9(8).
         03 IDCLIENTE-T07STURN PIC 9(5).
         03 PATENTE-T07STURN PIC X(7).
         03 IDREPUESTO-T07STURN PIC 9(3).
         03 RESULTADO-T07STURN PIC X(15).
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 IDCLIENTE-TURNO PIC 9(5).
         03 PATENTE-TURNO PIC X(7).
         03 IDREPUESTO-TURNO PIC 9(3).
         03 ANIO-VEHIC PIC 9(4).
         03 IDCLIENTE-VEHIC PIC 9(5).
        01 REGISTRO-T07TESPE.
         03 FECHA-TESPE PIC 9(8).
         03 IDCLIENTE-TESPE PIC 9(5).
         03 PATENTE-TESPE PIC X(7).
         03 IDREPUESTO-TESPE PIC 9(3).
        01 ESPERA-PROMOVIDA.
         03 FECHA-PROM PIC 9(8).
         03 IDCLIENTE-PROM PIC 9(5).
         03 PATENTE-PROM PIC X(7).
         03 IDREPUESTO-PROM PIC 9(3).
        01 EOF-T07TESPE PIC 9 VALUE 0.
        01 PROMOVIDO PIC 9 VALUE 0.
        01 FECHA-GUARDADA PIC 9(8) VALUE 0.
        01 EOF-T07ETURN PIC 9 VALUE 0.
        01 EOF-T07TURNO PIC 9 VALUE 0.
        01 EXISTE-CLIEN PIC 9 VALUE 0.
        01 VALIDO-T07ETURN PIC 9 VALUE 1.
        01 FECHA-VALIDA PIC 9 VALUE 0.
        01 FECHA-DESGLOSE.
         03 FECHA-AAAA PIC 9(4).
         03 FECHA-MM PIC 9(2).
         03 FECHA-DD PIC 9(2).
        01 RESTO-DIV PIC 9(4).
        01 RESTO-MOD PIC 9(3).
        01 BISIESTO PIC 9 VALUE 0.
        01 CONTADOR-T07STURN PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
                OR FECHA-MM = 11) THEN
                MOVE 0 TO FECHA-VALIDA.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 THEN
                DIVIDE FECHA-AAAA BY 4 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1 THEN
                DIVIDE FECHA-AAAA BY 100 GIVING RESTO-DIV
                REMAINDER RESTO-MOD
                IF RESTO-MOD = 0 THEN
                    MOVE 0 TO BISIESTO
                    DIVIDE FECHA-AAAA BY 400 GIVING RESTO-DIV
                    REMAINDER RESTO-MOD
                    IF RESTO-MOD = 0 THEN
                        MOVE 1 TO BISIESTO.
            IF FECHA-VALIDA = 1 AND FECHA-MM = 2 AND BISIESTO = 1
                AND FECHA-DD > 29 THEN
                MOVE 0 TO FECHA-VALIDA.
