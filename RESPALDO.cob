        WORKING-STORAGE SECTION.
        01 CABECERA-RESPALDO.
         03 MARCA-CABECERA PIC X(8) VALUE 'RESPALDO'.
         03 FECHA-CABECERA PIC 9(8).
         03 HORA-CABECERA PIC 9(6).
        01 COLA-RESPALDO.
         03 MARCA-COLA PIC X(8) VALUE 'FINRESP '.
            OPEN INPUT PPAL.
            OPEN OUTPUT T07PRESP.
            OPEN OUTPUT T07SRESP.
            ACCEPT FECHA-CABECERA FROM DATE YYYYMMDD.
            ACCEPT HORA-CABECERA FROM TIME.
            WRITE REG-T07PRESP FROM CABECERA-RESPALDO.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
