         03 PERMISO-BAJA-T07EOPEA PIC X(1).
         03 PERMISO-CLIM-T07EOPEA PIC X(1).
         03 PERMISO-REPM-T07EOPEA PIC X(1).
         03 PERMISO-CRED-T07EOPEA PIC X(1).
         03 PERMISO-APRO-T07EOPEA PIC X(1).
        01 REGISTRO-T07SOPEA.
         03 OPERADOR-T07SOPEA PIC X(8).
         03 NOMBRE-T07SOPEA PIC X(30).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
         03 PERMISO-CRED-OPMAS PIC X(1).
         03 PERMISO-APRO-OPMAS PIC X(1).
        01 EOF-T07EOPEA PIC 9 VALUE 0.
        01 DUPLICADO-OPMAS PIC 9 VALUE 0.
        01 CONTADOR-T07SOPEA PIC 9(5) COMP VALUE 0.
                MOVE PERMISO-BAJA-T07EOPEA TO PERMISO-BAJA-OPMAS
                MOVE PERMISO-CLIM-T07EOPEA TO PERMISO-CLIM-OPMAS
                MOVE PERMISO-REPM-T07EOPEA TO PERMISO-REPM-OPMAS
                MOVE PERMISO-CRED-T07EOPEA TO PERMISO-CRED-OPMAS
                MOVE PERMISO-APRO-T07EOPEA TO PERMISO-APRO-OPMAS
                WRITE REG-T07OPMAS FROM REGISTRO-T07OPMAS
                MOVE OPERADOR-T07EOPEA TO OPERADOR-T07SOPEA
                MOVE NOMBRE-T07EOPEA TO NOMBRE-T07SOPEA
