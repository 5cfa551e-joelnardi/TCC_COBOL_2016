         03 PERMISO-BAJA-T07EOPEM PIC X(1).
         03 PERMISO-CLIM-T07EOPEM PIC X(1).
         03 PERMISO-REPM-T07EOPEM PIC X(1).
         03 PERMISO-CRED-T07EOPEM PIC X(1).
         03 PERMISO-APRO-T07EOPEM PIC X(1).
        01 REGISTRO-T07SOPEM.
         03 OPERADOR-T07SOPEM PIC X(8).
         03 RESULTADO-T07SOPEM PIC X(15).
         03 PERMISO-BAJA-OPMAS PIC X(1).
         03 PERMISO-CLIM-OPMAS PIC X(1).
         03 PERMISO-REPM-OPMAS PIC X(1).
         03 PERMISO-CRED-OPMAS PIC X(1).
         03 PERMISO-APRO-OPMAS PIC X(1).
        01 EOF-T07EOPEM PIC 9 VALUE 0.
        01 EXISTE-OPMAS PIC 9 VALUE 0.
        01 CONTADOR-T07SOPEM PIC 9(5) COMP VALUE 0.
                MOVE PERMISO-BAJA-T07EOPEM TO PERMISO-BAJA-OPMAS
                MOVE PERMISO-CLIM-T07EOPEM TO PERMISO-CLIM-OPMAS
                MOVE PERMISO-REPM-T07EOPEM TO PERMISO-REPM-OPMAS
                MOVE PERMISO-CRED-T07EOPEM TO PERMISO-CRED-OPMAS
                MOVE PERMISO-APRO-T07EOPEM TO PERMISO-APRO-OPMAS
                REWRITE REG-T07OPMAS FROM REGISTRO-T07OPMAS
                MOVE OPERADOR-T07EOPEM TO OPERADOR-T07SOPEM
                MOVE 'MODIFICADO' TO RESULTADO-T07SOPEM
