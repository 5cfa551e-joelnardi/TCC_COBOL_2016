            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07CLIEN ASSIGN TO T07CLIEN
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07CLIEN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CLIEN.
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
         03 TELEFONO-CLIEN PIC X(12).
        01 EOF-T07CLIEN PIC 9 VALUE 0.
        01 EXISTE-CLIEN-AVISO PIC 9 VALUE 0.
        01 IDCLIENTE-ANTERIOR PIC 9(5) VALUE 0.
        01 REGISTRO-T07SAVIS.
         03 NROORDEN-T07SAVIS PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
            OPEN INPUT T07CLIEN.
            WRITE REG-T07SAVIS FROM TITULO.
            WRITE REG-T07SAVIS FROM LINEA.
            MOVE 0 TO IDCLIENTE-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN IDCLIENTE-CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-LISTO UNTIL EOF-PPAL = 1.
        EVALUAR-LISTO.
            IF ESTADO-PPAL = 'E' AND
            (MOTIVO-REPARADO-PPAL OR MOTIVO-GARANTIA-PPAL) THEN
                IF EXISTE-CLIEN-AVISO = 0 OR
                IDCLIENTE-PPAL NOT = IDCLIENTE-ANTERIOR THEN
                    PERFORM BUSCAR-TELEFONO
                END-IF
                PERFORM EMITIR-AVISO
            END-IF.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
                INVALID KEY MOVE SPACES TO TELEFONO-CLIEN
                NOT INVALID KEY MOVE 1 TO EXISTE-CLIEN-AVISO
            END-READ.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-ANTERIOR.
        EMITIR-AVISO.
            MOVE NROORDEN-PPAL TO NROORDEN-T07SAVIS.
            MOVE IDCLIENTE-PPAL TO IDCLIENTE-T07SAVIS.
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SAVIS DD DSN=KC03BAB.CATALOGO.SALIDA(T07SAVIS),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07CLIEN DD DSN=KC03BAB.CATALOGO.CLIEN,DISP=SHR
