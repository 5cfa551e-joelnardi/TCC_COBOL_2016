//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//* RECONSTRUCCION DE LOS INDICES ALTERNATIVOS DE PPAL POR IDCLIENTE
//* Y POR PATENTE. BORRA Y REDEFINE CADA INDICE Y SU PATH, LOS CARGA
//* DESDE EL CLUSTER BASE Y VERIFICA QUE CADA INDICE RECORRA LA
//* MISMA CANTIDAD DE REGISTROS QUE LA CLAVE PRIMARIA.
//****
//DEFINIR EXEC PGM=IDCAMS
//SYSPRINT DD SYSOUT=*
//SYSIN DD *
  DELETE KC03BAB.CATALOGO.PPAL.ACLIEN ALTERNATEINDEX PURGE
  DELETE KC03BAB.CATALOGO.PPAL.APATEN ALTERNATEINDEX PURGE
  SET MAXCC = 0
  DEFINE ALTERNATEINDEX -
         (NAME(KC03BAB.CATALOGO.PPAL.ACLIEN) -
          RELATE(KC03BAB.CATALOGO.PPAL) -
          KEYS(5 40) -
          NONUNIQUEKEY -
          UPGRADE -
          RECORDSIZE(100 4000) -
          TRACKS(30 10))
  DEFINE PATH -
         (NAME(KC03BAB.CATALOGO.PPAL.PCLIEN) -
          PATHENTRY(KC03BAB.CATALOGO.PPAL.ACLIEN))
  DEFINE ALTERNATEINDEX -
         (NAME(KC03BAB.CATALOGO.PPAL.APATEN) -
          RELATE(KC03BAB.CATALOGO.PPAL) -
          KEYS(7 75) -
          NONUNIQUEKEY -
          UPGRADE -
          RECORDSIZE(100 4000) -
          TRACKS(30 10))
  DEFINE PATH -
         (NAME(KC03BAB.CATALOGO.PPAL.PPATEN) -
          PATHENTRY(KC03BAB.CATALOGO.PPAL.APATEN))
/*
//CARGAR EXEC PGM=IDCAMS,COND=(0,NE)
//SYSPRINT DD SYSOUT=*
//SYSIN DD *
  BLDINDEX INDATASET(KC03BAB.CATALOGO.PPAL) -
           OUTDATASET(KC03BAB.CATALOGO.PPAL.ACLIEN)
  BLDINDEX INDATASET(KC03BAB.CATALOGO.PPAL) -
           OUTDATASET(KC03BAB.CATALOGO.PPAL.APATEN)
/*
//****
//COBOL1 EXEC IGYWCLG,COND=(0,NE),
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. REINDEX.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL
                ALTERNATE RECORD KEY IS IDCLIENTE-CLAVE-PPAL
                    WITH DUPLICATES
                ALTERNATE RECORD KEY IS PATENTE-CLAVE-PPAL
                    WITH DUPLICATES.
            SELECT T07SRIND ASSIGN TO T07SRIND.
        DATA DIVISION.
        FILE SECTION.
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(30).
         03 IDCLIENTE-CLAVE-PPAL PIC 9(5).
         03 FILLER PIC X(30).
         03 PATENTE-CLAVE-PPAL PIC X(7).
         03 FILLER PIC X(158).
        FD T07SRIND
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SRIND PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 IDREPUESTO-PPAL PIC 9(3).
         03 DESCREPUESTO-PPAL PIC X(30).
         03 IDCLIENTE-PPAL PIC 9(5).
         03 MODELOAUTO-PPAL PIC X(30).
         03 PATENTE-PPAL PIC X(7).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 CANT-PRIMARIA PIC 9(7) VALUE 0.
        01 CANT-IDCLIENTE PIC 9(7) VALUE 0.
        01 CANT-PATENTE PIC 9(7) VALUE 0.
        01 CANT-FUERA-ORDEN PIC 9(7) VALUE 0.
        01 IDCLIENTE-ANTERIOR PIC 9(5) VALUE 0.
        01 PATENTE-ANTERIOR PIC X(7) VALUE LOW-VALUES.
        01 LINEA-RESUMEN.
         03 LEYENDA-RESUMEN PIC X(10).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-RESUMEN PIC ZZZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT PPAL.
            OPEN OUTPUT T07SRIND.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM CONTAR-PRIMARIA UNTIL EOF-PPAL = 1.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO IDCLIENTE-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN IDCLIENTE-CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM CONTAR-IDCLIENTE UNTIL EOF-PPAL = 1.
            MOVE 0 TO EOF-PPAL.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN PATENTE-CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            PERFORM CONTAR-PATENTE UNTIL EOF-PPAL = 1.
            MOVE 'PRIMARIA  ' TO LEYENDA-RESUMEN.
            MOVE CANT-PRIMARIA TO CANTIDAD-RESUMEN.
            WRITE REG-T07SRIND FROM LINEA-RESUMEN.
            MOVE 'IDCLIENTE ' TO LEYENDA-RESUMEN.
            MOVE CANT-IDCLIENTE TO CANTIDAD-RESUMEN.
            WRITE REG-T07SRIND FROM LINEA-RESUMEN.
            MOVE 'PATENTE   ' TO LEYENDA-RESUMEN.
            MOVE CANT-PATENTE TO CANTIDAD-RESUMEN.
            WRITE REG-T07SRIND FROM LINEA-RESUMEN.
            MOVE 'FUERA ORD ' TO LEYENDA-RESUMEN.
            MOVE CANT-FUERA-ORDEN TO CANTIDAD-RESUMEN.
            WRITE REG-T07SRIND FROM LINEA-RESUMEN.
            IF CANT-IDCLIENTE NOT = CANT-PRIMARIA OR
            CANT-PATENTE NOT = CANT-PRIMARIA OR
            CANT-FUERA-ORDEN > 0 THEN
                MOVE 8 TO RETURN-CODE.
            CLOSE PPAL T07SRIND.
            STOP RUN.
        CONTAR-PRIMARIA.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                ADD 1 TO CANT-PRIMARIA.
        CONTAR-IDCLIENTE.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                ADD 1 TO CANT-IDCLIENTE
                IF IDCLIENTE-PPAL < IDCLIENTE-ANTERIOR THEN
                    ADD 1 TO CANT-FUERA-ORDEN
                END-IF
                MOVE IDCLIENTE-PPAL TO IDCLIENTE-ANTERIOR
            END-IF.
        CONTAR-PATENTE.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                ADD 1 TO CANT-PATENTE
                IF PATENTE-PPAL < PATENTE-ANTERIOR THEN
                    ADD 1 TO CANT-FUERA-ORDEN
                END-IF
                MOVE PATENTE-PPAL TO PATENTE-ANTERIOR
            END-IF.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.PPAL1 DD DSN=KC03BAB.CATALOGO.PPAL.PCLIEN,DISP=SHR
//GO.PPAL2 DD DSN=KC03BAB.CATALOGO.PPAL.PPATEN,DISP=SHR
//GO.T07SRIND DD DSN=KC03BAB.CATALOGO.SALIDA(T07SRIND),DISP=SHR
