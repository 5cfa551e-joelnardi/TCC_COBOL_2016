//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CORTREPO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07AUTOC ASSIGN TO T07AUTOC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS PATENTE-CLAVE-AUTOC.
            SELECT T07PRECO ASSIGN TO T07PRECO
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PRECO.
            SELECT T07PCREP ASSIGN TO T07PCREP.
            SELECT T07SCORP ASSIGN TO T07SCORP.
        DATA DIVISION.
        FILE SECTION.
        FD T07AUTOC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07AUTOC.
         03 PATENTE-CLAVE-AUTOC PIC X(7).
         03 FILLER PIC X(73).
        FD T07PRECO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRECO.
         03 CLAVE-PRECO.
             05 NROORDEN-CLAVE-PRECO PIC 9(7).
             05 FECHASALIDA-CLAVE-PRECO PIC 9(8).
             05 PATENTE-CLAVE-PRECO PIC X(7).
         03 FILLER PIC X(98).
        FD T07PCREP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PCREP PIC X(8).
        FD T07SCORP
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCORP PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07AUTOC.
         03 PATENTE-AUTOC PIC X(7).
         03 MODELO-AUTOC PIC X(30).
         03 SUCURSAL-AUTOC PIC 9(2).
         03 ESTADO-AUTOC PIC X(1).
             88 AUTOC-DISPONIBLE VALUE 'D'.
             88 AUTOC-PRESTADO VALUE 'P'.
             88 AUTOC-FUERA-SERVICIO VALUE 'F'.
         03 NROORDEN-AUTOC PIC 9(7).
         03 KMACTUAL-AUTOC PIC 9(7).
         03 FECHAESTADO-AUTOC PIC 9(8).
         03 OPERADOR-AUTOC PIC X(8).
        01 REGISTRO-T07PRECO.
         03 NROORDEN-PRECO PIC 9(7).
         03 FECHASALIDA-PRECO PIC 9(8).
         03 PATENTE-PRECO PIC X(7).
         03 IDCLIENTE-PRECO PIC 9(5).
         03 SUCURSAL-PRECO PIC 9(2).
         03 FECHADEVPREV-PRECO PIC 9(8).
         03 KMSALIDA-PRECO PIC 9(7).
         03 COMBSALIDA-PRECO PIC 9(1).
         03 FIRMASALIDA-PRECO PIC 9(8).
         03 FECHADEVOL-PRECO PIC 9(8).
         03 KMDEVOL-PRECO PIC 9(7).
         03 COMBDEVOL-PRECO PIC 9(1).
         03 FIRMADEVOL-PRECO PIC 9(8).
         03 CULPA-PRECO PIC X(1).
         03 ESTADO-PRECO PIC X(1).
             88 PRESTAMO-VIGENTE VALUE 'A'.
             88 PRESTAMO-CERRADO VALUE 'C'.
         03 CARGO-PRECO PIC 9(7)V99.
         03 SUCFACT-PRECO PIC 9(2).
         03 NROFACT-PRECO PIC 9(8).
         03 OPERADOR-PRECO PIC X(8).
         03 FECHAPROC-PRECO PIC 9(8).
        01 FECHA-REPORTE PIC 9(8) VALUE 0.
        01 TITULO.
         03 FILLER PIC X(33) VALUE
             'AUTOS DE CORTESIA PRESTADOS      '.
         03 FECHA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 SUCURSAL-SUBTIT PIC X(4) VALUE 'SUC|'.
         03 PATENTE-SUBTIT PIC X(8) VALUE 'PATENTE|'.
         03 MODELO-SUBTIT PIC X(31) VALUE
             'MODELO                        |'.
         03 NROORDEN-SUBTIT PIC X(8) VALUE 'ORDEN  |'.
         03 IDCLIENTE-SUBTIT PIC X(6) VALUE 'CLIEN|'.
         03 SALIDA-SUBTIT PIC X(9) VALUE 'SALIDA  |'.
         03 DEVPREV-SUBTIT PIC X(9) VALUE 'DEVPREV |'.
         03 DIAS-SUBTIT PIC X(5) VALUE 'DIAS|'.
         03 KM-SUBTIT PIC X(8) VALUE 'KM SAL.|'.
         03 ESTADO-SUBTIT PIC X(8) VALUE 'ESTADO  '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SCORP.
         03 SUCURSAL-T07SCORP PIC 9(2).
         03 FILLER PIC X(2) VALUE ' |'.
         03 PATENTE-T07SCORP PIC X(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 MODELO-T07SCORP PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 NROORDEN-T07SCORP PIC 9(7).
         03 FILLER PIC X(1) VALUE '|'.
         03 IDCLIENTE-T07SCORP PIC 9(5).
         03 FILLER PIC X(1) VALUE '|'.
         03 SALIDA-T07SCORP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DEVPREV-T07SCORP PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 DIAS-T07SCORP PIC ZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 KM-T07SCORP PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ESTADO-T07SCORP PIC X(8).
        01 REGISTRO-T07SSUBT.
         03 FILLER PIC X(14) VALUE 'TOTAL SUCURSAL'.
         03 FILLER PIC X(1) VALUE ' '.
         03 SUCURSAL-T07SSUBT PIC 9(2).
         03 FILLER PIC X(1) VALUE '|'.
         03 CANTIDAD-T07SSUBT PIC ZZZZ9.
         03 FILLER PIC X(10) VALUE '|VENCIDOS|'.
         03 VENCIDOS-T07SSUBT PIC ZZZZ9.
        01 LINEA-VENCIDOS.
         03 FILLER PIC X(12) VALUE 'VENCIDOS   |'.
         03 CANTIDAD-VENC PIC ZZZZ9.
        01 TABLA-PRESTAMOS.
         03 PRESTAMO-OCU OCCURS 500 TIMES INDEXED BY IX-PRESTAMO.
             05 SUCURSAL-TAB PIC 9(2).
             05 PATENTE-TAB PIC X(7).
             05 MODELO-TAB PIC X(30).
             05 NROORDEN-TAB PIC 9(7).
             05 IDCLIENTE-TAB PIC 9(5).
             05 SALIDA-TAB PIC 9(8).
             05 DEVPREV-TAB PIC 9(8).
             05 KMSALIDA-TAB PIC 9(7).
        01 CANT-PRESTAMOS-TAB PIC 9(5) COMP VALUE 0.
        01 POS-INSERCION PIC 9(5) COMP VALUE 0.
        01 IX-CORR PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-POS PIC 9 VALUE 0.
        01 EOF-T07AUTOC PIC 9 VALUE 0.
        01 EOF-T07PRECO PIC 9 VALUE 0.
        01 PRESTAMO-ABIERTO PIC 9 VALUE 0.
        01 PRIMERA-LINEA PIC 9 VALUE 1.
        01 SUCURSAL-ANTERIOR PIC 9(2) VALUE 0.
        01 CANTIDAD-SUCURSAL PIC 9(5) COMP VALUE 0.
        01 VENCIDOS-SUCURSAL PIC 9(5) COMP VALUE 0.
        01 VENCIDOS-TOTAL PIC 9(5) COMP VALUE 0.
        01 FECHA-CALCULO.
         03 FECHA-AAAA-CALC PIC 9(4).
         03 FECHA-MM-CALC PIC 9(2).
         03 FECHA-DD-CALC PIC 9(2).
        01 JULIANO-CALC PIC 9(7) COMP.
        01 ANIO-CALC PIC 9(4) COMP.
        01 MES-CALC PIC 9(2) COMP.
        01 BISIESTOS-CALC PIC 9(5) COMP.
        01 SIGLOS-CALC PIC 9(5) COMP.
        01 CUATROSIGLOS-CALC PIC 9(5) COMP.
        01 DIASMES-CALC PIC 9(5) COMP.
        01 JULIANO-REPORTE PIC 9(7) COMP.
        01 JULIANO-SALIDA PIC 9(7) COMP.
        01 DIAS-AFUERA PIC S9(5) COMP VALUE 0.
        01 CONTADOR-T07SCORP PIC 9(5) COMP VALUE 0.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
        PROCEDURE DIVISION.
            OPEN INPUT T07PCREP.
            READ T07PCREP INTO FECHA-REPORTE
            AT END MOVE 0 TO FECHA-REPORTE.
            CLOSE T07PCREP.
            IF FECHA-REPORTE NOT NUMERIC OR FECHA-REPORTE = 0 THEN
                ACCEPT FECHA-REPORTE FROM DATE YYYYMMDD.
            MOVE FECHA-REPORTE TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-REPORTE.
            OPEN INPUT T07AUTOC.
            OPEN INPUT T07PRECO.
            OPEN OUTPUT T07SCORP.
            MOVE FECHA-REPORTE TO FECHA-TITULO.
            WRITE REG-T07SCORP FROM TITULO.
            WRITE REG-T07SCORP FROM SUBTITULO.
            WRITE REG-T07SCORP FROM LINEA.
            MOVE LOW-VALUES TO PATENTE-CLAVE-AUTOC.
            START T07AUTOC KEY IS NOT LESS THAN PATENTE-CLAVE-AUTOC
                INVALID KEY MOVE 1 TO EOF-T07AUTOC.
            READ T07AUTOC NEXT INTO REGISTRO-T07AUTOC
            AT END MOVE 1 TO EOF-T07AUTOC.
            PERFORM EVALUAR-AUTOC UNTIL EOF-T07AUTOC = 1.
            PERFORM EMITIR-PRESTAMO
            VARYING IX-PRESTAMO FROM 1 BY 1
            UNTIL IX-PRESTAMO > CANT-PRESTAMOS-TAB.
            IF PRIMERA-LINEA = 0 THEN
                PERFORM EMITIR-SUBTOTAL.
            WRITE REG-T07SCORP FROM LINEA.
            MOVE VENCIDOS-TOTAL TO CANTIDAD-VENC.
            WRITE REG-T07SCORP FROM LINEA-VENCIDOS.
            MOVE CONTADOR-T07SCORP TO CANTIDAD-TOTAL.
            WRITE REG-T07SCORP FROM REGISTRO-T07STOTAL.
            CLOSE T07AUTOC T07PRECO T07SCORP.
            STOP RUN.
        EVALUAR-AUTOC.
            IF AUTOC-PRESTADO THEN
                PERFORM BUSCAR-PRESTAMO-ABIERTO
                IF PRESTAMO-ABIERTO = 1 THEN
                    PERFORM AGREGAR-PRESTAMO
                END-IF
            END-IF.
            READ T07AUTOC NEXT INTO REGISTRO-T07AUTOC
            AT END MOVE 1 TO EOF-T07AUTOC.
        BUSCAR-PRESTAMO-ABIERTO.
            MOVE 0 TO PRESTAMO-ABIERTO.
            MOVE 0 TO EOF-T07PRECO.
            MOVE NROORDEN-AUTOC TO NROORDEN-CLAVE-PRECO.
            MOVE 0 TO FECHASALIDA-CLAVE-PRECO.
            MOVE LOW-VALUES TO PATENTE-CLAVE-PRECO.
            START T07PRECO KEY IS NOT LESS THAN CLAVE-PRECO
                INVALID KEY MOVE 1 TO EOF-T07PRECO.
            PERFORM LEER-PRESTAMO UNTIL EOF-T07PRECO = 1
            OR PRESTAMO-ABIERTO = 1.
        LEER-PRESTAMO.
            READ T07PRECO NEXT INTO REGISTRO-T07PRECO
            AT END MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND
            NROORDEN-PRECO NOT = NROORDEN-AUTOC THEN
                MOVE 1 TO EOF-T07PRECO.
            IF EOF-T07PRECO = 0 AND PRESTAMO-VIGENTE AND
            PATENTE-PRECO = PATENTE-AUTOC THEN
                MOVE 1 TO PRESTAMO-ABIERTO.
        AGREGAR-PRESTAMO.
            IF CANT-PRESTAMOS-TAB < 500 THEN
                PERFORM UBICAR-POSICION
                PERFORM CORRER-ENTRADAS
                MOVE SUCURSAL-AUTOC TO SUCURSAL-TAB (POS-INSERCION)
                MOVE PATENTE-AUTOC TO PATENTE-TAB (POS-INSERCION)
                MOVE MODELO-AUTOC TO MODELO-TAB (POS-INSERCION)
                MOVE NROORDEN-PRECO TO NROORDEN-TAB (POS-INSERCION)
                MOVE IDCLIENTE-PRECO TO IDCLIENTE-TAB (POS-INSERCION)
                MOVE FECHASALIDA-PRECO TO SALIDA-TAB (POS-INSERCION)
                MOVE FECHADEVPREV-PRECO TO DEVPREV-TAB (POS-INSERCION)
                MOVE KMSALIDA-PRECO TO KMSALIDA-TAB (POS-INSERCION)
                ADD 1 TO CANT-PRESTAMOS-TAB.
        UBICAR-POSICION.
            MOVE 0 TO ENCONTRO-POS.
            MOVE 1 TO POS-INSERCION.
            PERFORM COMPARAR-POSICION
            VARYING IX-PRESTAMO FROM 1 BY 1
            UNTIL IX-PRESTAMO > CANT-PRESTAMOS-TAB
            OR ENCONTRO-POS = 1.
            IF ENCONTRO-POS = 0 THEN
                COMPUTE POS-INSERCION = CANT-PRESTAMOS-TAB + 1.
        COMPARAR-POSICION.
            IF SUCURSAL-TAB (IX-PRESTAMO) > SUCURSAL-AUTOC THEN
                SET POS-INSERCION TO IX-PRESTAMO
                MOVE 1 TO ENCONTRO-POS.
        CORRER-ENTRADAS.
            MOVE CANT-PRESTAMOS-TAB TO IX-CORR.
            PERFORM CORRER-UNA-ENTRADA
            UNTIL IX-CORR < POS-INSERCION.
        CORRER-UNA-ENTRADA.
            MOVE PRESTAMO-OCU (IX-CORR) TO PRESTAMO-OCU (IX-CORR + 1).
            SUBTRACT 1 FROM IX-CORR.
        EMITIR-PRESTAMO.
            IF PRIMERA-LINEA = 0 AND
            SUCURSAL-TAB (IX-PRESTAMO) NOT = SUCURSAL-ANTERIOR THEN
                PERFORM EMITIR-SUBTOTAL.
            MOVE 0 TO PRIMERA-LINEA.
            MOVE SUCURSAL-TAB (IX-PRESTAMO) TO SUCURSAL-ANTERIOR.
            MOVE SALIDA-TAB (IX-PRESTAMO) TO FECHA-CALCULO.
            PERFORM CALCULAR-JULIANO.
            MOVE JULIANO-CALC TO JULIANO-SALIDA.
            COMPUTE DIAS-AFUERA = JULIANO-REPORTE - JULIANO-SALIDA.
            IF DIAS-AFUERA < 0 THEN
                MOVE 0 TO DIAS-AFUERA.
            MOVE SUCURSAL-TAB (IX-PRESTAMO) TO SUCURSAL-T07SCORP.
            MOVE PATENTE-TAB (IX-PRESTAMO) TO PATENTE-T07SCORP.
            MOVE MODELO-TAB (IX-PRESTAMO) TO MODELO-T07SCORP.
            MOVE NROORDEN-TAB (IX-PRESTAMO) TO NROORDEN-T07SCORP.
            MOVE IDCLIENTE-TAB (IX-PRESTAMO) TO IDCLIENTE-T07SCORP.
            MOVE SALIDA-TAB (IX-PRESTAMO) TO SALIDA-T07SCORP.
            MOVE DEVPREV-TAB (IX-PRESTAMO) TO DEVPREV-T07SCORP.
            MOVE DIAS-AFUERA TO DIAS-T07SCORP.
            MOVE KMSALIDA-TAB (IX-PRESTAMO) TO KM-T07SCORP.
            IF FECHA-REPORTE > DEVPREV-TAB (IX-PRESTAMO) THEN
                MOVE 'VENCIDO' TO ESTADO-T07SCORP
                ADD 1 TO VENCIDOS-SUCURSAL
                ADD 1 TO VENCIDOS-TOTAL
            ELSE
                MOVE 'PRESTADO' TO ESTADO-T07SCORP
            END-IF.
            WRITE REG-T07SCORP FROM REGISTRO-T07SCORP.
            ADD 1 TO CANTIDAD-SUCURSAL.
            ADD 1 TO CONTADOR-T07SCORP.
        EMITIR-SUBTOTAL.
            MOVE SUCURSAL-ANTERIOR TO SUCURSAL-T07SSUBT.
            MOVE CANTIDAD-SUCURSAL TO CANTIDAD-T07SSUBT.
            MOVE VENCIDOS-SUCURSAL TO VENCIDOS-T07SSUBT.
            WRITE REG-T07SCORP FROM REGISTRO-T07SSUBT.
            MOVE 0 TO CANTIDAD-SUCURSAL.
            MOVE 0 TO VENCIDOS-SUCURSAL.
            MOVE 1 TO PRIMERA-LINEA.
        CALCULAR-JULIANO.
            MOVE FECHA-AAAA-CALC TO ANIO-CALC.
            MOVE FECHA-MM-CALC TO MES-CALC.
            IF MES-CALC < 3 THEN
                SUBTRACT 1 FROM ANIO-CALC
                ADD 12 TO MES-CALC.
            DIVIDE ANIO-CALC BY 4 GIVING BISIESTOS-CALC.
            DIVIDE ANIO-CALC BY 100 GIVING SIGLOS-CALC.
            DIVIDE ANIO-CALC BY 400 GIVING CUATROSIGLOS-CALC.
            COMPUTE DIASMES-CALC = MES-CALC * 153 - 457.
            DIVIDE DIASMES-CALC BY 5 GIVING DIASMES-CALC.
            COMPUTE JULIANO-CALC = ANIO-CALC * 365 + BISIESTOS-CALC
                - SIGLOS-CALC + CUATROSIGLOS-CALC
                + DIASMES-CALC + FECHA-DD-CALC.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07AUTOC DD DSN=KC03BAB.CATALOGO.AUTOC,DISP=SHR
//GO.T07PRECO DD DSN=KC03BAB.CATALOGO.PRECO,DISP=SHR
//GO.T07PCREP DD DSN=KC03BAB.CATALOGO.PARM(T07PCREP),DISP=SHR
//GO.T07SCORP DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCORP),DISP=SHR
