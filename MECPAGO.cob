//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. MECPAGO.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07SMPAG ASSIGN TO T07SMPAG.
            SELECT T07SNOMI ASSIGN TO T07SNOMI.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07MECAN ASSIGN TO T07MECAN.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07PMPAG ASSIGN TO T07PMPAG.
        DATA DIVISION.
        FILE SECTION.
        FD T07SMPAG
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SMPAG PIC X(126).
        FD T07SNOMI
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SNOMI PIC X(80).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07MECAN
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07MECAN PIC X(240).
        FD T07HORAS
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07HORAS PIC X(40).
        FD T07FACTU
            BLOCK CONTAINS 0 RECORDS.
        01 REG-T07FACTU PIC X(240).
        FD T07PMPAG
            LABEL RECORDS ARE OMITTED.
        01 REG-T07PMPAG PIC X(16).
        WORKING-STORAGE SECTION.
        01 TITULO.
         03 FILLER PIC X(32) VALUE 'LIQUIDACION QUINCENAL MECANICOS|'.
         03 DESDE-TITULO PIC 9(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 HASTA-TITULO PIC 9(8).
        01 SUBTITULO.
         03 FILLER PIC X(6) VALUE 'IDMEC|'.
         03 FILLER PIC X(31) VALUE 'MECANICO                      |'.
         03 FILLER PIC X(9) VALUE 'HORAS   |'.
         03 FILLER PIC X(12) VALUE 'BASE       |'.
         03 FILLER PIC X(12) VALUE 'MANOOBRA   |'.
         03 FILLER PIC X(6) VALUE 'COM% |'.
         03 FILLER PIC X(12) VALUE 'COMISION   |'.
         03 FILLER PIC X(12) VALUE 'DESC GARANT|'.
         03 FILLER PIC X(11) VALUE 'NETO       '.
        01 LINEA.
         03 LINEA1 PIC X(33) VALUE '_________________________________'.
         03 LINEA2 PIC X(33) VALUE '_________________________________'.
         03 LINEA3 PIC X(33) VALUE '_________________________________'.
         03 LINEA4 PIC X(26) VALUE '________________________'.
        01 REGISTRO-T07SMPAG.
         03 IDMECANICO-T07SMPAG PIC 9(3).
         03 FILLER PIC X(3) VALUE '  |'.
         03 NOMBRE-T07SMPAG PIC X(30).
         03 FILLER PIC X(1) VALUE '|'.
         03 HORAS-T07SMPAG PIC ZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 BASE-T07SMPAG PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 MANO-T07SMPAG PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 PORCENTAJE-T07SMPAG PIC Z9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 COMISION-T07SMPAG PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DESCUENTO-T07SMPAG PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-T07SMPAG PIC ZZZZZZZ9.99.
        01 REGISTRO-T07SFIRM.
         03 FILLER PIC X(20) VALUE 'CONFORME MECANICO: '.
         03 FILLER PIC X(30) VALUE '______________________________'.
         03 FILLER PIC X(12) VALUE '  APROBADO: '.
         03 FILLER PIC X(30) VALUE '______________________________'.
        01 REGISTRO-T07STOTAL.
         03 FILLER PIC X(12) VALUE 'TOTAL GRAL|'.
         03 CANTIDAD-TOTAL PIC ZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 BASE-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 COMISION-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 DESCUENTO-TOTAL PIC ZZZZZZZ9.99.
         03 FILLER PIC X(1) VALUE '|'.
         03 NETO-TOTAL PIC ZZZZZZZ9.99.
        01 REGISTRO-T07SNOMI.
         03 IDMECANICO-SNOMI PIC 9(3).
         03 FECHADESDE-SNOMI PIC 9(8).
         03 FECHAHASTA-SNOMI PIC 9(8).
         03 HORAS-SNOMI PIC 9(5)V99.
         03 SUELDOBASE-SNOMI PIC 9(7)V99.
         03 MANOOBRA-SNOMI PIC 9(7)V99.
         03 COMISION-SNOMI PIC 9(7)V99.
         03 DESCUENTO-SNOMI PIC 9(7)V99.
         03 NETO-SNOMI PIC 9(7)V99.
         03 FILLER PIC X(9) VALUE SPACES.
        01 REGISTRO-T07PMPAG.
         03 FECHADESDE-PMPAG PIC 9(8).
         03 FECHAHASTA-PMPAG PIC 9(8).
        01 REGISTRO-PPAL.
         03 NROORDEN-PPAL PIC 9(7).
         03 IDREPUESTO-PPAL PIC 9(3).
         03 DESCREPUESTO-PPAL PIC X(30).
         03 IDCLIENTE-PPAL PIC 9(5).
         03 MODELOAUTO-PPAL PIC X(30).
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
         03 MECANICO-PPAL PIC 9(3).
         03 SITUACION-PPAL PIC X(1).
         03 GARANTIA-PPAL PIC X(1).
         03 ORDENORIGEN-PPAL PIC 9(7).
        01 EOF-PPAL PIC 9 VALUE 0.
        01 EXISTE-PPAL PIC 9 VALUE 0.
        01 REGISTRO-T07MECAN.
         03 IDMECANICO-MECAN PIC 9(3).
         03 NOMBRE-MECAN PIC X(30).
         03 TARIFA-MECAN PIC 9(5)V99.
         03 SUELDOBASE-MECAN PIC 9(7)V99.
         03 COMISION-MECAN PIC 9(2)V99.
        01 REGISTRO-T07HORAS.
         03 IDMECANICO-HORAS PIC 9(3).
         03 NROORDEN-HORAS PIC 9(7).
         03 IDREPUESTO-HORAS PIC 9(3).
         03 FECHA-HORAS PIC 9(8).
         03 HORAS-HORAS PIC 9(3)V99.
         03 OPERADOR-HORAS PIC X(8).
        01 REGISTRO-T07FACTU.
         03 NROORDEN-FACTU PIC 9(7).
         03 IDREPUESTO-FACTU PIC 9(3).
         03 IDCLIENTE-FACTU PIC 9(5).
         03 DNI-FACTU PIC X(8).
         03 PATENTE-FACTU PIC X(7).
         03 MODELOAUTO-FACTU PIC X(30).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 NETO-FACTU PIC 9(7)V99.
         03 IVA-FACTU PIC 9(7)V99.
         03 BRUTO-FACTU PIC 9(7)V99.
         03 FECHAPROC-FACTU PIC 9(8).
         03 TIPODOC-FACTU PIC X(1).
        01 EOF-T07MECAN PIC 9 VALUE 0.
        01 EOF-T07HORAS PIC 9 VALUE 0.
        01 EOF-T07FACTU PIC 9 VALUE 0.
        01 TABLA-MECANICOS.
         03 MECANICO-OCU OCCURS 200 TIMES INDEXED BY IX-MECANICO.
             05 ID-MECANICO-TAB PIC 9(3).
             05 NOMBRE-MECANICO-TAB PIC X(30).
             05 TARIFA-TAB PIC 9(5)V99.
             05 SUELDOBASE-TAB PIC 9(7)V99.
             05 COMISION-TAB PIC 9(2)V99.
             05 SUMA-HORAS-TAB PIC 9(5)V99.
             05 SUMA-MANO-TAB PIC 9(9)V99.
             05 SUMA-CARGO-TAB PIC 9(9)V99.
        01 CANT-MECANICOS-TAB PIC 9(5) COMP VALUE 0.
        01 ENCONTRO-MECANICO PIC 9 VALUE 0.
        01 IX-ENCONTRADO PIC 9(5) COMP VALUE 0.
        01 ID-BUSCADO PIC 9(3) VALUE 0.
        01 TABLA-CARGOS.
         03 CARGO-OCU OCCURS 500 TIMES INDEXED BY IX-CARGO.
             05 ORDENORIGEN-CAR-TAB PIC 9(7).
             05 MANO-CAR-TAB PIC 9(9)V99.
        01 CANT-CARGOS-TAB PIC 9(5) COMP VALUE 0.
        01 MANO-LINEA PIC 9(9)V99 VALUE 0.
        01 HAY-HORAS PIC 9 VALUE 0.
        01 ATRIBUIR-LINEA PIC 9 VALUE 0.
        01 MANO-NETA PIC 9(9)V99 VALUE 0.
        01 CARGO-NETO PIC 9(9)V99 VALUE 0.
        01 COMISION-CALC PIC 9(9)V99 VALUE 0.
        01 DESCUENTO-CALC PIC 9(9)V99 VALUE 0.
        01 NETO-CALC PIC 9(9)V99 VALUE 0.
        01 TOTAL-BASE PIC 9(9)V99 VALUE 0.
        01 TOTAL-COMISION PIC 9(9)V99 VALUE 0.
        01 TOTAL-DESCUENTO PIC 9(9)V99 VALUE 0.
        01 TOTAL-NETO PIC 9(9)V99 VALUE 0.
        01 CANT-LIQUIDADOS PIC 9(5) COMP VALUE 0.
        01 DESBORDE-TABLAS PIC 9 VALUE 0.
        01 FECHA-HOY PIC 9(8).
        01 FECHA-DESGLOSE-HOY.
         03 FECHA-AAAA-HOY PIC 9(4).
         03 FECHA-MM-HOY PIC 9(2).
         03 FECHA-DD-HOY PIC 9(2).
        01 FECHA-DESDE PIC 9(8) VALUE 0.
        01 FECHA-HASTA PIC 9(8) VALUE 0.
        PROCEDURE DIVISION.
            ACCEPT FECHA-HOY FROM DATE YYYYMMDD.
            OPEN INPUT T07PMPAG.
            READ T07PMPAG INTO REGISTRO-T07PMPAG
            AT END MOVE SPACES TO REGISTRO-T07PMPAG.
            CLOSE T07PMPAG.
            IF FECHADESDE-PMPAG NUMERIC AND FECHAHASTA-PMPAG NUMERIC
            AND FECHADESDE-PMPAG > 0 THEN
                MOVE FECHADESDE-PMPAG TO FECHA-DESDE
                MOVE FECHAHASTA-PMPAG TO FECHA-HASTA
            ELSE
                PERFORM CALCULAR-QUINCENA
            END-IF.
            OPEN OUTPUT T07SMPAG.
            OPEN OUTPUT T07SNOMI.
            MOVE FECHA-DESDE TO DESDE-TITULO.
            MOVE FECHA-HASTA TO HASTA-TITULO.
            WRITE REG-T07SMPAG FROM TITULO.
            WRITE REG-T07SMPAG FROM SUBTITULO.
            WRITE REG-T07SMPAG FROM LINEA.
            PERFORM CARGAR-MECANICOS.
            PERFORM ACUMULAR-HORAS.
            OPEN INPUT PPAL.
            PERFORM ACUMULAR-FACTURADO.
            PERFORM RELEVAR-GARANTIAS.
            PERFORM IMPUTAR-CARGO
            VARYING IX-CARGO FROM 1 BY 1
            UNTIL IX-CARGO > CANT-CARGOS-TAB.
            CLOSE PPAL.
            PERFORM LIQUIDAR-MECANICO
            VARYING IX-MECANICO FROM 1 BY 1
            UNTIL IX-MECANICO > CANT-MECANICOS-TAB.
            MOVE CANT-LIQUIDADOS TO CANTIDAD-TOTAL.
            MOVE TOTAL-BASE TO BASE-TOTAL.
            MOVE TOTAL-COMISION TO COMISION-TOTAL.
            MOVE TOTAL-DESCUENTO TO DESCUENTO-TOTAL.
            MOVE TOTAL-NETO TO NETO-TOTAL.
            WRITE REG-T07SMPAG FROM REGISTRO-T07STOTAL.
            CLOSE T07SMPAG T07SNOMI.
            IF DESBORDE-TABLAS = 1 THEN
                MOVE 8 TO RETURN-CODE.
            STOP RUN.
        CALCULAR-QUINCENA.
            MOVE FECHA-HOY TO FECHA-DESGLOSE-HOY.
            IF FECHA-DD-HOY > 15 THEN
                MOVE 16 TO FECHA-DD-HOY
                MOVE FECHA-DESGLOSE-HOY TO FECHA-DESDE
                MOVE 31 TO FECHA-DD-HOY
                MOVE FECHA-DESGLOSE-HOY TO FECHA-HASTA
            ELSE
                MOVE 1 TO FECHA-DD-HOY
                MOVE FECHA-DESGLOSE-HOY TO FECHA-DESDE
                MOVE 15 TO FECHA-DD-HOY
                MOVE FECHA-DESGLOSE-HOY TO FECHA-HASTA
            END-IF.
        CARGAR-MECANICOS.
            MOVE 0 TO CANT-MECANICOS-TAB.
            MOVE 0 TO EOF-T07MECAN.
            OPEN INPUT T07MECAN.
            PERFORM LEER-MECANICO UNTIL EOF-T07MECAN = 1.
            CLOSE T07MECAN.
        LEER-MECANICO.
            READ T07MECAN INTO REGISTRO-T07MECAN
            AT END MOVE 1 TO EOF-T07MECAN.
            IF EOF-T07MECAN = 0 AND CANT-MECANICOS-TAB NOT < 200 THEN
                MOVE 1 TO DESBORDE-TABLAS.
            IF EOF-T07MECAN = 0 AND CANT-MECANICOS-TAB < 200 THEN
                ADD 1 TO CANT-MECANICOS-TAB
                MOVE IDMECANICO-MECAN
                TO ID-MECANICO-TAB (CANT-MECANICOS-TAB)
                MOVE NOMBRE-MECAN
                TO NOMBRE-MECANICO-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO TARIFA-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO SUELDOBASE-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO COMISION-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO SUMA-HORAS-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO SUMA-MANO-TAB (CANT-MECANICOS-TAB)
                MOVE 0 TO SUMA-CARGO-TAB (CANT-MECANICOS-TAB)
                IF TARIFA-MECAN NUMERIC THEN
                    MOVE TARIFA-MECAN
                    TO TARIFA-TAB (CANT-MECANICOS-TAB)
                END-IF
                IF SUELDOBASE-MECAN NUMERIC THEN
                    MOVE SUELDOBASE-MECAN
                    TO SUELDOBASE-TAB (CANT-MECANICOS-TAB)
                END-IF
                IF COMISION-MECAN NUMERIC THEN
                    MOVE COMISION-MECAN
                    TO COMISION-TAB (CANT-MECANICOS-TAB)
                END-IF
            END-IF.
        BUSCAR-MECANICO.
            MOVE 0 TO ENCONTRO-MECANICO.
            MOVE 0 TO IX-ENCONTRADO.
            PERFORM COMPARAR-MECANICO
            VARYING IX-MECANICO FROM 1 BY 1
            UNTIL IX-MECANICO > CANT-MECANICOS-TAB
            OR ENCONTRO-MECANICO = 1.
        COMPARAR-MECANICO.
            IF ID-MECANICO-TAB (IX-MECANICO) = ID-BUSCADO THEN
                MOVE 1 TO ENCONTRO-MECANICO
                SET IX-ENCONTRADO TO IX-MECANICO.
        ACUMULAR-HORAS.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            PERFORM LEER-HORAS UNTIL EOF-T07HORAS = 1.
            CLOSE T07HORAS.
        LEER-HORAS.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 AND
            FECHA-HORAS NOT < FECHA-DESDE AND
            FECHA-HORAS NOT > FECHA-HASTA THEN
                MOVE IDMECANICO-HORAS TO ID-BUSCADO
                PERFORM BUSCAR-MECANICO
                IF ENCONTRO-MECANICO = 1 THEN
                    ADD HORAS-HORAS TO SUMA-HORAS-TAB (IX-ENCONTRADO)
                END-IF
            END-IF.
        ACUMULAR-FACTURADO.
            MOVE 0 TO EOF-T07FACTU.
            OPEN INPUT T07FACTU.
            PERFORM LEER-FACTURA UNTIL EOF-T07FACTU = 1.
            CLOSE T07FACTU.
        LEER-FACTURA.
            READ T07FACTU INTO REGISTRO-T07FACTU
            AT END MOVE 1 TO EOF-T07FACTU.
            IF EOF-T07FACTU = 0 AND TIPODOC-FACTU NOT = 'C' AND
            TIPODOC-FACTU NOT = 'D' AND
            FECHAEGRESO-FACTU NOT < FECHA-DESDE AND
            FECHAEGRESO-FACTU NOT > FECHA-HASTA THEN
                PERFORM LEER-LINEA-FACTURADA
                IF EXISTE-PPAL = 1 AND GARANTIA-PPAL NOT = 'G' THEN
                    MOVE 1 TO ATRIBUIR-LINEA
                    PERFORM CALCULAR-MANO-LINEA
                END-IF
            END-IF.
        LEER-LINEA-FACTURADA.
            MOVE 0 TO EXISTE-PPAL.
            MOVE NROORDEN-FACTU TO NROORDEN-CLAVE-PPAL.
            MOVE IDREPUESTO-FACTU TO IDREPUESTO-CLAVE-PPAL.
            READ PPAL INTO REGISTRO-PPAL
                INVALID KEY MOVE 0 TO EXISTE-PPAL
                NOT INVALID KEY MOVE 1 TO EXISTE-PPAL
            END-READ.
        CALCULAR-MANO-LINEA.
            MOVE 0 TO MANO-LINEA.
            MOVE 0 TO HAY-HORAS.
            MOVE 0 TO EOF-T07HORAS.
            OPEN INPUT T07HORAS.
            PERFORM SUMAR-PARTE-HORAS UNTIL EOF-T07HORAS = 1.
            CLOSE T07HORAS.
            IF HAY-HORAS = 0 AND MANODEOBRA-PPAL NUMERIC THEN
                MOVE MANODEOBRA-PPAL TO MANO-LINEA
                IF ATRIBUIR-LINEA = 1 THEN
                    MOVE MECANICO-PPAL TO ID-BUSCADO
                    PERFORM BUSCAR-MECANICO
                    IF ENCONTRO-MECANICO = 1 THEN
                        ADD MANODEOBRA-PPAL
                        TO SUMA-MANO-TAB (IX-ENCONTRADO)
                    END-IF
                END-IF
            END-IF.
        SUMAR-PARTE-HORAS.
            READ T07HORAS INTO REGISTRO-T07HORAS
            AT END MOVE 1 TO EOF-T07HORAS.
            IF EOF-T07HORAS = 0 AND
            NROORDEN-HORAS = NROORDEN-PPAL AND
            IDREPUESTO-HORAS = IDREPUESTO-PPAL THEN
                MOVE 1 TO HAY-HORAS
                MOVE IDMECANICO-HORAS TO ID-BUSCADO
                PERFORM BUSCAR-MECANICO
                IF ENCONTRO-MECANICO = 1 THEN
                    COMPUTE MANO-LINEA = MANO-LINEA
                        + HORAS-HORAS * TARIFA-TAB (IX-ENCONTRADO)
                    IF ATRIBUIR-LINEA = 1 THEN
                        COMPUTE SUMA-MANO-TAB (IX-ENCONTRADO) =
                            SUMA-MANO-TAB (IX-ENCONTRADO)
                            + HORAS-HORAS * TARIFA-TAB (IX-ENCONTRADO)
                    END-IF
                END-IF
            END-IF.
        RELEVAR-GARANTIAS.
            MOVE 0 TO EOF-PPAL.
            MOVE 0 TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
            PERFORM EVALUAR-GARANTIA UNTIL EOF-PPAL = 1.
        EVALUAR-GARANTIA.
            IF ESTADO-PPAL = 'E' AND GARANTIA-PPAL = 'G' AND
            ORDENORIGEN-PPAL NUMERIC AND ORDENORIGEN-PPAL > 0 AND
            FECHAEGRESO-PPAL NOT < FECHA-DESDE AND
            FECHAEGRESO-PPAL NOT > FECHA-HASTA THEN
                MOVE 0 TO ATRIBUIR-LINEA
                PERFORM CALCULAR-MANO-LINEA
                IF MANO-LINEA > 0 THEN
                    PERFORM ANOTAR-CARGO
                END-IF
            END-IF.
            READ PPAL NEXT INTO REGISTRO-PPAL AT END MOVE 1 TO EOF-PPAL.
        ANOTAR-CARGO.
            IF CANT-CARGOS-TAB < 500 THEN
                ADD 1 TO CANT-CARGOS-TAB
                MOVE ORDENORIGEN-PPAL
                TO ORDENORIGEN-CAR-TAB (CANT-CARGOS-TAB)
                MOVE MANO-LINEA TO MANO-CAR-TAB (CANT-CARGOS-TAB)
            ELSE
                MOVE 1 TO DESBORDE-TABLAS
            END-IF.
        IMPUTAR-CARGO.
            MOVE 0 TO EOF-PPAL.
            MOVE ORDENORIGEN-CAR-TAB (IX-CARGO) TO NROORDEN-CLAVE-PPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-PPAL.
            START PPAL KEY IS NOT LESS THAN CLAVE-PPAL
                INVALID KEY MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 THEN
                READ PPAL NEXT INTO REGISTRO-PPAL
                AT END MOVE 1 TO EOF-PPAL.
            IF EOF-PPAL = 0 AND
            NROORDEN-PPAL = ORDENORIGEN-CAR-TAB (IX-CARGO) THEN
                MOVE MECANICO-PPAL TO ID-BUSCADO
                PERFORM BUSCAR-MECANICO
                IF ENCONTRO-MECANICO = 1 THEN
                    ADD MANO-CAR-TAB (IX-CARGO)
                    TO SUMA-CARGO-TAB (IX-ENCONTRADO)
                END-IF
            END-IF.
        LIQUIDAR-MECANICO.
            COMPUTE MANO-NETA ROUNDED =
                SUMA-MANO-TAB (IX-MECANICO) / 1.21.
            COMPUTE CARGO-NETO ROUNDED =
                SUMA-CARGO-TAB (IX-MECANICO) / 1.21.
            COMPUTE COMISION-CALC ROUNDED =
                MANO-NETA * COMISION-TAB (IX-MECANICO) / 100.
            COMPUTE DESCUENTO-CALC ROUNDED =
                CARGO-NETO * COMISION-TAB (IX-MECANICO) / 100.
            IF DESCUENTO-CALC >
            SUELDOBASE-TAB (IX-MECANICO) + COMISION-CALC THEN
                COMPUTE DESCUENTO-CALC =
                    SUELDOBASE-TAB (IX-MECANICO) + COMISION-CALC.
            COMPUTE NETO-CALC = SUELDOBASE-TAB (IX-MECANICO)
                + COMISION-CALC - DESCUENTO-CALC.
            MOVE ID-MECANICO-TAB (IX-MECANICO) TO IDMECANICO-SNOMI.
            MOVE FECHA-DESDE TO FECHADESDE-SNOMI.
            MOVE FECHA-HASTA TO FECHAHASTA-SNOMI.
            MOVE SUMA-HORAS-TAB (IX-MECANICO) TO HORAS-SNOMI.
            MOVE SUELDOBASE-TAB (IX-MECANICO) TO SUELDOBASE-SNOMI.
            MOVE MANO-NETA TO MANOOBRA-SNOMI.
            MOVE COMISION-CALC TO COMISION-SNOMI.
            MOVE DESCUENTO-CALC TO DESCUENTO-SNOMI.
            MOVE NETO-CALC TO NETO-SNOMI.
            WRITE REG-T07SNOMI FROM REGISTRO-T07SNOMI.
            MOVE ID-MECANICO-TAB (IX-MECANICO) TO IDMECANICO-T07SMPAG.
            MOVE NOMBRE-MECANICO-TAB (IX-MECANICO) TO NOMBRE-T07SMPAG.
            MOVE SUMA-HORAS-TAB (IX-MECANICO) TO HORAS-T07SMPAG.
            MOVE SUELDOBASE-TAB (IX-MECANICO) TO BASE-T07SMPAG.
            MOVE MANO-NETA TO MANO-T07SMPAG.
            MOVE COMISION-TAB (IX-MECANICO) TO PORCENTAJE-T07SMPAG.
            MOVE COMISION-CALC TO COMISION-T07SMPAG.
            MOVE DESCUENTO-CALC TO DESCUENTO-T07SMPAG.
            MOVE NETO-CALC TO NETO-T07SMPAG.
            WRITE REG-T07SMPAG FROM REGISTRO-T07SMPAG.
            WRITE REG-T07SMPAG FROM REGISTRO-T07SFIRM.
            WRITE REG-T07SMPAG FROM LINEA.
            ADD 1 TO CANT-LIQUIDADOS.
            ADD SUELDOBASE-TAB (IX-MECANICO) TO TOTAL-BASE.
            ADD COMISION-CALC TO TOTAL-COMISION.
            ADD DESCUENTO-CALC TO TOTAL-DESCUENTO.
            ADD NETO-CALC TO TOTAL-NETO.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07SMPAG DD DSN=KC03BAB.CATALOGO.SALIDA(T07SMPAG),DISP=SHR
//GO.T07SNOMI DD DSN=KC03BAB.CATALOGO.SALIDA(T07SNOMI),DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07MECAN DD DSN=KC03BAB.CATALOGO.ENTRADA(T07MECAN),DISP=SHR
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07PMPAG DD DSN=KC03BAB.CATALOGO.PARM(T07PMPAG),DISP=SHR
