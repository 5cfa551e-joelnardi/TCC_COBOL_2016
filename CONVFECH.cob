//KC03BAB JOB (12345678),'JOEL',MSGLEVEL=(1,1),REGION=0M,
// NOTIFY=&SYSUID,MSGCLASS=A,CLASS=A
//****
//* CONVERSION UNICA DE FECHAS A CUATRO DIGITOS DE ANIO.
//* ANTES DE CORRER: RENOMBRAR CADA ARCHIVO A SU NOMBRE .ANTERIOR
//* (LOS MIEMBROS DE ENTRADA, SALIDA Y PARM A CATALOGO.ANTERIOR),
//* DEFINIR LOS ARCHIVOS NUEVOS VACIOS CON EL NUEVO LARGO Y
//* DEJAR VACIAS LAS COLAS T07QALTA Y T07QHOLD. AL TERMINAR,
//* CORRER RESPALDO PARA GENERAR UN RESPALDO EN EL FORMATO NUEVO.
//****
//COBOL1 EXEC IGYWCLG,
// PARM.COBOL='TEST,RENT,APOST,OBJECT,NODYNAM,LIB,SIZE(5048376)'
//COBOL.SYSPRINT DD SYSOUT=*
//COBOL.SYSIN DD *
        IDENTIFICATION DIVISION.
        PROGRAM-ID. CONVFECH.
        ENVIRONMENT DIVISION.
        CONFIGURATION SECTION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT T07VPPAL ASSIGN TO T07VPPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-VPPAL.
            SELECT PPAL ASSIGN TO PPAL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-PPAL.
            SELECT T07VARCH ASSIGN TO T07VARCH.
            SELECT T07PARCH ASSIGN TO T07PARCH.
            SELECT T07VCTAC ASSIGN TO T07VCTAC
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-VCTAC.
            SELECT T07CTACT ASSIGN TO T07CTACT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NROORDEN-CLAVE-CTACT.
            SELECT T07VCTAP ASSIGN TO T07VCTAP
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-VCTAP.
            SELECT T07CTAPR ASSIGN TO T07CTAPR
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTAPR.
            SELECT T07VCTAS ASSIGN TO T07VCTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-VCTAS.
            SELECT T07CTASE ASSIGN TO T07CTASE
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CTASE.
            SELECT T07VCUOT ASSIGN TO T07VCUOT
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-VCUOT.
            SELECT T07CUOTA ASSIGN TO T07CUOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-CUOTA.
            SELECT T07VNOTA ASSIGN TO T07VNOTA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-VNOTA.
            SELECT T07NOTAS ASSIGN TO T07NOTAS
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CLAVE-NOTA.
            SELECT T07VRECL ASSIGN TO T07VRECL
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NRORECLAMO-CLAVE-VRECL.
            SELECT T07RECLA ASSIGN TO T07RECLA
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS NRORECLAMO-CLAVE-RECLA.
            SELECT T07VFACT ASSIGN TO T07VFACT.
            SELECT T07FACTU ASSIGN TO T07FACTU.
            SELECT T07VJORN ASSIGN TO T07VJORN.
            SELECT T07JORNL ASSIGN TO T07JORNL.
            SELECT T07VKARD ASSIGN TO T07VKARD.
            SELECT T07KARDX ASSIGN TO T07KARDX.
            SELECT T07VPEDI ASSIGN TO T07VPEDI.
            SELECT T07PEDID ASSIGN TO T07PEDID.
            SELECT T07VPERC ASSIGN TO T07VPERC.
            SELECT T07PERCT ASSIGN TO T07PERCT.
            SELECT T07VPHIS ASSIGN TO T07VPHIS.
            SELECT T07PHIST ASSIGN TO T07PHIST.
            SELECT T07VPRES ASSIGN TO T07VPRES.
            SELECT T07PRESU ASSIGN TO T07PRESU.
            SELECT T07VRUNC ASSIGN TO T07VRUNC.
            SELECT T07RUNCT ASSIGN TO T07RUNCT.
            SELECT T07VTESP ASSIGN TO T07VTESP.
            SELECT T07TESPE ASSIGN TO T07TESPE.
            SELECT T07VTRAS ASSIGN TO T07VTRAS.
            SELECT T07TRASL ASSIGN TO T07TRASL.
            SELECT T07VTURN ASSIGN TO T07VTURN.
            SELECT T07TURNO ASSIGN TO T07TURNO.
            SELECT T07VHORA ASSIGN TO T07VHORA.
            SELECT T07HORAS ASSIGN TO T07HORAS.
            SELECT T07SCONV ASSIGN TO T07SCONV.
        DATA DIVISION.
        FILE SECTION.
        FD T07VPPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VPPAL.
         03 CLAVE-VPPAL.
             05 NROORDEN-CLAVE-VPPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-VPPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD PPAL
            LABEL RECORDS ARE STANDARD.
        01 REG-PPAL.
         03 CLAVE-PPAL.
             05 NROORDEN-CLAVE-PPAL PIC 9(7).
             05 IDREPUESTO-CLAVE-PPAL PIC 9(3).
         03 FILLER PIC X(230).
        FD T07VARCH
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VARCH PIC X(240).
        FD T07PARCH
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PARCH PIC X(240).
        FD T07VCTAC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VCTAC.
         03 NROORDEN-CLAVE-VCTAC PIC 9(7).
         03 FILLER PIC X(73).
        FD T07CTACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTACT.
         03 NROORDEN-CLAVE-CTACT PIC 9(7).
         03 FILLER PIC X(73).
        FD T07VCTAP
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VCTAP.
         03 CLAVE-VCTAP.
             05 IDPROVEEDOR-CLAVE-VCTAP PIC 9(3).
             05 NROFACTURA-CLAVE-VCTAP PIC X(12).
         03 FILLER PIC X(65).
        FD T07CTAPR
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTAPR.
         03 CLAVE-CTAPR.
             05 IDPROVEEDOR-CLAVE-CTAPR PIC 9(3).
             05 NROFACTURA-CLAVE-CTAPR PIC X(12).
         03 FILLER PIC X(65).
        FD T07VCTAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VCTAS.
         03 CLAVE-VCTAS.
             05 IDASEGURADORA-CLAVE-VCTAS PIC 9(3).
             05 NROORDEN-CLAVE-VCTAS PIC 9(7).
         03 FILLER PIC X(70).
        FD T07CTASE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CTASE.
         03 CLAVE-CTASE.
             05 IDASEGURADORA-CLAVE-CTASE PIC 9(3).
             05 NROORDEN-CLAVE-CTASE PIC 9(7).
         03 FILLER PIC X(70).
        FD T07VCUOT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VCUOT.
         03 CLAVE-VCUOT.
             05 NROORDEN-CLAVE-VCUOT PIC 9(7).
             05 NROCUOTA-CLAVE-VCUOT PIC 9(2).
         03 FILLER PIC X(71).
        FD T07CUOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07CUOTA.
         03 CLAVE-CUOTA.
             05 NROORDEN-CLAVE-CUOTA PIC 9(7).
             05 NROCUOTA-CLAVE-CUOTA PIC 9(2).
         03 FILLER PIC X(71).
        FD T07VNOTA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VNOTA.
         03 CLAVE-VNOTA.
             05 NROORDEN-CLAVE-VNOTA PIC 9(7).
             05 SECUENCIA-CLAVE-VNOTA PIC 9(3).
         03 FILLER PIC X(80).
        FD T07NOTAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07NOTAS.
         03 CLAVE-NOTA.
             05 NROORDEN-CLAVE-NOTA PIC 9(7).
             05 SECUENCIA-CLAVE-NOTA PIC 9(3).
         03 FILLER PIC X(82).
        FD T07VRECL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VRECL.
         03 NRORECLAMO-CLAVE-VRECL PIC 9(5).
         03 FILLER PIC X(75).
        FD T07RECLA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07RECLA.
         03 NRORECLAMO-CLAVE-RECLA PIC 9(5).
         03 FILLER PIC X(75).
        FD T07VFACT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VFACT PIC X(240).
        FD T07FACTU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07FACTU PIC X(240).
        FD T07VJORN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VJORN PIC X(520).
        FD T07JORNL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07JORNL PIC X(520).
        FD T07VKARD
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VKARD PIC X(46).
        FD T07KARDX
            LABEL RECORDS ARE STANDARD.
        01 REG-T07KARDX PIC X(59).
        FD T07VPEDI
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VPEDI PIC X(240).
        FD T07PEDID
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PEDID PIC X(240).
        FD T07VPERC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VPERC PIC X(5).
        FD T07PERCT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PERCT PIC X(7).
        FD T07VPHIS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VPHIS PIC X(80).
        FD T07PHIST
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PHIST PIC X(80).
        FD T07VPRES
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VPRES PIC X(240).
        FD T07PRESU
            LABEL RECORDS ARE STANDARD.
        01 REG-T07PRESU PIC X(240).
        FD T07VRUNC
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VRUNC PIC X(28).
        FD T07RUNCT
            LABEL RECORDS ARE STANDARD.
        01 REG-T07RUNCT PIC X(30).
        FD T07VTESP
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VTESP PIC X(240).
        FD T07TESPE
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TESPE PIC X(240).
        FD T07VTRAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VTRAS PIC X(40).
        FD T07TRASL
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TRASL PIC X(40).
        FD T07VTURN
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VTURN PIC X(240).
        FD T07TURNO
            LABEL RECORDS ARE STANDARD.
        01 REG-T07TURNO PIC X(240).
        FD T07VHORA
            LABEL RECORDS ARE STANDARD.
        01 REG-T07VHORA PIC X(40).
        FD T07HORAS
            LABEL RECORDS ARE STANDARD.
        01 REG-T07HORAS PIC X(40).
        FD T07SCONV
            LABEL RECORDS ARE OMITTED.
        01 REG-T07SCONV PIC X(126).
        WORKING-STORAGE SECTION.
        01 REGISTRO-T07VPPAL.
         03 DATOS1-VPPAL PIC X(120).
         03 FECHAINGRESO-VPPAL PIC 9(6).
         03 FECHAEGRESO-VPPAL PIC 9(6).
         03 DATOS2-VPPAL PIC X(9).
         03 FECHAPROC-VPPAL PIC 9(6).
         03 DATOS3-VPPAL PIC X(30).
         03 FECHAPROMETIDA-VPPAL PIC 9(6).
         03 DATOS4-VPPAL PIC X(24).
        01 REGISTRO-PPAL.
         03 DATOS1-PPAL PIC X(120).
         03 FECHAINGRESO-PPAL PIC 9(8).
         03 FECHAEGRESO-PPAL PIC 9(8).
         03 DATOS2-PPAL PIC X(9).
         03 FECHAPROC-PPAL PIC 9(8).
         03 DATOS3-PPAL PIC X(30).
         03 FECHAPROMETIDA-PPAL PIC 9(8).
         03 DATOS4-PPAL PIC X(24).
        01 EOF-T07VPPAL PIC 9 VALUE 0.
        01 EOF-T07VARCH PIC 9 VALUE 0.
        01 REGISTRO-T07VCTAC.
         03 DATOS1-VCTAC PIC X(12).
         03 FECHAFACT-VCTAC PIC 9(6).
         03 DATOS2-VCTAC PIC X(18).
        01 REGISTRO-T07CTACT.
         03 DATOS1-CTACT PIC X(12).
         03 FECHAFACT-CTACT PIC 9(8).
         03 DATOS2-CTACT PIC X(18).
        01 EOF-T07VCTAC PIC 9 VALUE 0.
        01 REGISTRO-T07VCTAP.
         03 DATOS1-VCTAP PIC X(20).
         03 FECHAFACT-VCTAP PIC 9(6).
         03 DATOS2-VCTAP PIC X(18).
        01 REGISTRO-T07CTAPR.
         03 DATOS1-CTAPR PIC X(20).
         03 FECHAFACT-CTAPR PIC 9(8).
         03 DATOS2-CTAPR PIC X(18).
        01 EOF-T07VCTAP PIC 9 VALUE 0.
        01 REGISTRO-T07VCTAS.
         03 DATOS1-VCTAS PIC X(27).
         03 FECHAFACT-VCTAS PIC 9(6).
         03 DATOS2-VCTAS PIC X(18).
        01 REGISTRO-T07CTASE.
         03 DATOS1-CTASE PIC X(27).
         03 FECHAFACT-CTASE PIC 9(8).
         03 DATOS2-CTASE PIC X(18).
        01 EOF-T07VCTAS PIC 9 VALUE 0.
        01 REGISTRO-T07VCUOT.
         03 DATOS1-VCUOT PIC X(14).
         03 FECHAVENCE-VCUOT PIC 9(6).
         03 DATOS2-VCUOT PIC X(18).
        01 REGISTRO-T07CUOTA.
         03 DATOS1-CUOTA PIC X(14).
         03 FECHAVENCE-CUOTA PIC 9(8).
         03 DATOS2-CUOTA PIC X(18).
        01 EOF-T07VCUOT PIC 9 VALUE 0.
        01 REGISTRO-T07VNOTA.
         03 DATOS1-VNOTA PIC X(10).
         03 FECHA-VNOTA PIC 9(6).
         03 DATOS2-VNOTA PIC X(74).
        01 REGISTRO-T07NOTAS.
         03 DATOS1-NOTA PIC X(10).
         03 FECHA-NOTA PIC 9(8).
         03 DATOS2-NOTA PIC X(74).
        01 EOF-T07VNOTA PIC 9 VALUE 0.
        01 REGISTRO-T07VRECL.
         03 DATOS1-VRECL PIC X(34).
         03 FECHA-VRECL PIC 9(6).
         03 DATOS2-VRECL PIC X(1).
        01 REGISTRO-T07RECLA.
         03 DATOS1-RECLA PIC X(34).
         03 FECHA-RECLA PIC 9(8).
         03 DATOS2-RECLA PIC X(1).
        01 EOF-T07VRECL PIC 9 VALUE 0.
        01 REGISTRO-T07VFACT.
         03 DATOS1-VFACT PIC X(60).
         03 FECHAEGRESO-VFACT PIC 9(6).
         03 DATOS2-VFACT PIC X(27).
         03 FECHAPROC-VFACT PIC 9(6).
         03 DATOS3-VFACT PIC X(27).
        01 REGISTRO-T07FACTU.
         03 DATOS1-FACTU PIC X(60).
         03 FECHAEGRESO-FACTU PIC 9(8).
         03 DATOS2-FACTU PIC X(27).
         03 FECHAPROC-FACTU PIC 9(8).
         03 DATOS3-FACTU PIC X(27).
        01 EOF-T07VFACT PIC 9 VALUE 0.
        01 REGISTRO-T07VJORN.
         03 TIPO-VJORN PIC X(1).
         03 NROORDEN-VJORN PIC 9(7).
         03 IDREPUESTO-VJORN PIC 9(3).
         03 ANTES-VJORN PIC X(240).
         03 DESPUES-VJORN PIC X(240).
         03 OPERADOR-VJORN PIC X(8).
         03 FECHAPROC-VJORN PIC 9(6).
         03 HORAPROC-VJORN PIC 9(6).
        01 REGISTRO-T07JORNL.
         03 TIPO-JORNL PIC X(1).
         03 NROORDEN-JORNL PIC 9(7).
         03 IDREPUESTO-JORNL PIC 9(3).
         03 ANTES-JORNL PIC X(240).
         03 DESPUES-JORNL PIC X(240).
         03 OPERADOR-JORNL PIC X(8).
         03 FECHAPROC-JORNL PIC 9(8).
         03 HORAPROC-JORNL PIC 9(6).
        01 EOF-T07VJORN PIC 9 VALUE 0.
        01 REGISTRO-T07VKARD.
         03 DATOS1-VKARD PIC X(3).
         03 FECHAPROC-VKARD PIC 9(6).
         03 DATOS2-VKARD PIC X(37).
        01 REGISTRO-T07KARDX.
         03 DATOS1-KARDX PIC X(3).
         03 FECHAPROC-KARDX PIC 9(8).
         03 DATOS2-KARDX PIC X(37).
         03 VALOR-KARDX PIC 9(9)V99.
        01 EOF-T07VKARD PIC 9 VALUE 0.
        01 REGISTRO-T07VPEDI.
         03 DATOS1-VPEDI PIC X(25).
         03 FECHAPEDIDO-VPEDI PIC 9(6).
         03 DATOS2-VPEDI PIC X(8).
        01 REGISTRO-T07PEDID.
         03 DATOS1-PEDID PIC X(25).
         03 FECHAPEDIDO-PEDID PIC 9(8).
         03 DATOS2-PEDID PIC X(8).
        01 EOF-T07VPEDI PIC 9 VALUE 0.
        01 REGISTRO-T07VPERC.
         03 AAMM-VPERC PIC 9(4).
         03 DATOS1-VPERC PIC X(1).
        01 REGISTRO-T07PERCT.
         03 AAAAMM-PERCT PIC 9(6).
         03 DATOS1-PERCT PIC X(1).
        01 EOF-T07VPERC PIC 9 VALUE 0.
        01 REGISTRO-T07VPHIS.
         03 DATOS1-VPHIS PIC X(3).
         03 FECHAVIG-VPHIS PIC 9(6).
         03 DATOS2-VPHIS PIC X(9).
        01 REGISTRO-T07PHIST.
         03 DATOS1-PHIST PIC X(3).
         03 FECHAVIG-PHIST PIC 9(8).
         03 DATOS2-PHIST PIC X(9).
        01 EOF-T07VPHIS PIC 9 VALUE 0.
        01 REGISTRO-T07VPRES.
         03 DATOS1-VPRES PIC X(31).
         03 FECHAEMISION-VPRES PIC 9(6).
         03 FECHAVENCE-VPRES PIC 9(6).
         03 DATOS2-VPRES PIC X(8).
        01 REGISTRO-T07PRESU.
         03 DATOS1-PRESU PIC X(31).
         03 FECHAEMISION-PRESU PIC 9(8).
         03 FECHAVENCE-PRESU PIC 9(8).
         03 DATOS2-PRESU PIC X(8).
        01 EOF-T07VPRES PIC 9 VALUE 0.
        01 REGISTRO-T07VRUNC.
         03 FECHA-VRUNC PIC 9(6).
         03 DATOS1-VRUNC PIC X(22).
        01 REGISTRO-T07RUNCT.
         03 FECHA-RUNCT PIC 9(8).
         03 DATOS1-RUNCT PIC X(22).
        01 EOF-T07VRUNC PIC 9 VALUE 0.
        01 REGISTRO-T07VTESP.
         03 FECHA-VTESP PIC 9(6).
         03 DATOS1-VTESP PIC X(15).
        01 REGISTRO-T07TESPE.
         03 FECHA-TESPE PIC 9(8).
         03 DATOS1-TESPE PIC X(15).
        01 EOF-T07VTESP PIC 9 VALUE 0.
        01 REGISTRO-T07VTRAS.
         03 DATOS1-VTRAS PIC X(23).
         03 FECHAPROC-VTRAS PIC 9(6).
         03 DATOS2-VTRAS PIC X(6).
        01 REGISTRO-T07TRASL.
         03 DATOS1-TRASL PIC X(23).
         03 FECHAPROC-TRASL PIC 9(8).
         03 DATOS2-TRASL PIC X(6).
        01 EOF-T07VTRAS PIC 9 VALUE 0.
        01 REGISTRO-T07VTURN.
         03 FECHA-VTURN PIC 9(6).
         03 DATOS1-VTURN PIC X(15).
        01 REGISTRO-T07TURNO.
         03 FECHA-TURNO PIC 9(8).
         03 DATOS1-TURNO PIC X(15).
        01 EOF-T07VTURN PIC 9 VALUE 0.
        01 REGISTRO-T07VHORA.
         03 DATOS1-VHORA PIC X(13).
         03 FECHA-VHORA PIC 9(6).
         03 DATOS2-VHORA PIC X(13).
        01 REGISTRO-T07HORAS.
         03 DATOS1-HORAS PIC X(13).
         03 FECHA-HORAS PIC 9(8).
         03 DATOS2-HORAS PIC X(13).
        01 EOF-T07VHORA PIC 9 VALUE 0.
        01 FECHA-ANTERIOR PIC 9(6).
        01 FECHA-NUEVA PIC 9(8).
        01 PERIODO-ANTERIOR PIC 9(4).
        01 PERIODO-NUEVO PIC 9(6).
        01 ERROR-CLAVE PIC 9 VALUE 0.
        01 CANT-LEIDOS PIC 9(7) VALUE 0.
        01 CANT-GRABADOS PIC 9(7) VALUE 0.
        01 CANT-ERRORES PIC 9(7) VALUE 0.
        01 TOTAL-ERRORES PIC 9(7) VALUE 0.
        01 TITULO.
         03 FILLER PIC X(9) VALUE 'ARCHIVO |'.
         03 FILLER PIC X(8) VALUE 'LEIDOS |'.
         03 FILLER PIC X(8) VALUE 'GRABAD |'.
         03 FILLER PIC X(7) VALUE 'ERRORES'.
        01 LINEA.
         03 FILLER PIC X(32) VALUE ALL '_'.
        01 LINEA-RESUMEN.
         03 ARCHIVO-RESUMEN PIC X(8).
         03 FILLER PIC X(1) VALUE '|'.
         03 LEIDOS-RESUMEN PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 GRABADOS-RESUMEN PIC ZZZZZZ9.
         03 FILLER PIC X(1) VALUE '|'.
         03 ERRORES-RESUMEN PIC ZZZZZZ9.
        PROCEDURE DIVISION.
            OPEN OUTPUT T07SCONV.
            WRITE REG-T07SCONV FROM TITULO.
            WRITE REG-T07SCONV FROM LINEA.
            OPEN INPUT T07VPPAL.
            OPEN OUTPUT PPAL.
            MOVE 0 TO NROORDEN-CLAVE-VPPAL.
            MOVE 0 TO IDREPUESTO-CLAVE-VPPAL.
            START T07VPPAL KEY IS NOT LESS THAN CLAVE-VPPAL
                INVALID KEY MOVE 1 TO EOF-T07VPPAL.
            IF EOF-T07VPPAL = 0 THEN
                READ T07VPPAL NEXT INTO REGISTRO-T07VPPAL
                AT END MOVE 1 TO EOF-T07VPPAL.
            PERFORM COPIAR-PPAL UNTIL EOF-T07VPPAL = 1.
            CLOSE T07VPPAL PPAL.
            MOVE 'PPAL' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VARCH.
            OPEN OUTPUT T07PARCH.
            READ T07VARCH INTO REGISTRO-T07VPPAL
            AT END MOVE 1 TO EOF-T07VARCH.
            PERFORM COPIAR-ARCH UNTIL EOF-T07VARCH = 1.
            CLOSE T07VARCH T07PARCH.
            MOVE 'T07PARCH' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VCTAC.
            OPEN OUTPUT T07CTACT.
            MOVE 0 TO NROORDEN-CLAVE-VCTAC.
            START T07VCTAC KEY IS NOT LESS THAN NROORDEN-CLAVE-VCTAC
                INVALID KEY MOVE 1 TO EOF-T07VCTAC.
            IF EOF-T07VCTAC = 0 THEN
                READ T07VCTAC NEXT INTO REGISTRO-T07VCTAC
                AT END MOVE 1 TO EOF-T07VCTAC.
            PERFORM COPIAR-CTACT UNTIL EOF-T07VCTAC = 1.
            CLOSE T07VCTAC T07CTACT.
            MOVE 'T07CTACT' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VCTAP.
            OPEN OUTPUT T07CTAPR.
            MOVE 0 TO IDPROVEEDOR-CLAVE-VCTAP.
            MOVE SPACES TO NROFACTURA-CLAVE-VCTAP.
            START T07VCTAP KEY IS NOT LESS THAN CLAVE-VCTAP
                INVALID KEY MOVE 1 TO EOF-T07VCTAP.
            IF EOF-T07VCTAP = 0 THEN
                READ T07VCTAP NEXT INTO REGISTRO-T07VCTAP
                AT END MOVE 1 TO EOF-T07VCTAP.
            PERFORM COPIAR-CTAPR UNTIL EOF-T07VCTAP = 1.
            CLOSE T07VCTAP T07CTAPR.
            MOVE 'T07CTAPR' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VCTAS.
            OPEN OUTPUT T07CTASE.
            MOVE 0 TO IDASEGURADORA-CLAVE-VCTAS.
            MOVE 0 TO NROORDEN-CLAVE-VCTAS.
            START T07VCTAS KEY IS NOT LESS THAN CLAVE-VCTAS
                INVALID KEY MOVE 1 TO EOF-T07VCTAS.
            IF EOF-T07VCTAS = 0 THEN
                READ T07VCTAS NEXT INTO REGISTRO-T07VCTAS
                AT END MOVE 1 TO EOF-T07VCTAS.
            PERFORM COPIAR-CTASE UNTIL EOF-T07VCTAS = 1.
            CLOSE T07VCTAS T07CTASE.
            MOVE 'T07CTASE' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VCUOT.
            OPEN OUTPUT T07CUOTA.
            MOVE 0 TO NROORDEN-CLAVE-VCUOT.
            MOVE 0 TO NROCUOTA-CLAVE-VCUOT.
            START T07VCUOT KEY IS NOT LESS THAN CLAVE-VCUOT
                INVALID KEY MOVE 1 TO EOF-T07VCUOT.
            IF EOF-T07VCUOT = 0 THEN
                READ T07VCUOT NEXT INTO REGISTRO-T07VCUOT
                AT END MOVE 1 TO EOF-T07VCUOT.
            PERFORM COPIAR-CUOTA UNTIL EOF-T07VCUOT = 1.
            CLOSE T07VCUOT T07CUOTA.
            MOVE 'T07CUOTA' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VNOTA.
            OPEN OUTPUT T07NOTAS.
            MOVE 0 TO NROORDEN-CLAVE-VNOTA.
            MOVE 0 TO SECUENCIA-CLAVE-VNOTA.
            START T07VNOTA KEY IS NOT LESS THAN CLAVE-VNOTA
                INVALID KEY MOVE 1 TO EOF-T07VNOTA.
            IF EOF-T07VNOTA = 0 THEN
                READ T07VNOTA NEXT INTO REGISTRO-T07VNOTA
                AT END MOVE 1 TO EOF-T07VNOTA.
            PERFORM COPIAR-NOTA UNTIL EOF-T07VNOTA = 1.
            CLOSE T07VNOTA T07NOTAS.
            MOVE 'T07NOTAS' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VRECL.
            OPEN OUTPUT T07RECLA.
            MOVE 0 TO NRORECLAMO-CLAVE-VRECL.
            START T07VRECL KEY IS NOT LESS THAN NRORECLAMO-CLAVE-VRECL
                INVALID KEY MOVE 1 TO EOF-T07VRECL.
            IF EOF-T07VRECL = 0 THEN
                READ T07VRECL NEXT INTO REGISTRO-T07VRECL
                AT END MOVE 1 TO EOF-T07VRECL.
            PERFORM COPIAR-RECLA UNTIL EOF-T07VRECL = 1.
            CLOSE T07VRECL T07RECLA.
            MOVE 'T07RECLA' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VFACT.
            OPEN OUTPUT T07FACTU.
            READ T07VFACT INTO REGISTRO-T07VFACT
            AT END MOVE 1 TO EOF-T07VFACT.
            PERFORM COPIAR-FACTU UNTIL EOF-T07VFACT = 1.
            CLOSE T07VFACT T07FACTU.
            MOVE 'T07FACTU' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VJORN.
            OPEN OUTPUT T07JORNL.
            READ T07VJORN INTO REGISTRO-T07VJORN
            AT END MOVE 1 TO EOF-T07VJORN.
            PERFORM COPIAR-JORNL UNTIL EOF-T07VJORN = 1.
            CLOSE T07VJORN T07JORNL.
            MOVE 'T07JORNL' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VKARD.
            OPEN OUTPUT T07KARDX.
            READ T07VKARD INTO REGISTRO-T07VKARD
            AT END MOVE 1 TO EOF-T07VKARD.
            PERFORM COPIAR-KARDX UNTIL EOF-T07VKARD = 1.
            CLOSE T07VKARD T07KARDX.
            MOVE 'T07KARDX' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VPEDI.
            OPEN OUTPUT T07PEDID.
            READ T07VPEDI INTO REGISTRO-T07VPEDI
            AT END MOVE 1 TO EOF-T07VPEDI.
            PERFORM COPIAR-PEDID UNTIL EOF-T07VPEDI = 1.
            CLOSE T07VPEDI T07PEDID.
            MOVE 'T07PEDID' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VPERC.
            OPEN OUTPUT T07PERCT.
            READ T07VPERC INTO REGISTRO-T07VPERC
            AT END MOVE 1 TO EOF-T07VPERC.
            PERFORM COPIAR-PERCT UNTIL EOF-T07VPERC = 1.
            CLOSE T07VPERC T07PERCT.
            MOVE 'T07PERCT' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VPHIS.
            OPEN OUTPUT T07PHIST.
            READ T07VPHIS INTO REGISTRO-T07VPHIS
            AT END MOVE 1 TO EOF-T07VPHIS.
            PERFORM COPIAR-PHIST UNTIL EOF-T07VPHIS = 1.
            CLOSE T07VPHIS T07PHIST.
            MOVE 'T07PHIST' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VPRES.
            OPEN OUTPUT T07PRESU.
            READ T07VPRES INTO REGISTRO-T07VPRES
            AT END MOVE 1 TO EOF-T07VPRES.
            PERFORM COPIAR-PRESU UNTIL EOF-T07VPRES = 1.
            CLOSE T07VPRES T07PRESU.
            MOVE 'T07PRESU' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VRUNC.
            OPEN OUTPUT T07RUNCT.
            READ T07VRUNC INTO REGISTRO-T07VRUNC
            AT END MOVE 1 TO EOF-T07VRUNC.
            PERFORM COPIAR-RUNCT UNTIL EOF-T07VRUNC = 1.
            CLOSE T07VRUNC T07RUNCT.
            MOVE 'T07RUNCT' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VTESP.
            OPEN OUTPUT T07TESPE.
            READ T07VTESP INTO REGISTRO-T07VTESP
            AT END MOVE 1 TO EOF-T07VTESP.
            PERFORM COPIAR-TESPE UNTIL EOF-T07VTESP = 1.
            CLOSE T07VTESP T07TESPE.
            MOVE 'T07TESPE' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VTRAS.
            OPEN OUTPUT T07TRASL.
            READ T07VTRAS INTO REGISTRO-T07VTRAS
            AT END MOVE 1 TO EOF-T07VTRAS.
            PERFORM COPIAR-TRASL UNTIL EOF-T07VTRAS = 1.
            CLOSE T07VTRAS T07TRASL.
            MOVE 'T07TRASL' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VTURN.
            OPEN OUTPUT T07TURNO.
            READ T07VTURN INTO REGISTRO-T07VTURN
            AT END MOVE 1 TO EOF-T07VTURN.
            PERFORM COPIAR-TURNO UNTIL EOF-T07VTURN = 1.
            CLOSE T07VTURN T07TURNO.
            MOVE 'T07TURNO' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            OPEN INPUT T07VHORA.
            OPEN OUTPUT T07HORAS.
            READ T07VHORA INTO REGISTRO-T07VHORA
            AT END MOVE 1 TO EOF-T07VHORA.
            PERFORM COPIAR-HORAS UNTIL EOF-T07VHORA = 1.
            CLOSE T07VHORA T07HORAS.
            MOVE 'T07HORAS' TO ARCHIVO-RESUMEN.
            PERFORM EMITIR-RESUMEN.
            IF TOTAL-ERRORES > 0 THEN
                MOVE 8 TO RETURN-CODE.
            CLOSE T07SCONV.
            STOP RUN.
        COPIAR-PPAL.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PPAL.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-PPAL FROM REGISTRO-PPAL
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VPPAL NEXT INTO REGISTRO-T07VPPAL
            AT END MOVE 1 TO EOF-T07VPPAL.
        COPIAR-ARCH.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PPAL.
            WRITE REG-T07PARCH FROM REGISTRO-PPAL.
            ADD 1 TO CANT-GRABADOS.
            READ T07VARCH INTO REGISTRO-T07VPPAL
            AT END MOVE 1 TO EOF-T07VARCH.
        COPIAR-CTACT.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-CTACT.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07CTACT FROM REGISTRO-T07CTACT
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VCTAC NEXT INTO REGISTRO-T07VCTAC
            AT END MOVE 1 TO EOF-T07VCTAC.
        COPIAR-CTAPR.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-CTAPR.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07CTAPR FROM REGISTRO-T07CTAPR
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VCTAP NEXT INTO REGISTRO-T07VCTAP
            AT END MOVE 1 TO EOF-T07VCTAP.
        COPIAR-CTASE.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-CTASE.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07CTASE FROM REGISTRO-T07CTASE
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VCTAS NEXT INTO REGISTRO-T07VCTAS
            AT END MOVE 1 TO EOF-T07VCTAS.
        COPIAR-CUOTA.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-CUOTA.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07CUOTA FROM REGISTRO-T07CUOTA
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VCUOT NEXT INTO REGISTRO-T07VCUOT
            AT END MOVE 1 TO EOF-T07VCUOT.
        COPIAR-NOTA.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-NOTA.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07NOTAS FROM REGISTRO-T07NOTAS
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VNOTA NEXT INTO REGISTRO-T07VNOTA
            AT END MOVE 1 TO EOF-T07VNOTA.
        COPIAR-RECLA.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-RECLA.
            MOVE 0 TO ERROR-CLAVE.
            WRITE REG-T07RECLA FROM REGISTRO-T07RECLA
                INVALID KEY MOVE 1 TO ERROR-CLAVE
            END-WRITE.
            IF ERROR-CLAVE = 1 THEN
                ADD 1 TO CANT-ERRORES
            ELSE
                ADD 1 TO CANT-GRABADOS.
            READ T07VRECL NEXT INTO REGISTRO-T07VRECL
            AT END MOVE 1 TO EOF-T07VRECL.
        COPIAR-FACTU.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-FACTU.
            WRITE REG-T07FACTU FROM REGISTRO-T07FACTU.
            ADD 1 TO CANT-GRABADOS.
            READ T07VFACT INTO REGISTRO-T07VFACT
            AT END MOVE 1 TO EOF-T07VFACT.
        COPIAR-JORNL.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-JORNL.
            WRITE REG-T07JORNL FROM REGISTRO-T07JORNL.
            ADD 1 TO CANT-GRABADOS.
            READ T07VJORN INTO REGISTRO-T07VJORN
            AT END MOVE 1 TO EOF-T07VJORN.
        COPIAR-KARDX.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-KARDX.
            WRITE REG-T07KARDX FROM REGISTRO-T07KARDX.
            ADD 1 TO CANT-GRABADOS.
            READ T07VKARD INTO REGISTRO-T07VKARD
            AT END MOVE 1 TO EOF-T07VKARD.
        COPIAR-PEDID.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PEDID.
            WRITE REG-T07PEDID FROM REGISTRO-T07PEDID.
            ADD 1 TO CANT-GRABADOS.
            READ T07VPEDI INTO REGISTRO-T07VPEDI
            AT END MOVE 1 TO EOF-T07VPEDI.
        COPIAR-PERCT.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PERCT.
            WRITE REG-T07PERCT FROM REGISTRO-T07PERCT.
            ADD 1 TO CANT-GRABADOS.
            READ T07VPERC INTO REGISTRO-T07VPERC
            AT END MOVE 1 TO EOF-T07VPERC.
        COPIAR-PHIST.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PHIST.
            WRITE REG-T07PHIST FROM REGISTRO-T07PHIST.
            ADD 1 TO CANT-GRABADOS.
            READ T07VPHIS INTO REGISTRO-T07VPHIS
            AT END MOVE 1 TO EOF-T07VPHIS.
        COPIAR-PRESU.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-PRESU.
            WRITE REG-T07PRESU FROM REGISTRO-T07PRESU.
            ADD 1 TO CANT-GRABADOS.
            READ T07VPRES INTO REGISTRO-T07VPRES
            AT END MOVE 1 TO EOF-T07VPRES.
        COPIAR-RUNCT.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-RUNCT.
            WRITE REG-T07RUNCT FROM REGISTRO-T07RUNCT.
            ADD 1 TO CANT-GRABADOS.
            READ T07VRUNC INTO REGISTRO-T07VRUNC
            AT END MOVE 1 TO EOF-T07VRUNC.
        COPIAR-TESPE.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-TESPE.
            WRITE REG-T07TESPE FROM REGISTRO-T07TESPE.
            ADD 1 TO CANT-GRABADOS.
            READ T07VTESP INTO REGISTRO-T07VTESP
            AT END MOVE 1 TO EOF-T07VTESP.
        COPIAR-TRASL.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-TRASL.
            WRITE REG-T07TRASL FROM REGISTRO-T07TRASL.
            ADD 1 TO CANT-GRABADOS.
            READ T07VTRAS INTO REGISTRO-T07VTRAS
            AT END MOVE 1 TO EOF-T07VTRAS.
        COPIAR-TURNO.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-TURNO.
            WRITE REG-T07TURNO FROM REGISTRO-T07TURNO.
            ADD 1 TO CANT-GRABADOS.
            READ T07VTURN INTO REGISTRO-T07VTURN
            AT END MOVE 1 TO EOF-T07VTURN.
        COPIAR-HORAS.
            ADD 1 TO CANT-LEIDOS.
            PERFORM CONVERTIR-HORAS.
            WRITE REG-T07HORAS FROM REGISTRO-T07HORAS.
            ADD 1 TO CANT-GRABADOS.
            READ T07VHORA INTO REGISTRO-T07VHORA
            AT END MOVE 1 TO EOF-T07VHORA.
        CONVERTIR-PPAL.
            MOVE DATOS1-VPPAL TO DATOS1-PPAL.
            MOVE FECHAINGRESO-VPPAL TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAINGRESO-PPAL.
            MOVE FECHAEGRESO-VPPAL TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAEGRESO-PPAL.
            MOVE DATOS2-VPPAL TO DATOS2-PPAL.
            MOVE FECHAPROC-VPPAL TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROC-PPAL.
            MOVE DATOS3-VPPAL TO DATOS3-PPAL.
            MOVE FECHAPROMETIDA-VPPAL TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROMETIDA-PPAL.
            MOVE DATOS4-VPPAL TO DATOS4-PPAL.
        CONVERTIR-CTACT.
            MOVE DATOS1-VCTAC TO DATOS1-CTACT.
            MOVE FECHAFACT-VCTAC TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAFACT-CTACT.
            MOVE DATOS2-VCTAC TO DATOS2-CTACT.
        CONVERTIR-CTAPR.
            MOVE DATOS1-VCTAP TO DATOS1-CTAPR.
            MOVE FECHAFACT-VCTAP TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAFACT-CTAPR.
            MOVE DATOS2-VCTAP TO DATOS2-CTAPR.
        CONVERTIR-CTASE.
            MOVE DATOS1-VCTAS TO DATOS1-CTASE.
            MOVE FECHAFACT-VCTAS TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAFACT-CTASE.
            MOVE DATOS2-VCTAS TO DATOS2-CTASE.
        CONVERTIR-CUOTA.
            MOVE DATOS1-VCUOT TO DATOS1-CUOTA.
            MOVE FECHAVENCE-VCUOT TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAVENCE-CUOTA.
            MOVE DATOS2-VCUOT TO DATOS2-CUOTA.
        CONVERTIR-NOTA.
            MOVE DATOS1-VNOTA TO DATOS1-NOTA.
            MOVE FECHA-VNOTA TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-NOTA.
            MOVE DATOS2-VNOTA TO DATOS2-NOTA.
        CONVERTIR-RECLA.
            MOVE DATOS1-VRECL TO DATOS1-RECLA.
            MOVE FECHA-VRECL TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-RECLA.
            MOVE DATOS2-VRECL TO DATOS2-RECLA.
        CONVERTIR-FACTU.
            MOVE DATOS1-VFACT TO DATOS1-FACTU.
            MOVE FECHAEGRESO-VFACT TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAEGRESO-FACTU.
            MOVE DATOS2-VFACT TO DATOS2-FACTU.
            MOVE FECHAPROC-VFACT TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROC-FACTU.
            MOVE DATOS3-VFACT TO DATOS3-FACTU.
        CONVERTIR-JORNL.
            MOVE TIPO-VJORN TO TIPO-JORNL.
            MOVE NROORDEN-VJORN TO NROORDEN-JORNL.
            MOVE IDREPUESTO-VJORN TO IDREPUESTO-JORNL.
            MOVE OPERADOR-VJORN TO OPERADOR-JORNL.
            MOVE HORAPROC-VJORN TO HORAPROC-JORNL.
            MOVE FECHAPROC-VJORN TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROC-JORNL.
            MOVE ANTES-VJORN TO ANTES-JORNL.
            IF ANTES-VJORN NOT = SPACES AND TIPO-VJORN = 'C' THEN
                MOVE ANTES-VJORN TO REGISTRO-T07VFACT
                PERFORM CONVERTIR-FACTU
                MOVE REGISTRO-T07FACTU TO ANTES-JORNL.
            IF ANTES-VJORN NOT = SPACES AND TIPO-VJORN NOT = 'C' THEN
                MOVE ANTES-VJORN TO REGISTRO-T07VPPAL
                PERFORM CONVERTIR-PPAL
                MOVE REGISTRO-PPAL TO ANTES-JORNL.
            MOVE DESPUES-VJORN TO DESPUES-JORNL.
            IF DESPUES-VJORN NOT = SPACES AND TIPO-VJORN = 'C' THEN
                MOVE DESPUES-VJORN TO REGISTRO-T07VFACT
                PERFORM CONVERTIR-FACTU
                MOVE REGISTRO-T07FACTU TO DESPUES-JORNL.
            IF DESPUES-VJORN NOT = SPACES AND TIPO-VJORN NOT = 'C' THEN
                MOVE DESPUES-VJORN TO REGISTRO-T07VPPAL
                PERFORM CONVERTIR-PPAL
                MOVE REGISTRO-PPAL TO DESPUES-JORNL.
        CONVERTIR-KARDX.
            MOVE DATOS1-VKARD TO DATOS1-KARDX.
            MOVE FECHAPROC-VKARD TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROC-KARDX.
            MOVE DATOS2-VKARD TO DATOS2-KARDX.
            MOVE 0 TO VALOR-KARDX.
        CONVERTIR-PEDID.
            MOVE DATOS1-VPEDI TO DATOS1-PEDID.
            MOVE FECHAPEDIDO-VPEDI TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPEDIDO-PEDID.
            MOVE DATOS2-VPEDI TO DATOS2-PEDID.
        CONVERTIR-PERCT.
            MOVE AAMM-VPERC TO PERIODO-ANTERIOR.
            PERFORM EXPANDIR-PERIODO.
            MOVE PERIODO-NUEVO TO AAAAMM-PERCT.
            MOVE DATOS1-VPERC TO DATOS1-PERCT.
        CONVERTIR-PHIST.
            MOVE DATOS1-VPHIS TO DATOS1-PHIST.
            MOVE FECHAVIG-VPHIS TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAVIG-PHIST.
            MOVE DATOS2-VPHIS TO DATOS2-PHIST.
        CONVERTIR-PRESU.
            MOVE DATOS1-VPRES TO DATOS1-PRESU.
            MOVE FECHAEMISION-VPRES TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAEMISION-PRESU.
            MOVE FECHAVENCE-VPRES TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAVENCE-PRESU.
            MOVE DATOS2-VPRES TO DATOS2-PRESU.
        CONVERTIR-RUNCT.
            MOVE FECHA-VRUNC TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-RUNCT.
            MOVE DATOS1-VRUNC TO DATOS1-RUNCT.
        CONVERTIR-TESPE.
            MOVE FECHA-VTESP TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-TESPE.
            MOVE DATOS1-VTESP TO DATOS1-TESPE.
        CONVERTIR-TRASL.
            MOVE DATOS1-VTRAS TO DATOS1-TRASL.
            MOVE FECHAPROC-VTRAS TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHAPROC-TRASL.
            MOVE DATOS2-VTRAS TO DATOS2-TRASL.
        CONVERTIR-TURNO.
            MOVE FECHA-VTURN TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-TURNO.
            MOVE DATOS1-VTURN TO DATOS1-TURNO.
        CONVERTIR-HORAS.
            MOVE DATOS1-VHORA TO DATOS1-HORAS.
            MOVE FECHA-VHORA TO FECHA-ANTERIOR.
            PERFORM EXPANDIR-FECHA.
            MOVE FECHA-NUEVA TO FECHA-HORAS.
            MOVE DATOS2-VHORA TO DATOS2-HORAS.
        EXPANDIR-FECHA.
            IF FECHA-ANTERIOR = 0 THEN
                MOVE 0 TO FECHA-NUEVA
            ELSE
                IF FECHA-ANTERIOR < 500000 THEN
                    COMPUTE FECHA-NUEVA = FECHA-ANTERIOR + 20000000
                ELSE
                    COMPUTE FECHA-NUEVA = FECHA-ANTERIOR + 19000000
                END-IF
            END-IF.
        EXPANDIR-PERIODO.
            IF PERIODO-ANTERIOR = 0 THEN
                MOVE 0 TO PERIODO-NUEVO
            ELSE
                IF PERIODO-ANTERIOR < 5000 THEN
                    COMPUTE PERIODO-NUEVO = PERIODO-ANTERIOR + 200000
                ELSE
                    COMPUTE PERIODO-NUEVO = PERIODO-ANTERIOR + 190000
                END-IF
            END-IF.
        EMITIR-RESUMEN.
            MOVE CANT-LEIDOS TO LEIDOS-RESUMEN.
            MOVE CANT-GRABADOS TO GRABADOS-RESUMEN.
            MOVE CANT-ERRORES TO ERRORES-RESUMEN.
            WRITE REG-T07SCONV FROM LINEA-RESUMEN.
            ADD CANT-ERRORES TO TOTAL-ERRORES.
            MOVE 0 TO CANT-LEIDOS.
            MOVE 0 TO CANT-GRABADOS.
            MOVE 0 TO CANT-ERRORES.
//GO.SYSOUT DD SYSOUT=*
//GO.SYSPRINT DD SYSOUT=*
//GO.T07VPPAL DD DSN=KC03BAB.CATALOGO.PPAL.ANTERIOR,DISP=SHR
//GO.PPAL DD DSN=KC03BAB.CATALOGO.PPAL,DISP=SHR
//GO.T07VARCH DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07PARCH),DISP=SHR
//GO.T07PARCH DD DSN=KC03BAB.CATALOGO.SALIDA(T07PARCH),DISP=SHR
//GO.T07VCTAC DD DSN=KC03BAB.CATALOGO.CTACT.ANTERIOR,DISP=SHR
//GO.T07CTACT DD DSN=KC03BAB.CATALOGO.CTACT,DISP=SHR
//GO.T07VCTAP DD DSN=KC03BAB.CATALOGO.CTAPR.ANTERIOR,DISP=SHR
//GO.T07CTAPR DD DSN=KC03BAB.CATALOGO.CTAPR,DISP=SHR
//GO.T07VCTAS DD DSN=KC03BAB.CATALOGO.CTASE.ANTERIOR,DISP=SHR
//GO.T07CTASE DD DSN=KC03BAB.CATALOGO.CTASE,DISP=SHR
//GO.T07VCUOT DD DSN=KC03BAB.CATALOGO.CUOTA.ANTERIOR,DISP=SHR
//GO.T07CUOTA DD DSN=KC03BAB.CATALOGO.CUOTA,DISP=SHR
//GO.T07VNOTA DD DSN=KC03BAB.CATALOGO.NOTAS.ANTERIOR,DISP=SHR
//GO.T07NOTAS DD DSN=KC03BAB.CATALOGO.NOTAS,DISP=SHR
//GO.T07VRECL DD DSN=KC03BAB.CATALOGO.RECLA.ANTERIOR,DISP=SHR
//GO.T07RECLA DD DSN=KC03BAB.CATALOGO.RECLA,DISP=SHR
//GO.T07VFACT DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07FACTU),DISP=SHR
//GO.T07FACTU DD DSN=KC03BAB.CATALOGO.SALIDA(T07FACTU),DISP=SHR
//GO.T07VJORN DD DSN=KC03BAB.CATALOGO.JORNAL.ANTERIOR,DISP=SHR
//GO.T07JORNL DD DSN=KC03BAB.CATALOGO.JORNAL,DISP=OLD
//GO.T07VKARD DD DSN=KC03BAB.CATALOGO.KARDEX.ANTERIOR,DISP=SHR
//GO.T07KARDX DD DSN=KC03BAB.CATALOGO.KARDEX,DISP=OLD
//GO.T07VPEDI DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07PEDID),DISP=SHR
//GO.T07PEDID DD DSN=KC03BAB.CATALOGO.SALIDA(T07PEDID),DISP=SHR
//GO.T07VPERC DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07PERCT),DISP=SHR
//GO.T07PERCT DD DSN=KC03BAB.CATALOGO.PARM(T07PERCT),DISP=SHR
//GO.T07VPHIS DD DSN=KC03BAB.CATALOGO.PHIST.ANTERIOR,DISP=SHR
//GO.T07PHIST DD DSN=KC03BAB.CATALOGO.PHIST,DISP=OLD
//GO.T07VPRES DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07PRESU),DISP=SHR
//GO.T07PRESU DD DSN=KC03BAB.CATALOGO.ENTRADA(T07PRESU),DISP=SHR
//GO.T07VRUNC DD DSN=KC03BAB.CATALOGO.RUNCT.ANTERIOR,DISP=SHR
//GO.T07RUNCT DD DSN=KC03BAB.CATALOGO.RUNCT,DISP=OLD
//GO.T07VTESP DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07TESPE),DISP=SHR
//GO.T07TESPE DD DSN=KC03BAB.CATALOGO.ENTRADA(T07TESPE),DISP=SHR
//GO.T07VTRAS DD DSN=KC03BAB.CATALOGO.TRASL.ANTERIOR,DISP=SHR
//GO.T07TRASL DD DSN=KC03BAB.CATALOGO.TRASL,DISP=OLD
//GO.T07VTURN DD DSN=KC03BAB.CATALOGO.ANTERIOR(T07TURNO),DISP=SHR
//GO.T07TURNO DD DSN=KC03BAB.CATALOGO.ENTRADA(T07TURNO),DISP=SHR
//GO.T07VHORA DD DSN=KC03BAB.CATALOGO.HORAS.ANTERIOR,DISP=SHR
//GO.T07HORAS DD DSN=KC03BAB.CATALOGO.HORAS,DISP=OLD
//GO.T07SCONV DD DSN=KC03BAB.CATALOGO.SALIDA(T07SCONV),DISP=SHR
