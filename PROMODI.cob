             88 CAMBIA-TELEFONO-PROM VALUE 'T'.
             88 CAMBIA-REPUESTO-PROM VALUE 'R'.
             88 CAMBIA-COSTO-PROM VALUE 'P'.
             88 CAMBIA-GANANCIAS-PROM VALUE 'G'.
             88 CAMBIA-IIBB-PROM VALUE 'I'.
         03 NOMBRE-T07EPROM PIC X(30).
         03 CUIT-T07EPROM PIC X(13).
         03 TELEFONO-T07EPROM PIC X(12).
         03 IDREPUESTO-T07EPROM PIC 9(3).
         03 COSTO-T07EPROM PIC 9(7)V99.
         03 CONDGAN-T07EPROM PIC X(1).
         03 TASAGAN-T07EPROM PIC 9(2)V99.
         03 CONDIIBB-T07EPROM PIC X(1).
         03 TASAIIBB-T07EPROM PIC 9(2)V99.
        01 REGISTRO-T07SPROM.
         03 IDPROVEEDOR-T07SPROM PIC 9(3).
         03 CAMPO-T07SPROM PIC X(1).
         03 TELEFONO-PROVE PIC X(12).
         03 IDREPUESTO-PROVE PIC 9(3).
         03 COSTO-PROVE PIC 9(7)V99.
         03 CONDGAN-PROVE PIC X(1).
         03 TASAGAN-PROVE PIC 9(2)V99.
         03 CONDIIBB-PROVE PIC X(1).
         03 TASAIIBB-PROVE PIC 9(2)V99.
        01 PROVEEDOR-ENCONTRADO.
         03 IDPROVEEDOR-ENCONTRADO PIC 9(3).
         03 NOMBRE-ENCONTRADO PIC X(30).
         03 TELEFONO-ENCONTRADO PIC X(12).
         03 IDREPUESTO-ENCONTRADO PIC 9(3).
         03 COSTO-ENCONTRADO PIC 9(7)V99.
         03 CONDGAN-ENCONTRADO PIC X(1).
         03 TASAGAN-ENCONTRADO PIC 9(2)V99.
         03 CONDIIBB-ENCONTRADO PIC X(1).
         03 TASAIIBB-ENCONTRADO PIC 9(2)V99.
        01 EOF-T07PROVE PIC 9 VALUE 0.
        01 EOF-T07EPROM PIC 9 VALUE 0.
        01 EXISTE-PROVE PIC 9 VALUE 0.
                MOVE TELEFONO-ENCONTRADO TO TELEFONO-PROVE
                MOVE IDREPUESTO-ENCONTRADO TO IDREPUESTO-PROVE
                MOVE COSTO-ENCONTRADO TO COSTO-PROVE
                MOVE CONDGAN-ENCONTRADO TO CONDGAN-PROVE
                MOVE TASAGAN-ENCONTRADO TO TASAGAN-PROVE
                MOVE CONDIIBB-ENCONTRADO TO CONDIIBB-PROVE
                MOVE TASAIIBB-ENCONTRADO TO TASAIIBB-PROVE
                IF CAMBIA-NOMBRE-PROM THEN
                    MOVE NOMBRE-T07EPROM TO NOMBRE-PROVE
                END-IF
                IF CAMBIA-COSTO-PROM THEN
                    MOVE COSTO-T07EPROM TO COSTO-PROVE
                END-IF
                IF CAMBIA-GANANCIAS-PROM THEN
                    MOVE CONDGAN-T07EPROM TO CONDGAN-PROVE
                    MOVE TASAGAN-T07EPROM TO TASAGAN-PROVE
                END-IF
                IF CAMBIA-IIBB-PROM THEN
                    MOVE CONDIIBB-T07EPROM TO CONDIIBB-PROVE
                    MOVE TASAIIBB-T07EPROM TO TASAIIBB-PROVE
                END-IF
                OPEN EXTEND T07PRONU
                WRITE REG-T07PRONU FROM REGISTRO-T07PROVE
                CLOSE T07PRONU
                    MOVE TELEFONO-PROVE TO TELEFONO-ENCONTRADO
                    MOVE IDREPUESTO-PROVE TO IDREPUESTO-ENCONTRADO
                    MOVE COSTO-PROVE TO COSTO-ENCONTRADO
                    MOVE CONDGAN-PROVE TO CONDGAN-ENCONTRADO
                    MOVE TASAGAN-PROVE TO TASAGAN-ENCONTRADO
                    MOVE CONDIIBB-PROVE TO CONDIIBB-ENCONTRADO
                    MOVE TASAIIBB-PROVE TO TASAIIBB-ENCONTRADO
                ELSE
                    WRITE REG-T07PRONU FROM REGISTRO-T07PROVE
                END-IF
