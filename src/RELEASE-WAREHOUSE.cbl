000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000725* 02/09/26 * CONTROL DE CORRIDA * LGS *
000725* 15/10/26 * CALENDARIO HABILES * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000725     SELECT FILE-FRC ASSIGN DDFORCE
000725     ACCESS IS SEQUENTIAL
000725     FILE STATUS IS WS-FILFRC-CODE.
000725
000725*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000725     SELECT FILE-CAL  ASSIGN DDCALEND
000725     ORGANIZATION IS INDEXED
000725     ACCESS IS RANDOM
000725     RECORD KEY IS REG-CAL-CLAVE
000725     FILE STATUS IS WS-FILCAL-CODE.
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000725      RECORDING MODE IS F.
000725
000725 01 REG-FILE-FRC    PIC X(01).
000725
000725 FD FILE-CAL
000725      BLOCK CONTAINS 0 RECORDS
000725      RECORDING MODE IS F.
000725
000725 01 REG-CAL.
000725     03  REG-CAL-CLAVE.
000725         05  REG-CAL-SUCURSAL    PIC 9(03).
000725         05  REG-CAL-FECHA       PIC 9(08).
000725     03  FILLER                  PIC X(69).
000422
000423 SD SORT-FILE.
000424
000725
000725     COPY "LAYOUT-RunCtl.cpy".
000725
000725*    FECHA DE CORTE DE LA LIBERACION: ULTIMO DIA HABIL HASTA
000725*    LA FECHA DE PROCESO. UN VALOR QUE CAE EN DIA NO HABIL SE
000725*    LIBERA EL DIA HABIL SIGUIENTE (REGLA DIA HABIL SIGUIENTE)
000725 77  WS-FECHA-CORTE          PIC 9(08)   VALUE ZEROS.
000725
000725********  CALENDARIO DE DIAS HABILES  *
000725
000725 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000725*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000725*    SOLO LOS FERIADOS NACIONALES)
000725 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000725 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000725     88  WS-DHA-HABIL                    VALUE 'S'.
000725     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000725*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000725*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000725 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000725     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000725 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000725 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000725 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000725 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000725 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000725 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000725 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000725 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000725 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000725 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000725 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000725 01  FILLER REDEFINES WS-DHA-FECHA.
000725     03  WS-DHA-ANIO         PIC 9(04).
000725     03  WS-DHA-MES          PIC 9(02).
000725     03  WS-DHA-DIA          PIC 9(02).
000725
000725     COPY "LAYOUT-Calendario.cpy".
000725
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000725        SET WS-FIN-LECTURA TO TRUE
000725        GO TO F-1000-INICIO
000725     END-IF
000725
000725     PERFORM 1700-FECHA-CORTE THRU F-1700-FECHA-CORTE
000734
000735     OPEN INPUT  FILE-PEN.
000736     IF WS-FILPEN-CODE IS NOT EQUAL '00'
000763     END-IF.
000764
000765 F-1000-INICIO.   EXIT.
000725
000725**************************************
000725*  FECHA DE CORTE DE LA LIBERACION   *
000725*  SEGUN EL CALENDARIO NACIONAL      *
000725**************************************
000725
000725 1700-FECHA-CORTE.
000725
000725     OPEN INPUT  FILE-CAL.
000725     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000725        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000725        MOVE 9999 TO RETURN-CODE
000725        SET  WS-FIN-LECTURA TO TRUE
000725        GO TO F-1700-FECHA-CORTE
000725     END-IF.
000725
000725     MOVE ZEROS            TO WS-DHA-SUCURSAL
000725     MOVE WS-FECHA-PROCESO TO WS-DHA-FECHA
000725
000725     PERFORM 8110-AJUSTAR-ANTERIOR THRU F-8110-AJUSTAR-ANTERIOR
000725
000725     MOVE WS-DHA-FECHA TO WS-FECHA-CORTE
000725
000725     IF WS-FECHA-CORTE IS NOT EQUAL WS-FECHA-PROCESO
000725        DISPLAY '* PROCESO EN DIA NO HABIL, SE LIBERA HASTA = '
000725                                   WS-FECHA-CORTE
000725     END-IF
000725
000725     CLOSE FILE-CAL.
000725        IF WS-FILCAL-CODE IS NOT EQUAL '00'
000725           DISPLAY '* ERROR EN CLOSE CALEND  = '
000725                                      WS-FILCAL-CODE
000725           MOVE 9999 TO RETURN-CODE
000725        END-IF.
000725
000725 F-1700-FECHA-CORTE. EXIT.
000766
000767**************************************
000768*  FECHA DE PROCESO: DDPARM O FECHA   *
000835                       THRU F-2200-ACUMULAR-INVENTARIO
000836
000837           IF WS-MOV-FECHA IS NOT GREATER THAN
000838                              WS-FECHA-CORTE
000839
000840              MOVE WS-REG-MOVIMI TO REG-SORT
000841              RELEASE REG-SORT
001015     MOVE WS-INV-IMPORTE (WS-INV-IDX)  TO WS-DET-IMPORTE
001016
001017     IF WS-INV-FECHA (WS-INV-IDX) IS NOT GREATER THAN
001018                                     WS-FECHA-CORTE
001019        MOVE 'LIBERADO  ' TO WS-DET-ESTADO
001020     ELSE
001021        MOVE 'RETENIDO  ' TO WS-DET-ESTADO
001030     END-IF.
001031
001032 F-9510-IMPRIMIR-UNA-FECHA. EXIT.
001032
001032**************************************
001032* CALENDARIO: WS-DHA-FECHA ES DIA    *
001032* HABIL SI NO CAE SABADO O DOMINGO   *
001032* NI ES FERIADO NACIONAL, NI FERIADO *
001032* LOCAL DE WS-DHA-SUCURSAL           *
001032**************************************
001032
001032 8000-EVALUAR-DIA-HABIL.
001032
001032     SET WS-DHA-HABIL TO TRUE
001032
001032     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
001032
001032     IF WS-DHA-FIN-SEMANA
001032        SET WS-DHA-NO-HABIL TO TRUE
001032        GO TO F-8000-EVALUAR-DIA-HABIL
001032     END-IF
001032
001032     MOVE ZEROS        TO REG-CAL-SUCURSAL
001032     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
001032     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001032
001032     IF WS-DHA-HABIL
001032        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
001032        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
001032        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
001032        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001032     END-IF.
001032
001032 F-8000-EVALUAR-DIA-HABIL. EXIT.
001032
001032 8010-DIA-SEMANA.
001032
001032*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
001032*    ANTERIOR
001032
001032     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
001032     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
001032     IF WS-DHA-Z-MES IS LESS THAN 3
001032        ADD 12 TO WS-DHA-Z-MES
001032        SUBTRACT 1 FROM WS-DHA-Z-ANIO
001032     END-IF
001032
001032     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
001032            REMAINDER WS-DHA-Z-ANIO-SIG
001032
001032     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
001032     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
001032     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
001032     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001032     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
001032     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001032     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
001032
001032     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
001032            REMAINDER WS-DHA-RESTO
001032     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
001032
001032 F-8010-DIA-SEMANA. EXIT.
001032
001032 8020-LEER-FERIADO.
001032
001032     READ FILE-CAL INTO WS-REG-CALENDARIO
001032        KEY IS REG-CAL-CLAVE
001032
001032     EVALUATE WS-FILCAL-CODE
001032        WHEN '00'
001032           IF WS-CAL-EST-ACTIVO
001032              SET WS-DHA-NO-HABIL TO TRUE
001032           END-IF
001032        WHEN '23'
001032           CONTINUE
001032        WHEN OTHER
001032           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
001032           MOVE 9999 TO RETURN-CODE
001032           SET WS-FIN-LECTURA TO TRUE
001032           SET WS-DHA-HABIL TO TRUE
001032     END-EVALUATE.
001032
001032 F-8020-LEER-FERIADO. EXIT.
001032
001032**************************************
001032* RESTA UN DIA CORRIDO A WS-DHA-FECHA*
001032**************************************
001032
001032 8040-RESTAR-UN-DIA.
001032
001032     IF WS-DHA-DIA IS GREATER THAN 1
001032        SUBTRACT 1 FROM WS-DHA-DIA
001032     ELSE
001032        IF WS-DHA-MES IS GREATER THAN 1
001032           SUBTRACT 1 FROM WS-DHA-MES
001032        ELSE
001032           MOVE 12 TO WS-DHA-MES
001032           SUBTRACT 1 FROM WS-DHA-ANIO
001032        END-IF
001032        PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001032        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
001032     END-IF.
001032
001032 F-8040-RESTAR-UN-DIA. EXIT.
001032
001032**************************************
001032* CANTIDAD DE DIAS DEL MES DE        *
001032* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001032* BISIESTO)                          *
001032**************************************
001032
001032 8050-DIAS-DEL-MES.
001032
001032     EVALUATE WS-DHA-MES
001032        WHEN 04
001032        WHEN 06
001032        WHEN 09
001032        WHEN 11
001032           MOVE 30 TO WS-DHA-DIAS-MES
001032        WHEN 02
001032           MOVE 28 TO WS-DHA-DIAS-MES
001032           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001032                  REMAINDER WS-DHA-RESTO
001032           IF WS-DHA-RESTO IS EQUAL ZERO
001032              MOVE 29 TO WS-DHA-DIAS-MES
001032              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001032                     REMAINDER WS-DHA-RESTO
001032              IF WS-DHA-RESTO IS EQUAL ZERO
001032                 MOVE 28 TO WS-DHA-DIAS-MES
001032                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001032                        REMAINDER WS-DHA-RESTO
001032                 IF WS-DHA-RESTO IS EQUAL ZERO
001032                    MOVE 29 TO WS-DHA-DIAS-MES
001032                 END-IF
001032              END-IF
001032           END-IF
001032        WHEN OTHER
001032           MOVE 31 TO WS-DHA-DIAS-MES
001032     END-EVALUATE.
001032
001032 F-8050-DIAS-DEL-MES. EXIT.
001032
001032**************************************
001032* REGLA DIA HABIL ANTERIOR: SI       *
001032* WS-DHA-FECHA NO ES HABIL SE CORRE  *
001032* AL ULTIMO DIA HABIL PREVIO         *
001032**************************************
001032
001032 8110-AJUSTAR-ANTERIOR.
001032
001032     MOVE ZEROS TO WS-DHA-PASOS
001032
001032     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
001032
001032     PERFORM 8115-RETROCEDER-UN-DIA THRU F-8115-RETROCEDER-UN-DIA
001032             UNTIL WS-DHA-HABIL.
001032
001032 F-8110-AJUSTAR-ANTERIOR. EXIT.
001032
001032 8115-RETROCEDER-UN-DIA.
001032
001032     ADD 1 TO WS-DHA-PASOS
001032     IF WS-DHA-PASOS IS GREATER THAN 31
001032        DISPLAY '* CALENDARIO SIN DIA HABIL HASTA = ' WS-DHA-FECHA
001032        MOVE 9999 TO RETURN-CODE
001032        SET WS-FIN-LECTURA TO TRUE
001032        SET WS-DHA-HABIL TO TRUE
001032        GO TO F-8115-RETROCEDER-UN-DIA
001032     END-IF
001032
001032     PERFORM 8040-RESTAR-UN-DIA THRU F-8040-RESTAR-UN-DIA
001032
001032     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
001032
001032 F-8115-RETROCEDER-UN-DIA. EXIT.
001033
001034**************************************
001035*   CIERRE DE ARCHIVOS Y TOTALES     *
