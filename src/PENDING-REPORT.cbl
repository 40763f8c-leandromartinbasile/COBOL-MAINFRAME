000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 22/08/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * CALENDARIO HABILES * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000225     ACCESS IS SEQUENTIAL
000226     FILE STATUS IS WS-FILPARM-CODE.
000227
000227*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000227     SELECT FILE-CAL  ASSIGN DDCALEND
000227     ORGANIZATION IS INDEXED
000227     ACCESS IS RANDOM
000227     RECORD KEY IS REG-CAL-CLAVE
000227     FILE STATUS IS WS-FILCAL-CODE.
000227
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000419
000420 01 REG-FILE-PARM    PIC X(08).
000421
000421 FD FILE-CAL
000421      BLOCK CONTAINS 0 RECORDS
000421      RECORDING MODE IS F.
000421
000421 01 REG-CAL.
000421     03  REG-CAL-CLAVE.
000421         05  REG-CAL-SUCURSAL    PIC 9(03).
000421         05  REG-CAL-FECHA       PIC 9(08).
000421     03  FILLER                  PIC X(69).
000421
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILPCO-CODE          PIC X(02)   VALUE SPACES.
000623         VALUE '* EXPIRADAS EN ESTE BARRIDO = '.
000624
000625     COPY "LAYOUT-Pendcor.cpy".
000625
000625*    VENCIMIENTO DE LA CORRECCION (VER 8200-VENCE-APROBACION)
000625 77  WS-PEND-VENCE           PIC 9(08)   VALUE ZEROS.
000625
000625********  CALENDARIO DE DIAS HABILES  *
000625
000625 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000625*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000625*    SOLO LOS FERIADOS NACIONALES)
000625 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000625 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000625     88  WS-DHA-HABIL                    VALUE 'S'.
000625     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000625*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000625*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000625 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000625     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000625 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000625 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000625 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000625 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000625 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000625 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000625 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000625 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000625 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000625 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000625 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000625 01  FILLER REDEFINES WS-DHA-FECHA.
000625     03  WS-DHA-ANIO         PIC 9(04).
000625     03  WS-DHA-MES          PIC 9(02).
000625     03  WS-DHA-DIA          PIC 9(02).
000625
000625     COPY "LAYOUT-Calendario.cpy".
000626
000700 PROCEDURE DIVISION.
000701
000736        MOVE 9999 TO RETURN-CODE
000737        SET  WS-FIN-LECTURA TO TRUE
000738     END-IF.
000738
000738     OPEN INPUT  FILE-CAL.
000738     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000738        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000738        MOVE 9999 TO RETURN-CODE
000738        SET  WS-FIN-LECTURA TO TRUE
000738     END-IF.
000739
000740     IF WS-NO-FIN-LECTURA
000741        PERFORM 3000-LEER-PENDIENTE THRU F-3000-LEER-PENDIENTE
000823
000824 2000-PROCESO.
000825
000826*    EXPIRAR LA PENDIENTE QUE SUPERO SU VENCIMIENTO (DIAS DE
000826*    VIGENCIA CORRIDOS AL DIA HABIL SIGUIENTE)
000827
000828     IF WS-PCO-EST-PENDIENTE
000829
000830        PERFORM 8200-VENCE-APROBACION
000830                    THRU F-8200-VENCE-APROBACION
000835
000836        IF WS-FECHA-PROCESO IS GREATER THAN WS-PEND-VENCE
000837           MOVE 'X'              TO WS-PCO-ESTADO
000838           MOVE 'BARRIDO '       TO WS-PCO-OPER-RESOL
000839           MOVE WS-FECHA-PROCESO TO WS-PCO-FEC-RESOL
000963     END-EVALUATE.
000964
000965 F-3000-LEER-PENDIENTE. EXIT.
000965
000965**************************************
000965* CALENDARIO: WS-DHA-FECHA ES DIA    *
000965* HABIL SI NO CAE SABADO O DOMINGO   *
000965* NI ES FERIADO NACIONAL, NI FERIADO *
000965* LOCAL DE WS-DHA-SUCURSAL           *
000965**************************************
000965
000965 8000-EVALUAR-DIA-HABIL.
000965
000965     SET WS-DHA-HABIL TO TRUE
000965
000965     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
000965
000965     IF WS-DHA-FIN-SEMANA
000965        SET WS-DHA-NO-HABIL TO TRUE
000965        GO TO F-8000-EVALUAR-DIA-HABIL
000965     END-IF
000965
000965     MOVE ZEROS        TO REG-CAL-SUCURSAL
000965     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
000965     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000965
000965     IF WS-DHA-HABIL
000965        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
000965        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
000965        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
000965        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000965     END-IF.
000965
000965 F-8000-EVALUAR-DIA-HABIL. EXIT.
000965
000965 8010-DIA-SEMANA.
000965
000965*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
000965*    ANTERIOR
000965
000965     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
000965     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
000965     IF WS-DHA-Z-MES IS LESS THAN 3
000965        ADD 12 TO WS-DHA-Z-MES
000965        SUBTRACT 1 FROM WS-DHA-Z-ANIO
000965     END-IF
000965
000965     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
000965            REMAINDER WS-DHA-Z-ANIO-SIG
000965
000965     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
000965     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
000965     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
000965     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000965     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
000965     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000965     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
000965
000965     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
000965            REMAINDER WS-DHA-RESTO
000965     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
000965
000965 F-8010-DIA-SEMANA. EXIT.
000965
000965 8020-LEER-FERIADO.
000965
000965     READ FILE-CAL INTO WS-REG-CALENDARIO
000965        KEY IS REG-CAL-CLAVE
000965
000965     EVALUATE WS-FILCAL-CODE
000965        WHEN '00'
000965           IF WS-CAL-EST-ACTIVO
000965              SET WS-DHA-NO-HABIL TO TRUE
000965           END-IF
000965        WHEN '23'
000965           CONTINUE
000965        WHEN OTHER
000965           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
000965           MOVE 9999 TO RETURN-CODE
000965           SET WS-FIN-LECTURA TO TRUE
000965           SET WS-DHA-HABIL TO TRUE
000965     END-EVALUATE.
000965
000965 F-8020-LEER-FERIADO. EXIT.
000965
000965**************************************
000965* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
000965**************************************
000965
000965 8030-SUMAR-UN-DIA.
000965
000965     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000965
000965     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
000965        ADD 1 TO WS-DHA-DIA
000965     ELSE
000965        MOVE 1 TO WS-DHA-DIA
000965        IF WS-DHA-MES IS LESS THAN 12
000965           ADD 1 TO WS-DHA-MES
000965        ELSE
000965           MOVE 1 TO WS-DHA-MES
000965           ADD 1 TO WS-DHA-ANIO
000965        END-IF
000965     END-IF.
000965
000965 F-8030-SUMAR-UN-DIA. EXIT.
000965
000965**************************************
000965* CANTIDAD DE DIAS DEL MES DE        *
000965* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
000965* BISIESTO)                          *
000965**************************************
000965
000965 8050-DIAS-DEL-MES.
000965
000965     EVALUATE WS-DHA-MES
000965        WHEN 04
000965        WHEN 06
000965        WHEN 09
000965        WHEN 11
000965           MOVE 30 TO WS-DHA-DIAS-MES
000965        WHEN 02
000965           MOVE 28 TO WS-DHA-DIAS-MES
000965           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
000965                  REMAINDER WS-DHA-RESTO
000965           IF WS-DHA-RESTO IS EQUAL ZERO
000965              MOVE 29 TO WS-DHA-DIAS-MES
000965              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
000965                     REMAINDER WS-DHA-RESTO
000965              IF WS-DHA-RESTO IS EQUAL ZERO
000965                 MOVE 28 TO WS-DHA-DIAS-MES
000965                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
000965                        REMAINDER WS-DHA-RESTO
000965                 IF WS-DHA-RESTO IS EQUAL ZERO
000965                    MOVE 29 TO WS-DHA-DIAS-MES
000965                 END-IF
000965              END-IF
000965           END-IF
000965        WHEN OTHER
000965           MOVE 31 TO WS-DHA-DIAS-MES
000965     END-EVALUATE.
000965
000965 F-8050-DIAS-DEL-MES. EXIT.
000965
000965**************************************
000965* SUMA WS-DHA-CANT-DIAS DIAS CORRIDOS*
000965* A WS-DHA-FECHA, DE A UN MES POR VEZ*
000965**************************************
000965
000965 8060-SUMAR-DIAS.
000965
000965     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000965
000965     IF WS-DHA-DIA IS GREATER THAN WS-DHA-DIAS-MES
000965        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
000965     END-IF
000965
000965     PERFORM 8065-SUMAR-TRAMO THRU F-8065-SUMAR-TRAMO
000965             UNTIL WS-DHA-CANT-DIAS IS EQUAL ZEROS.
000965
000965 F-8060-SUMAR-DIAS. EXIT.
000965
000965 8065-SUMAR-TRAMO.
000965
000965     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000965
000965*    DIAS QUE QUEDAN HASTA FIN DEL MES EN CURSO
000965
000965     COMPUTE WS-DHA-COCIENTE = WS-DHA-DIAS-MES - WS-DHA-DIA
000965
000965     IF WS-DHA-CANT-DIAS IS NOT GREATER THAN WS-DHA-COCIENTE
000965        ADD WS-DHA-CANT-DIAS TO WS-DHA-DIA
000965        MOVE ZEROS TO WS-DHA-CANT-DIAS
000965     ELSE
000965        COMPUTE WS-DHA-CANT-DIAS =
000965                WS-DHA-CANT-DIAS - WS-DHA-COCIENTE - 1
000965        MOVE 1 TO WS-DHA-DIA
000965        IF WS-DHA-MES IS LESS THAN 12
000965           ADD 1 TO WS-DHA-MES
000965        ELSE
000965           MOVE 1 TO WS-DHA-MES
000965           ADD 1 TO WS-DHA-ANIO
000965        END-IF
000965     END-IF.
000965
000965 F-8065-SUMAR-TRAMO. EXIT.
000965
000965**************************************
000965* REGLA DIA HABIL SIGUIENTE: SI      *
000965* WS-DHA-FECHA NO ES HABIL SE CORRE  *
000965* AL PRIMER DIA HABIL POSTERIOR      *
000965**************************************
000965
000965 8100-AJUSTAR-SIGUIENTE.
000965
000965     MOVE ZEROS TO WS-DHA-PASOS
000965
000965     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
000965
000965     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
000965             UNTIL WS-DHA-HABIL.
000965
000965 F-8100-AJUSTAR-SIGUIENTE. EXIT.
000965
000965 8105-AVANZAR-UN-DIA.
000965
000965*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
000965
000965     ADD 1 TO WS-DHA-PASOS
000965     IF WS-DHA-PASOS IS GREATER THAN 31
000965        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
000965        MOVE 9999 TO RETURN-CODE
000965        SET WS-FIN-LECTURA TO TRUE
000965        SET WS-DHA-HABIL TO TRUE
000965        GO TO F-8105-AVANZAR-UN-DIA
000965     END-IF
000965
000965     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
000965
000965     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
000965
000965 F-8105-AVANZAR-UN-DIA. EXIT.
000965
000965**************************************
000965*  VENCIMIENTO DE UNA CORRECCION EN  *
000965*  APROBACION: FECHA DE CARGA MAS LOS*
000965*  DIAS DE VIGENCIA (CORRIDOS), CON  *
000965*  REGLA DIA HABIL SIGUIENTE SEGUN EL*
000965*  CALENDARIO NACIONAL               *
000965**************************************
000965
000965 8200-VENCE-APROBACION.
000965
000965     MOVE ZEROS            TO WS-DHA-SUCURSAL
000965     MOVE WS-PCO-FEC-CARGA TO WS-DHA-FECHA
000965     MOVE WS-APR-DIAS      TO WS-DHA-CANT-DIAS
000965
000965     PERFORM 8060-SUMAR-DIAS THRU F-8060-SUMAR-DIAS
000965
000965     PERFORM 8100-AJUSTAR-SIGUIENTE THRU F-8100-AJUSTAR-SIGUIENTE
000965
000965     MOVE WS-DHA-FECHA TO WS-PEND-VENCE.
000965
000965 F-8200-VENCE-APROBACION. EXIT.
000966
000967**************************************
000968*   CIERRE DE ARCHIVOS Y TOTALES     *
000983                                      WS-FILLIS-CODE
000984           MOVE 9999 TO RETURN-CODE
000985        END-IF.
000985
000985     CLOSE FILE-CAL.
000985        IF WS-FILCAL-CODE IS NOT EQUAL '00'
000985           DISPLAY '* ERROR EN CLOSE CALEND  = '
000985                                      WS-FILCAL-CODE
000985           MOVE 9999 TO RETURN-CODE
000985        END-IF.
000986
000987**************************************
000988*   MOSTRAR TOTALES DE CONTROL       *
