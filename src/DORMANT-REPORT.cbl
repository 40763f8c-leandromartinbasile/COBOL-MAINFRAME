000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 22/08/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * CALENDARIO HABILES * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000219     ACCESS IS SEQUENTIAL
000220     FILE STATUS IS WS-FILPARM-CODE.
000221
000221*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000221     SELECT FILE-CAL  ASSIGN DDCALEND
000221     ORGANIZATION IS INDEXED
000221     ACCESS IS RANDOM
000221     RECORD KEY IS REG-CAL-CLAVE
000221     FILE STATUS IS WS-FILCAL-CODE.
000221
000222     SELECT SORT-FILE ASSIGN DDSORTWK.
000223
000390 DATA DIVISION.
000413
000414 01 REG-FILE-PARM    PIC X(08).
000415
000415 FD FILE-CAL
000415      BLOCK CONTAINS 0 RECORDS
000415      RECORDING MODE IS F.
000415
000415 01 REG-CAL.
000415     03  REG-CAL-CLAVE.
000415         05  REG-CAL-SUCURSAL    PIC 9(03).
000415         05  REG-CAL-FECHA       PIC 9(08).
000415     03  FILLER                  PIC X(69).
000415
000416 SD SORT-FILE.
000417
000418*    SE CLASIFICA POR SUCURSAL Y DENTRO POR CLAVE DE CUENTA
000621         VALUE '* DORMIDAS MAS DE 365 DIAS  = '.
000622
000623     COPY "LAYOUT-Clients.cpy".
000623
000623********  CALENDARIO DE DIAS HABILES  *
000623
000623 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000623*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000623*    SOLO LOS FERIADOS NACIONALES)
000623 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000623 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000623     88  WS-DHA-HABIL                    VALUE 'S'.
000623     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000623*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000623*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000623 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000623     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000623 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000623 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000623 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000623 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000623 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000623 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000623 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000623 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000623 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000623 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000623 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000623 01  FILLER REDEFINES WS-DHA-FECHA.
000623     03  WS-DHA-ANIO         PIC 9(04).
000623     03  WS-DHA-MES          PIC 9(02).
000623     03  WS-DHA-DIA          PIC 9(02).
000623
000623     COPY "LAYOUT-Calendario.cpy".
000624
000600 PROCEDURE DIVISION.
000601
000628
000629     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000630
000631     PERFORM 1700-FECHA-REFERENCIA THRU F-1700-FECHA-REFERENCIA.
000632
000633     OPEN INPUT  FILE1.
000634     IF WS-FIL1-CODE IS NOT EQUAL '00'
000687     END-IF.
000688
000689 F-1050-LEER-PARM-FECHA. EXIT.
000689
000689**************************************
000689* FECHA DE REFERENCIA DE LOS DIAS DE *
000689* INACTIVIDAD: ULTIMO DIA HABIL NO   *
000689* POSTERIOR A LA FECHA DE PROCESO    *
000689* (CALENDARIO NACIONAL)              *
000689**************************************
000689
000689 1700-FECHA-REFERENCIA.
000689
000689     OPEN INPUT FILE-CAL
000689     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000689        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000689        MOVE 9999 TO RETURN-CODE
000689        SET  WS-FIN-LECTURA TO TRUE
000689        GO TO F-1700-FECHA-REFERENCIA
000689     END-IF
000689
000689     MOVE ZEROS            TO WS-DHA-SUCURSAL
000689     MOVE WS-FECHA-PROCESO TO WS-DHA-FECHA
000689     PERFORM 8110-AJUSTAR-ANTERIOR THRU F-8110-AJUSTAR-ANTERIOR
000689     MOVE WS-DHA-FECHA     TO WS-FECHA-PROCESO-R
000689
000689     IF WS-FECHA-PROCESO-R IS NOT EQUAL WS-FECHA-PROCESO
000689        DISPLAY '* DIAS DE INACTIVIDAD AL DIA HABIL = '
000689                                   WS-FECHA-PROCESO-R
000689     END-IF
000689
000689     CLOSE FILE-CAL
000689     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000689        DISPLAY '* ERROR EN CLOSE CALEND  = ' WS-FILCAL-CODE
000689        MOVE 9999 TO RETURN-CODE
000689     END-IF.
000689
000689 F-1700-FECHA-REFERENCIA. EXIT.
000690
000691**************************************
000692*  RECORRER EL MAESTRO Y LIBERAR AL   *
000754     END-EVALUATE.
000755
000756 F-2010-SELECCIONAR-UNA. EXIT.
000756
000756**************************************
000756* CALENDARIO: WS-DHA-FECHA ES DIA    *
000756* HABIL SI NO CAE SABADO O DOMINGO   *
000756* NI ES FERIADO NACIONAL, NI FERIADO *
000756* LOCAL DE WS-DHA-SUCURSAL           *
000756**************************************
000756
000756 8000-EVALUAR-DIA-HABIL.
000756
000756     SET WS-DHA-HABIL TO TRUE
000756
000756     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
000756
000756     IF WS-DHA-FIN-SEMANA
000756        SET WS-DHA-NO-HABIL TO TRUE
000756        GO TO F-8000-EVALUAR-DIA-HABIL
000756     END-IF
000756
000756     MOVE ZEROS        TO REG-CAL-SUCURSAL
000756     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
000756     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000756
000756     IF WS-DHA-HABIL
000756        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
000756        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
000756        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
000756        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
000756     END-IF.
000756
000756 F-8000-EVALUAR-DIA-HABIL. EXIT.
000756
000756 8010-DIA-SEMANA.
000756
000756*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
000756*    ANTERIOR
000756
000756     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
000756     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
000756     IF WS-DHA-Z-MES IS LESS THAN 3
000756        ADD 12 TO WS-DHA-Z-MES
000756        SUBTRACT 1 FROM WS-DHA-Z-ANIO
000756     END-IF
000756
000756     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
000756            REMAINDER WS-DHA-Z-ANIO-SIG
000756
000756     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
000756     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
000756     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
000756     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000756     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
000756     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
000756     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
000756
000756     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
000756            REMAINDER WS-DHA-RESTO
000756     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
000756
000756 F-8010-DIA-SEMANA. EXIT.
000756
000756 8020-LEER-FERIADO.
000756
000756     READ FILE-CAL INTO WS-REG-CALENDARIO
000756        KEY IS REG-CAL-CLAVE
000756
000756     EVALUATE WS-FILCAL-CODE
000756        WHEN '00'
000756           IF WS-CAL-EST-ACTIVO
000756              SET WS-DHA-NO-HABIL TO TRUE
000756           END-IF
000756        WHEN '23'
000756           CONTINUE
000756        WHEN OTHER
000756           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
000756           MOVE 9999 TO RETURN-CODE
000756           SET WS-FIN-LECTURA TO TRUE
000756           SET WS-DHA-HABIL TO TRUE
000756     END-EVALUATE.
000756
000756 F-8020-LEER-FERIADO. EXIT.
000756
000756**************************************
000756* RESTA UN DIA CORRIDO A WS-DHA-FECHA*
000756**************************************
000756
000756 8040-RESTAR-UN-DIA.
000756
000756     IF WS-DHA-DIA IS GREATER THAN 1
000756        SUBTRACT 1 FROM WS-DHA-DIA
000756     ELSE
000756        IF WS-DHA-MES IS GREATER THAN 1
000756           SUBTRACT 1 FROM WS-DHA-MES
000756        ELSE
000756           MOVE 12 TO WS-DHA-MES
000756           SUBTRACT 1 FROM WS-DHA-ANIO
000756        END-IF
000756        PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
000756        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
000756     END-IF.
000756
000756 F-8040-RESTAR-UN-DIA. EXIT.
000756
000756**************************************
000756* CANTIDAD DE DIAS DEL MES DE        *
000756* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
000756* BISIESTO)                          *
000756**************************************
000756
000756 8050-DIAS-DEL-MES.
000756
000756     EVALUATE WS-DHA-MES
000756        WHEN 04
000756        WHEN 06
000756        WHEN 09
000756        WHEN 11
000756           MOVE 30 TO WS-DHA-DIAS-MES
000756        WHEN 02
000756           MOVE 28 TO WS-DHA-DIAS-MES
000756           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
000756                  REMAINDER WS-DHA-RESTO
000756           IF WS-DHA-RESTO IS EQUAL ZERO
000756              MOVE 29 TO WS-DHA-DIAS-MES
000756              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
000756                     REMAINDER WS-DHA-RESTO
000756              IF WS-DHA-RESTO IS EQUAL ZERO
000756                 MOVE 28 TO WS-DHA-DIAS-MES
000756                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
000756                        REMAINDER WS-DHA-RESTO
000756                 IF WS-DHA-RESTO IS EQUAL ZERO
000756                    MOVE 29 TO WS-DHA-DIAS-MES
000756                 END-IF
000756              END-IF
000756           END-IF
000756        WHEN OTHER
000756           MOVE 31 TO WS-DHA-DIAS-MES
000756     END-EVALUATE.
000756
000756 F-8050-DIAS-DEL-MES. EXIT.
000756
000756**************************************
000756* REGLA DIA HABIL ANTERIOR: SI       *
000756* WS-DHA-FECHA NO ES HABIL SE CORRE  *
000756* AL ULTIMO DIA HABIL PREVIO         *
000756**************************************
000756
000756 8110-AJUSTAR-ANTERIOR.
000756
000756     MOVE ZEROS TO WS-DHA-PASOS
000756
000756     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
000756
000756     PERFORM 8115-RETROCEDER-UN-DIA THRU F-8115-RETROCEDER-UN-DIA
000756             UNTIL WS-DHA-HABIL.
000756
000756 F-8110-AJUSTAR-ANTERIOR. EXIT.
000756
000756 8115-RETROCEDER-UN-DIA.
000756
000756     ADD 1 TO WS-DHA-PASOS
000756     IF WS-DHA-PASOS IS GREATER THAN 31
000756        DISPLAY '* CALENDARIO SIN DIA HABIL HASTA = ' WS-DHA-FECHA
000756        MOVE 9999 TO RETURN-CODE
000756        SET WS-FIN-LECTURA TO TRUE
000756        SET WS-DHA-HABIL TO TRUE
000756        GO TO F-8115-RETROCEDER-UN-DIA
000756     END-IF
000756
000756     PERFORM 8040-RESTAR-UN-DIA THRU F-8040-RESTAR-UN-DIA
000756
000756     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
000756
000756 F-8115-RETROCEDER-UN-DIA. EXIT.
000757
000758**************************************
000759*  LISTAR LAS DORMIDAS ORDENADAS POR  *
