000130*                                                        *
000140*    PERIOD CLOSE code                                   *
000150*    CIERRE FORMAL DE PERIODO (MENSUAL Y ANUAL): BARRE   *
000160*    EL MAESTRO DDCLIEN COMPLETO EL PRIMER DIA HABIL     *
000160*    (SEGUN EL CALENDARIO DDCALEND, VER PGMAPJ5E),       *
000170*    GRABA EN DDPERHIS LA FOTO FINAL DE LOS ACUMULADOS   *
000171*    MTD/YTD Y EL SALDO DE CADA CUENTA, Y RENUEVA LOS    *
000172*    ACUMULADOS AL PERIODO NUEVO TAMBIEN PARA LAS        *
000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * PRESTAMOS TIPO 05  * LGS *
000193* 15/10/26 * CALENDARIO HABILES * LGS *
000193* 15/10/26 * REVERSION DE FECHA * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000232     ACCESS IS SEQUENTIAL
000233     FILE STATUS IS WS-FILPARM-CODE.
000234
000234*    MARCA OPCIONAL DE CORRIDA FORZADA (DDFORCE): PERMITE UN
000234*    CIERRE DE RECUPERO FUERA DEL PRIMER DIA HABIL
000234     SELECT FILE-FRC ASSIGN DDFORCE
000234     ACCESS IS SEQUENTIAL
000234     FILE STATUS IS WS-FILFRC-CODE.
000234
000234*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000234     SELECT FILE-CAL  ASSIGN DDCALEND
000234     ORGANIZATION IS INDEXED
000234     ACCESS IS RANDOM
000234     RECORD KEY IS REG-CAL-CLAVE
000234     FILE STATUS IS WS-FILCAL-CODE.
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000425
000426 01 REG-FILE-PARM    PIC X(08).
000427
000427 FD FILE-FRC
000427      BLOCK CONTAINS 0 RECORDS
000427      RECORDING MODE IS F.
000427
000427 01 REG-FILE-FRC    PIC X(01).
000427
000427 FD FILE-CAL
000427      BLOCK CONTAINS 0 RECORDS
000427      RECORDING MODE IS F.
000427
000427 01 REG-CAL.
000427     03  REG-CAL-CLAVE.
000427         05  REG-CAL-SUCURSAL    PIC 9(03).
000427         05  REG-CAL-FECHA       PIC 9(08).
000427     03  FILLER                  PIC X(69).
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000616     COPY "LAYOUT-Clients.cpy".
000617     COPY "LAYOUT-PerHist.cpy".
000618     COPY "LAYOUT-Historia.cpy".
000618
000618********  PRIMER DIA HABIL DEL MES  *
000618
000618 77  WS-FILFRC-CODE          PIC X(02)   VALUE SPACES.
000618
000618 77  WS-RUN-FORCE-SW         PIC X       VALUE 'N'.
000618     88  WS-RUN-CON-FORCE                VALUE 'Y'.
000618     88  WS-RUN-SIN-FORCE                VALUE 'N'.
000618
000618 01  WS-REG-PARM-FORCE.
000618     03  WS-PARM-FORCE       PIC X(01).
000618
000618*    EL CIERRE CORRE SOLO EL PRIMER DIA HABIL DEL MES (SALVO
000618*    DDFORCE); LOS DEMAS DIAS EL PASO TERMINA SIN CERRAR
000618 77  WS-PRIMER-HABIL         PIC 9(08)   VALUE ZEROS.
000618 77  WS-CIE-OMITIDO-SW       PIC X       VALUE 'N'.
000618     88  WS-CIE-OMITIDO                  VALUE 'Y'.
000618     88  WS-CIE-NO-OMITIDO               VALUE 'N'.
000618
000618********  CALENDARIO DE DIAS HABILES  *
000618
000618 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000618*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000618*    SOLO LOS FERIADOS NACIONALES)
000618 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000618 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000618     88  WS-DHA-HABIL                    VALUE 'S'.
000618     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000618*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000618*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000618 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000618     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000618 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000618 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000618 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000618 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000618 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000618 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000618 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000618 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000618 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000618 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000618 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000618 01  FILLER REDEFINES WS-DHA-FECHA.
000618     03  WS-DHA-ANIO         PIC 9(04).
000618     03  WS-DHA-MES          PIC 9(02).
000618     03  WS-DHA-DIA          PIC 9(02).
000618
000618     COPY "LAYOUT-Calendario.cpy".
000619
000700 PROCEDURE DIVISION.
000701
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000705     IF WS-CIE-OMITIDO
000705        GO TO F-MAIN-PROGRAM
000705     END-IF
000705
000706     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000707               UNTIL WS-FIN-LECTURA.
000708
000722
000723     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000724
000724     PERFORM 1700-CONTROL-PRIMER-HABIL
000724                 THRU F-1700-CONTROL-PRIMER-HABIL
000724
000724     IF WS-CIE-OMITIDO
000724        GO TO F-1000-INICIO
000724     END-IF
000724
000725*    PERIODO NUEVO = MES DE LA FECHA DE PROCESO; PERIODO
000726*    CERRADO = EL MES ANTERIOR. CERRAR DICIEMBRE ES TAMBIEN
000727*    EL CIERRE ANUAL (SE RENUEVA EL YTD)
000840
000841 F-1050-LEER-PARM-FECHA. EXIT.
000842
000842**************************************
000842*  EL CIERRE CORRESPONDE AL PRIMER DIA*
000842*  HABIL DEL MES (DIA 1 CORRIDO AL DIA*
000842*  HABIL SIGUIENTE, CALENDARIO       *
000842*  NACIONAL). OTRO DIA SOLO CIERRA   *
000842*  CON DDFORCE (CIERRE DE RECUPERO)  *
000842**************************************
000842
000842 1700-CONTROL-PRIMER-HABIL.
000842
000842     PERFORM 1850-LEER-PARM-FORCE THRU F-1850-LEER-PARM-FORCE
000842
000842     OPEN INPUT  FILE-CAL.
000842     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000842        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000842        MOVE 9999 TO RETURN-CODE
000842        SET  WS-FIN-LECTURA TO TRUE
000842        SET  WS-CIE-OMITIDO TO TRUE
000842        GO TO F-1700-CONTROL-PRIMER-HABIL
000842     END-IF.
000842
000842     MOVE ZEROS            TO WS-DHA-SUCURSAL
000842     MOVE WS-FECHA-PROCESO TO WS-DHA-FECHA
000842     MOVE 01               TO WS-DHA-DIA
000842
000842     PERFORM 8100-AJUSTAR-SIGUIENTE THRU F-8100-AJUSTAR-SIGUIENTE
000842
000842     MOVE WS-DHA-FECHA TO WS-PRIMER-HABIL
000842
000842     CLOSE FILE-CAL.
000842        IF WS-FILCAL-CODE IS NOT EQUAL '00'
000842           DISPLAY '* ERROR EN CLOSE CALEND  = '
000842                                      WS-FILCAL-CODE
000842           MOVE 9999 TO RETURN-CODE
000842        END-IF.
000842
000842     IF WS-FIN-LECTURA
000842        SET WS-CIE-OMITIDO TO TRUE
000842        GO TO F-1700-CONTROL-PRIMER-HABIL
000842     END-IF
000842
000842     IF WS-FECHA-PROCESO IS NOT EQUAL WS-PRIMER-HABIL
000842        IF WS-RUN-CON-FORCE
000842           DISPLAY '* CIERRE FORZADO, PRIMER DIA HABIL = '
000842                                      WS-PRIMER-HABIL
000842        ELSE
000842           DISPLAY '* NO ES EL PRIMER DIA HABIL DEL MES = '
000842                                      WS-PRIMER-HABIL
000842           DISPLAY '* SIN CIERRE DE PERIODO EN ESTA CORRIDA'
000842           SET WS-CIE-OMITIDO TO TRUE
000842        END-IF
000842     END-IF.
000842
000842 F-1700-CONTROL-PRIMER-HABIL. EXIT.
000842
000842**************************************
000842*  MARCA DE CORRIDA FORZADA (DDFORCE *
000842*  CON UNA 'F'); SIN ARCHIVO NO HAY  *
000842*  FORZADO                           *
000842**************************************
000842
000842 1850-LEER-PARM-FORCE.
000842
000842     OPEN INPUT FILE-FRC.
000842
000842     IF WS-FILFRC-CODE IS EQUAL '00'
000842
000842        READ FILE-FRC INTO WS-REG-PARM-FORCE
000842
000842        IF WS-FILFRC-CODE IS EQUAL '00'
000842           AND WS-PARM-FORCE IS EQUAL 'F'
000842           SET WS-RUN-CON-FORCE TO TRUE
000842           DISPLAY '* CORRIDA FORZADA POR DDFORCE'
000842        END-IF
000842
000842        CLOSE FILE-FRC
000842
000842     END-IF.
000842
000842 F-1850-LEER-PARM-FORCE. EXIT.
000842
000843**************************************
000844*  SALDO DE CIERRE DE LA ULTIMA       *
000845*  CORRIDA GRABADA EN DDHISTO, PARA   *
000872     EVALUATE WS-FILHIS-CODE
000873
000874        WHEN '00'
000874*    UNA CORRIDA REVERTIDA NO DEJO SALDO DE CIERRE
000874           IF NOT WS-HIS-EST-REVERTIDA
000875              MOVE WS-HIS-SALDO-CIERRE TO WS-HIS-ULT-SALDO
000876              SET WS-HIS-HALLADA TO TRUE
000876           END-IF
000877
000878        WHEN '10'
000879           SET WS-FIN-HIS TO TRUE
000896
000897 2000-PROCESO.
000898
000898*    LOS PRESTAMOS (TIPO 05) NO INTEGRAN EL SALDO DE CIERRE
000898*    DE DEPOSITOS DE DDHISTO: SE CIERRAN PERO NO SE SUMAN
000898
000899     IF NOT WS-CLI-TIPO-PRESTAMO
000899        ADD WS-CLI-SALDO TO WS-TOT-SALDOS
000899     END-IF
000900
000901*    UNA CUENTA QUE YA ARRANCO EL PERIODO NUEVO (LE LLEGO UN
000902*    MOVIMIENTO ESTE MES Y 2270- DE PGMAPJ1D YA LA RENOVO)
001080     END-IF.
001081
001082 F-9500-CONTROL-CIERRE. EXIT.
001082
001082**************************************
001082* CALENDARIO: WS-DHA-FECHA ES DIA    *
001082* HABIL SI NO CAE SABADO O DOMINGO   *
001082* NI ES FERIADO NACIONAL, NI FERIADO *
001082* LOCAL DE WS-DHA-SUCURSAL           *
001082**************************************
001082
001082 8000-EVALUAR-DIA-HABIL.
001082
001082     SET WS-DHA-HABIL TO TRUE
001082
001082     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
001082
001082     IF WS-DHA-FIN-SEMANA
001082        SET WS-DHA-NO-HABIL TO TRUE
001082        GO TO F-8000-EVALUAR-DIA-HABIL
001082     END-IF
001082
001082     MOVE ZEROS        TO REG-CAL-SUCURSAL
001082     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
001082     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001082
001082     IF WS-DHA-HABIL
001082        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
001082        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
001082        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
001082        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001082     END-IF.
001082
001082 F-8000-EVALUAR-DIA-HABIL. EXIT.
001082
001082 8010-DIA-SEMANA.
001082
001082*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
001082*    ANTERIOR
001082
001082     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
001082     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
001082     IF WS-DHA-Z-MES IS LESS THAN 3
001082        ADD 12 TO WS-DHA-Z-MES
001082        SUBTRACT 1 FROM WS-DHA-Z-ANIO
001082     END-IF
001082
001082     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
001082            REMAINDER WS-DHA-Z-ANIO-SIG
001082
001082     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
001082     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
001082     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
001082     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001082     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
001082     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001082     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
001082
001082     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
001082            REMAINDER WS-DHA-RESTO
001082     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
001082
001082 F-8010-DIA-SEMANA. EXIT.
001082
001082 8020-LEER-FERIADO.
001082
001082     READ FILE-CAL INTO WS-REG-CALENDARIO
001082        KEY IS REG-CAL-CLAVE
001082
001082     EVALUATE WS-FILCAL-CODE
001082        WHEN '00'
001082           IF WS-CAL-EST-ACTIVO
001082              SET WS-DHA-NO-HABIL TO TRUE
001082           END-IF
001082        WHEN '23'
001082           CONTINUE
001082        WHEN OTHER
001082           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
001082           MOVE 9999 TO RETURN-CODE
001082           SET WS-FIN-LECTURA TO TRUE
001082           SET WS-DHA-HABIL TO TRUE
001082     END-EVALUATE.
001082
001082 F-8020-LEER-FERIADO. EXIT.
001082
001082**************************************
001082* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
001082**************************************
001082
001082 8030-SUMAR-UN-DIA.
001082
001082     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001082
001082     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
001082        ADD 1 TO WS-DHA-DIA
001082     ELSE
001082        MOVE 1 TO WS-DHA-DIA
001082        IF WS-DHA-MES IS LESS THAN 12
001082           ADD 1 TO WS-DHA-MES
001082        ELSE
001082           MOVE 1 TO WS-DHA-MES
001082           ADD 1 TO WS-DHA-ANIO
001082        END-IF
001082     END-IF.
001082
001082 F-8030-SUMAR-UN-DIA. EXIT.
001082
001082**************************************
001082* CANTIDAD DE DIAS DEL MES DE        *
001082* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001082* BISIESTO)                          *
001082**************************************
001082
001082 8050-DIAS-DEL-MES.
001082
001082     EVALUATE WS-DHA-MES
001082        WHEN 04
001082        WHEN 06
001082        WHEN 09
001082        WHEN 11
001082           MOVE 30 TO WS-DHA-DIAS-MES
001082        WHEN 02
001082           MOVE 28 TO WS-DHA-DIAS-MES
001082           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001082                  REMAINDER WS-DHA-RESTO
001082           IF WS-DHA-RESTO IS EQUAL ZERO
001082              MOVE 29 TO WS-DHA-DIAS-MES
001082              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001082                     REMAINDER WS-DHA-RESTO
001082              IF WS-DHA-RESTO IS EQUAL ZERO
001082                 MOVE 28 TO WS-DHA-DIAS-MES
001082                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001082                        REMAINDER WS-DHA-RESTO
001082                 IF WS-DHA-RESTO IS EQUAL ZERO
001082                    MOVE 29 TO WS-DHA-DIAS-MES
001082                 END-IF
001082              END-IF
001082           END-IF
001082        WHEN OTHER
001082           MOVE 31 TO WS-DHA-DIAS-MES
001082     END-EVALUATE.
001082
001082 F-8050-DIAS-DEL-MES. EXIT.
001082
001082**************************************
001082* REGLA DIA HABIL SIGUIENTE: SI      *
001082* WS-DHA-FECHA NO ES HABIL SE CORRE  *
001082* AL PRIMER DIA HABIL POSTERIOR      *
001082**************************************
001082
001082 8100-AJUSTAR-SIGUIENTE.
001082
001082     MOVE ZEROS TO WS-DHA-PASOS
001082
001082     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
001082
001082     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
001082             UNTIL WS-DHA-HABIL.
001082
001082 F-8100-AJUSTAR-SIGUIENTE. EXIT.
001082
001082 8105-AVANZAR-UN-DIA.
001082
001082*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
001082
001082     ADD 1 TO WS-DHA-PASOS
001082     IF WS-DHA-PASOS IS GREATER THAN 31
001082        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
001082        MOVE 9999 TO RETURN-CODE
001082        SET WS-FIN-LECTURA TO TRUE
001082        SET WS-DHA-HABIL TO TRUE
001082        GO TO F-8105-AVANZAR-UN-DIA
001082     END-IF
001082
001082     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
001082
001082     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
001082
001082 F-8105-AVANZAR-UN-DIA. EXIT.
001083
001084**************************************
001085*   CIERRE DE ARCHIVOS Y TOTALES     *
