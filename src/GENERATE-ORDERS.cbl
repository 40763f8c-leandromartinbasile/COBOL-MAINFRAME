000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000724* 02/09/26 * CONTROL DE CORRIDA * LGS *
000724* 15/10/26 * CALENDARIO HABILES * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000724     SELECT FILE-FRC ASSIGN DDFORCE
000724     ACCESS IS SEQUENTIAL
000724     FILE STATUS IS WS-FILFRC-CODE.
000724
000724*    MAESTRO DE CUENTAS, SOLO PARA CONOCER LA SUCURSAL DE LA
000724*    CUENTA DE LA ORDEN (FERIADOS LOCALES)
000724     SELECT FILE1   ASSIGN DDCLIEN
000724     ORGANIZATION IS INDEXED
000724     ACCESS IS RANDOM
000724     RECORD KEY IS REG-FILE1-CLAVE
000724     FILE STATUS IS WS-FIL1-CODE.
000724
000724*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000724     SELECT FILE-CAL  ASSIGN DDCALEND
000724     ORGANIZATION IS INDEXED
000724     ACCESS IS RANDOM
000724     RECORD KEY IS REG-CAL-CLAVE
000724     FILE STATUS IS WS-FILCAL-CODE.
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000724      RECORDING MODE IS F.
000724
000724 01 REG-FILE-FRC    PIC X(01).
000724
000724 FD FILE1
000724      BLOCK CONTAINS 0 RECORDS
000724      RECORDING MODE IS F.
000724
000724 01 REG-FILE1.
000724     03  REG-FILE1-CLAVE.
000724         05  REG-FILE1-NRO       PIC 9(05).
000724         05  REG-FILE1-TIPO      PIC 9(02).
000724         05  REG-FILE1-CUENTA    PIC 9(08).
000724     03  FILLER                  PIC X(235).
000724
000724 FD FILE-CAL
000724      BLOCK CONTAINS 0 RECORDS
000724      RECORDING MODE IS F.
000724
000724 01 REG-CAL.
000724     03  REG-CAL-CLAVE.
000724         05  REG-CAL-SUCURSAL    PIC 9(03).
000724         05  REG-CAL-FECHA       PIC 9(08).
000724     03  FILLER                  PIC X(69).
000423
000500 WORKING-STORAGE SECTION.
000501
000724
000724     COPY "LAYOUT-RunCtl.cpy".
000724
000724
000724 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000724
000724*    PROXIMO VENCIMIENTO CORRIDO AL DIA HABIL SIGUIENTE DE LA
000724*    SUCURSAL DE LA CUENTA: ES LA FECHA EN QUE SE EMITE
000724 77  WS-ORD-VENC-HABIL       PIC 9(08)   VALUE ZEROS.
000724
000724********  CALENDARIO DE DIAS HABILES  *
000724
000724 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000724*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000724*    SOLO LOS FERIADOS NACIONALES)
000724 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000724 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000724     88  WS-DHA-HABIL                    VALUE 'S'.
000724     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000724*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000724*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000724 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000724     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000724 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000724 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000724 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000724 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000724 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000724 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000724 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000724 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000724 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000724 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000724 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000724 01  FILLER REDEFINES WS-DHA-FECHA.
000724     03  WS-DHA-ANIO         PIC 9(04).
000724     03  WS-DHA-MES          PIC 9(02).
000724     03  WS-DHA-DIA          PIC 9(02).
000724
000724     COPY "LAYOUT-Clients.cpy".
000724     COPY "LAYOUT-Calendario.cpy".
000724
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000742        MOVE 9999 TO RETURN-CODE
000743        SET  WS-FIN-LECTURA TO TRUE
000744     END-IF.
000724
000724     OPEN INPUT  FILE1.
000724     IF WS-FIL1-CODE IS NOT EQUAL '00'
000724        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000724        MOVE 9999 TO RETURN-CODE
000724        SET  WS-FIN-LECTURA TO TRUE
000724     END-IF.
000724
000724     OPEN INPUT  FILE-CAL.
000724     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000724        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000724        MOVE 9999 TO RETURN-CODE
000724        SET  WS-FIN-LECTURA TO TRUE
000724     END-IF.
000724
000745
000746*    HEADER DEL LOTE EMITIDO Y CABECERA DEL REPORTE
000747
000908*    SALTEADA EMITE LOS ATRASADOS TAMBIEN)
000909
000910     MOVE ZEROS TO WS-ORD-EMITIDOS
000910
000910     PERFORM 2050-LEER-SUCURSAL THRU F-2050-LEER-SUCURSAL
000910     PERFORM 2150-VENCIMIENTO-HABIL THRU F-2150-VENCIMIENTO-HABIL
000911
000912     PERFORM 2200-EMITIR-VENCIMIENTO
000913                 THRU F-2200-EMITIR-VENCIMIENTO
000914               UNTIL WS-FIN-LECTURA
000915               OR WS-ORD-VENC-HABIL IS GREATER THAN
000916                                      WS-FECHA-PROCESO
000917               OR (WS-ORD-FEC-FIN IS NOT EQUAL ZEROS
000918                   AND WS-ORD-PROX-VENC IS GREATER THAN
000933                 THRU F-2900-IMPRIMIR-DETALLE.
000934
000935 F-2100-GENERAR-UNA-ORDEN. EXIT.
000724
000724**************************************
000724*  SUCURSAL DE LA CUENTA DE LA ORDEN *
000724*  (SIN CUENTA EN EL MAESTRO SOLO SE *
000724*  CONSIDERAN FERIADOS NACIONALES)   *
000724**************************************
000724
000724 2050-LEER-SUCURSAL.
000724
000724     MOVE WS-ORD-NRO    TO REG-FILE1-NRO
000724     MOVE WS-ORD-TIPO   TO REG-FILE1-TIPO
000724     MOVE WS-ORD-CUENTA TO REG-FILE1-CUENTA
000724
000724     READ FILE1 INTO WS-REG-CLIENTE
000724        KEY IS REG-FILE1-CLAVE
000724
000724     EVALUATE WS-FIL1-CODE
000724        WHEN '00'
000724           MOVE WS-CLI-SUCURSAL TO WS-DHA-SUCURSAL
000724        WHEN '23'
000724           MOVE ZEROS TO WS-DHA-SUCURSAL
000724        WHEN OTHER
000724           DISPLAY '* ERROR EN READ FILE1   = ' WS-FIL1-CODE
000724           MOVE 9999 TO RETURN-CODE
000724           SET WS-FIN-LECTURA TO TRUE
000724     END-EVALUATE.
000724
000724 F-2050-LEER-SUCURSAL. EXIT.
000724
000724**************************************
000724*  VENCIMIENTO EFECTIVO: EL PROXIMO  *
000724*  VENCIMIENTO QUE CAE EN DIA NO     *
000724*  HABIL SE EMITE EL DIA HABIL       *
000724*  SIGUIENTE (EL MAESTRO CONSERVA LA *
000724*  FECHA PACTADA PARA LOS AVANCES)   *
000724**************************************
000724
000724 2150-VENCIMIENTO-HABIL.
000724
000724     MOVE WS-ORD-PROX-VENC TO WS-DHA-FECHA
000724
000724     PERFORM 8100-AJUSTAR-SIGUIENTE THRU F-8100-AJUSTAR-SIGUIENTE
000724
000724     MOVE WS-DHA-FECHA TO WS-ORD-VENC-HABIL.
000724
000724 F-2150-VENCIMIENTO-HABIL. EXIT.
000724
000936
000937**************************************
000938* EMITIR UN VENCIMIENTO DE LA ORDEN  *
000947     MOVE WS-ORD-TIPO       TO WS-MOV-TIPO
000948     MOVE WS-ORD-CUENTA     TO WS-MOV-CUENTA
000949     MOVE WS-ORD-IMPORTE    TO WS-MOV-IMPORTE
000950     MOVE WS-ORD-VENC-HABIL TO WS-MOV-FECHA
000951     MOVE WS-ORD-MONEDA     TO WS-MOV-MONEDA
000952     MOVE SPACES            TO WS-MOV-REF-TRANSF
000953     MOVE ZEROS             TO WS-MOV-CONTRA-CLAVE
000971     END-IF
000972
000973     PERFORM 2300-AVANZAR-VENCIMIENTO
000974                 THRU F-2300-AVANZAR-VENCIMIENTO
000974
000974     PERFORM 2150-VENCIMIENTO-HABIL THRU F-2150-VENCIMIENTO-HABIL.
000975
000976 F-2200-EMITIR-VENCIMIENTO. EXIT.
000977
001124     END-IF.
001125
001126 F-9500-CERRAR-MOVOUT. EXIT.
001126
001126**************************************
001126* CALENDARIO: WS-DHA-FECHA ES DIA    *
001126* HABIL SI NO CAE SABADO O DOMINGO   *
001126* NI ES FERIADO NACIONAL, NI FERIADO *
001126* LOCAL DE WS-DHA-SUCURSAL           *
001126**************************************
001126
001126 8000-EVALUAR-DIA-HABIL.
001126
001126     SET WS-DHA-HABIL TO TRUE
001126
001126     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
001126
001126     IF WS-DHA-FIN-SEMANA
001126        SET WS-DHA-NO-HABIL TO TRUE
001126        GO TO F-8000-EVALUAR-DIA-HABIL
001126     END-IF
001126
001126     MOVE ZEROS        TO REG-CAL-SUCURSAL
001126     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
001126     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001126
001126     IF WS-DHA-HABIL
001126        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
001126        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
001126        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
001126        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001126     END-IF.
001126
001126 F-8000-EVALUAR-DIA-HABIL. EXIT.
001126
001126 8010-DIA-SEMANA.
001126
001126*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
001126*    ANTERIOR
001126
001126     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
001126     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
001126     IF WS-DHA-Z-MES IS LESS THAN 3
001126        ADD 12 TO WS-DHA-Z-MES
001126        SUBTRACT 1 FROM WS-DHA-Z-ANIO
001126     END-IF
001126
001126     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
001126            REMAINDER WS-DHA-Z-ANIO-SIG
001126
001126     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
001126     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
001126     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
001126     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001126     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
001126     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001126     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
001126
001126     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
001126            REMAINDER WS-DHA-RESTO
001126     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
001126
001126 F-8010-DIA-SEMANA. EXIT.
001126
001126 8020-LEER-FERIADO.
001126
001126     READ FILE-CAL INTO WS-REG-CALENDARIO
001126        KEY IS REG-CAL-CLAVE
001126
001126     EVALUATE WS-FILCAL-CODE
001126        WHEN '00'
001126           IF WS-CAL-EST-ACTIVO
001126              SET WS-DHA-NO-HABIL TO TRUE
001126           END-IF
001126        WHEN '23'
001126           CONTINUE
001126        WHEN OTHER
001126           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
001126           MOVE 9999 TO RETURN-CODE
001126           SET WS-FIN-LECTURA TO TRUE
001126           SET WS-DHA-HABIL TO TRUE
001126     END-EVALUATE.
001126
001126 F-8020-LEER-FERIADO. EXIT.
001126
001126**************************************
001126* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
001126**************************************
001126
001126 8030-SUMAR-UN-DIA.
001126
001126     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001126
001126     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
001126        ADD 1 TO WS-DHA-DIA
001126     ELSE
001126        MOVE 1 TO WS-DHA-DIA
001126        IF WS-DHA-MES IS LESS THAN 12
001126           ADD 1 TO WS-DHA-MES
001126        ELSE
001126           MOVE 1 TO WS-DHA-MES
001126           ADD 1 TO WS-DHA-ANIO
001126        END-IF
001126     END-IF.
001126
001126 F-8030-SUMAR-UN-DIA. EXIT.
001126
001126**************************************
001126* CANTIDAD DE DIAS DEL MES DE        *
001126* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001126* BISIESTO)                          *
001126**************************************
001126
001126 8050-DIAS-DEL-MES.
001126
001126     EVALUATE WS-DHA-MES
001126        WHEN 04
001126        WHEN 06
001126        WHEN 09
001126        WHEN 11
001126           MOVE 30 TO WS-DHA-DIAS-MES
001126        WHEN 02
001126           MOVE 28 TO WS-DHA-DIAS-MES
001126           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001126                  REMAINDER WS-DHA-RESTO
001126           IF WS-DHA-RESTO IS EQUAL ZERO
001126              MOVE 29 TO WS-DHA-DIAS-MES
001126              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001126                     REMAINDER WS-DHA-RESTO
001126              IF WS-DHA-RESTO IS EQUAL ZERO
001126                 MOVE 28 TO WS-DHA-DIAS-MES
001126                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001126                        REMAINDER WS-DHA-RESTO
001126                 IF WS-DHA-RESTO IS EQUAL ZERO
001126                    MOVE 29 TO WS-DHA-DIAS-MES
001126                 END-IF
001126              END-IF
001126           END-IF
001126        WHEN OTHER
001126           MOVE 31 TO WS-DHA-DIAS-MES
001126     END-EVALUATE.
001126
001126 F-8050-DIAS-DEL-MES. EXIT.
001126
001126**************************************
001126* REGLA DIA HABIL SIGUIENTE: SI      *
001126* WS-DHA-FECHA NO ES HABIL SE CORRE  *
001126* AL PRIMER DIA HABIL POSTERIOR      *
001126**************************************
001126
001126 8100-AJUSTAR-SIGUIENTE.
001126
001126     MOVE ZEROS TO WS-DHA-PASOS
001126
001126     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
001126
001126     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
001126             UNTIL WS-DHA-HABIL.
001126
001126 F-8100-AJUSTAR-SIGUIENTE. EXIT.
001126
001126 8105-AVANZAR-UN-DIA.
001126
001126*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
001126
001126     ADD 1 TO WS-DHA-PASOS
001126     IF WS-DHA-PASOS IS GREATER THAN 31
001126        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
001126        MOVE 9999 TO RETURN-CODE
001126        SET WS-FIN-LECTURA TO TRUE
001126        SET WS-DHA-HABIL TO TRUE
001126        GO TO F-8105-AVANZAR-UN-DIA
001126     END-IF
001126
001126     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
001126
001126     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
001126
001126 F-8105-AVANZAR-UN-DIA. EXIT.
001127
001128**************************************
001129*   CIERRE DE ARCHIVOS Y TOTALES     *
001151                                      WS-FILLIS-CODE
001152           MOVE 9999 TO RETURN-CODE
001153        END-IF.
000724
000724     CLOSE FILE1.
000724        IF WS-FIL1-CODE IS NOT EQUAL '00'
000724           DISPLAY '* ERROR EN CLOSE FILE1  = '
000724                                      WS-FIL1-CODE
000724           MOVE 9999 TO RETURN-CODE
000724        END-IF.
000724
000724     CLOSE FILE-CAL.
000724        IF WS-FILCAL-CODE IS NOT EQUAL '00'
000724           DISPLAY '* ERROR EN CLOSE CALEND  = '
000724                                      WS-FILCAL-CODE
000724           MOVE 9999 TO RETURN-CODE
000724        END-IF.
000724
001154
001155**************************************
001156*   MOSTRAR TOTALES DE CONTROL       *
