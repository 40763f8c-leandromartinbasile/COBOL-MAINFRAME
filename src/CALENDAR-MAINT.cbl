000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5E.
000115**********************************************************
000120*                                                        *
000125*    BUSINESS CALENDAR MAINTENANCE code                  *
000130*    CONSULTA, ALTA, CAMBIO Y BAJA DEL CALENDARIO DE DIAS*
000135*    NO HABILES DDCALEND: FERIADOS NACIONALES (SUCURSAL  *
000140*    000) Y FERIADOS LOCALES DE CADA SUCURSAL. SABADOS Y *
000145*    DOMINGOS NO SE CARGAN. MISMO ESQUEMA DE TRANSACCIONES*
000150*    QUE PGMAPJ1B. LOS PASOS DEL STREAM QUE TRABAJAN CON *
000155*    FECHAS (PGMAPJ1D, 1G, 1Y, 1Z, 1P, 1M, 1Q, 1W, 1I)   *
000160*    LEEN ESTE MAESTRO PARA CORRER SUS FECHAS AL DIA HABIL*
000165*    SIGUIENTE O ANTERIOR SEGUN LA REGLA DE CADA PASO    *
000170**********************************************************
000175*      MANTENIMIENTO DE PROGRAMA                         *
000180**********************************************************
000185*    FECHA *    DETALLE        * COD *
000190**************************************
000191* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000192**************************************
000193
000200 ENVIRONMENT DIVISION.
000201 CONFIGURATION SECTION.
000202 SPECIAL-NAMES.
000203     DECIMAL-POINT IS COMMA.
000204
000205 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000207
000208*    EL CALENDARIO SE CREA EN LA PRIMERA CORRIDA DE ALTAS
000209     SELECT OPTIONAL FILE-CAL ASSIGN DDCALEND
000210     ORGANIZATION IS INDEXED
000211     ACCESS IS DYNAMIC
000212     RECORD KEY IS REG-CAL-CLAVE
000213     FILE STATUS IS WS-FILCAL-CODE.
000214
000215     SELECT FILE-TRAN ASSIGN DDCALTRA
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILTRAN-CODE.
000218
000219     SELECT FILE-LIS  ASSIGN DDCALLIS
000220     ACCESS IS SEQUENTIAL
000221     FILE STATUS IS WS-FILLIS-CODE.
000222
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-CAL
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-CAL.
000398     03  REG-CAL-CLAVE.
000399         05  REG-CAL-SUCURSAL    PIC 9(03).
000400         05  REG-CAL-FECHA       PIC 9(08).
000401     03  FILLER                  PIC X(69).
000402
000403 FD FILE-TRAN
000404      BLOCK CONTAINS 0 RECORDS
000405      RECORDING MODE IS F.
000406
000407 01 REG-TRAN         PIC X(80).
000408
000409 FD FILE-LIS
000410      BLOCK CONTAINS 0 RECORDS
000411      RECORDING MODE IS F.
000412
000413 01 REG-LIS          PIC X(132).
000414
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000505
000506 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000507     88  WS-FIN-LECTURA                  VALUE 'SI'.
000508     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000509
000510 01  WS-STA-FILE             PIC X       VALUE 'N'.
000511     88  WS-FIN-FILE                     VALUE 'Y'.
000512     88  WS-NO-FIN-FILE                  VALUE 'N'.
000513
000514 77  WS-CANT-LEIDAS          PIC 9(05)   VALUE ZEROS.
000515 77  WS-CANT-CONSULTAS       PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-ALTAS           PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-CAMBIOS         PIC 9(05)   VALUE ZEROS.
000518 77  WS-CANT-BAJAS           PIC 9(05)   VALUE ZEROS.
000519 77  WS-CANT-NOENCONTRADAS   PIC 9(05)   VALUE ZEROS.
000520 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000521 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000522
000523*    DIAS DEL LISTADO DE UN ANIO (CONSULTA CON MES Y DIA EN
000524*    CEROS)
000525 77  WS-CANT-DIAS-ANIO       PIC 9(03)   VALUE ZEROS.
000526
000527********  VALIDACION DE LA FECHA  *
000528
000529 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000530 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000531 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000532 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000533 01  FILLER REDEFINES WS-DHA-FECHA.
000534     03  WS-DHA-ANIO         PIC 9(04).
000535     03  WS-DHA-MES          PIC 9(02).
000536     03  WS-DHA-DIA          PIC 9(02).
000537
000538********     FECHA DE PROCESO  ***************
000539
000540 01  WS-FECHA-PROCESO.
000541     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000542     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000543     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000544     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000545
000546 01  WS-FECHA.
000547     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000548     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000549     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000550
000551 01  WS-LEYEN-LEIDAS         PIC X(35)
000552         VALUE '* TRANSACCIONES LEIDAS      = '.
000553 01  WS-LEYEN-CONSULTAS      PIC X(35)
000554         VALUE '* CONSULTAS ATENDIDAS       = '.
000555 01  WS-LEYEN-ALTAS          PIC X(35)
000556         VALUE '* FERIADOS DADOS DE ALTA    = '.
000557 01  WS-LEYEN-CAMBIOS        PIC X(35)
000558         VALUE '* FERIADOS MODIFICADOS      = '.
000559 01  WS-LEYEN-BAJAS          PIC X(35)
000560         VALUE '* FERIADOS DADOS DE BAJA    = '.
000561 01  WS-LEYEN-NOENCONTRADAS  PIC X(35)
000562         VALUE '* FERIADOS NO ENCONTRADOS   = '.
000563 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000564         VALUE '* TRANSACCIONES RECHAZADAS  = '.
000565 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000566         VALUE '* ACCIONES INVALIDAS        = '.
000567
000568 01  WS-LIN-SALIDA.
000569     03  FILLER              PIC X(01)   VALUE SPACE.
000570     03  WS-LIN-TEXTO        PIC X(131).
000571
000572     COPY "LAYOUT-Calendario.cpy".
000573     COPY "LAYOUT-CalTran.cpy".
000574
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000707               UNTIL WS-FIN-LECTURA.
000708
000709     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000710
000711 F-MAIN-PROGRAM. GOBACK.
000712
000713**************************************
000714* INICIALIZACION                     *
000715**************************************
000716
000717 1000-INICIO.
000718
000719     SET WS-NO-FIN-LECTURA TO TRUE.
000720
000721     ACCEPT WS-FECHA FROM DATE.
000722     MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000723     MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000724     MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000725
000726*    EL STATUS 05 ES LA CREACION DEL CALENDARIO EN LA PRIMERA
000727*    CORRIDA, NO ES UN ERROR
000728
000729     OPEN I-O    FILE-CAL.
000730     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000731        AND WS-FILCAL-CODE IS NOT EQUAL '05'
000732        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000733        MOVE 9999 TO RETURN-CODE
000734        SET  WS-FIN-LECTURA TO TRUE
000735     END-IF.
000736
000737     OPEN INPUT  FILE-TRAN.
000738     IF WS-FILTRAN-CODE IS NOT EQUAL '00'
000739        DISPLAY '* ERROR EN OPEN FILE-TRAN = ' WS-FILTRAN-CODE
000740        MOVE 9999 TO RETURN-CODE
000741        SET  WS-FIN-LECTURA TO TRUE
000742     END-IF.
000743
000744     OPEN OUTPUT FILE-LIS.
000745     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000746        DISPLAY '* ERROR EN OPEN FILE-LIS = ' WS-FILLIS-CODE
000747        MOVE 9999 TO RETURN-CODE
000748        SET  WS-FIN-LECTURA TO TRUE
000749     END-IF.
000750
000751     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000752
000753 F-1000-INICIO.   EXIT.
000754
000755**************************************
000756* PROCESO DE UNA TRANSACCION         *
000757**************************************
000758
000759 2000-PROCESO.
000760
000761     EVALUATE TRUE
000762
000763        WHEN WS-CTR-LEER
000764           PERFORM 2100-CONSULTAR-FERIADO
000765                       THRU F-2100-CONSULTAR-FERIADO
000766
000767        WHEN WS-CTR-ALTA
000768           PERFORM 2200-ALTA-FERIADO
000769                       THRU F-2200-ALTA-FERIADO
000770
000771        WHEN WS-CTR-CAMBIO
000772           PERFORM 2300-CAMBIO-FERIADO
000773                       THRU F-2300-CAMBIO-FERIADO
000774
000775        WHEN WS-CTR-BAJA
000776           PERFORM 2400-BAJA-FERIADO
000777                       THRU F-2400-BAJA-FERIADO
000778
000779        WHEN OTHER
000780           ADD 1 TO WS-CANT-ACCION-INVALID
000781           MOVE 'ACCION DE TRANSACCION INVALIDA'
000782                                    TO WS-LIN-TEXTO
000783           WRITE REG-LIS FROM WS-LIN-SALIDA
000784
000785     END-EVALUATE.
000786
000787     PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN.
000788
000789 F-2000-PROCESO. EXIT.
000790
000791**************************************
000792* LECTURA DE UNA TRANSACCION         *
000793**************************************
000794
000795 3000-LEER-TRAN.
000796
000797     READ FILE-TRAN INTO WS-REG-TRANCAL
000798
000799     EVALUATE WS-FILTRAN-CODE
000800
000801        WHEN '00'
000802           ADD 1 TO WS-CANT-LEIDAS
000803
000804        WHEN '10'
000805           SET WS-FIN-LECTURA TO TRUE
000806
000807        WHEN OTHER
000808           DISPLAY '* ERROR EN LECTURA FILE-TRAN = '
000809                                      WS-FILTRAN-CODE
000810           MOVE 9999 TO RETURN-CODE
000811           SET WS-FIN-LECTURA TO TRUE
000812
000813     END-EVALUATE.
000814
000815 F-3000-LEER-TRAN. EXIT.
000816
000817**************************************
000818* ACCION L: CONSULTAR UN DIA, O TODO *
000819* EL ANIO DE LA SUCURSAL SI MES Y DIA*
000820* VIENEN EN CEROS                    *
000821**************************************
000822
000823 2100-CONSULTAR-FERIADO.
000824
000825     IF WS-CTR-MES IS EQUAL ZEROS
000826        AND WS-CTR-DIA IS EQUAL ZEROS
000827        PERFORM 2150-CONSULTAR-ANIO THRU F-2150-CONSULTAR-ANIO
000828        GO TO F-2100-CONSULTAR-FERIADO
000829     END-IF
000830
000831     MOVE WS-CTR-CLAVE TO REG-CAL-CLAVE
000832
000833     READ FILE-CAL INTO WS-REG-CALENDARIO
000834        KEY IS REG-CAL-CLAVE
000835
000836     EVALUATE WS-FILCAL-CODE
000837
000838        WHEN '00'
000839           ADD 1 TO WS-CANT-CONSULTAS
000840           PERFORM 2900-IMPRIMIR-FERIADO
000841                       THRU F-2900-IMPRIMIR-FERIADO
000842
000843        WHEN '23'
000844           ADD 1 TO WS-CANT-NOENCONTRADAS
000845           MOVE 'FECHA NO CARGADA EN EL CALENDARIO'
000846                                    TO WS-LIN-TEXTO
000847           WRITE REG-LIS FROM WS-LIN-SALIDA
000848
000849        WHEN OTHER
000850           DISPLAY '* ERROR EN READ CALEND (L) = '
000851                                      WS-FILCAL-CODE
000852           MOVE 9999 TO RETURN-CODE
000853           SET WS-FIN-LECTURA TO TRUE
000854
000855     END-EVALUATE.
000856
000857 F-2100-CONSULTAR-FERIADO. EXIT.
000858
000859**************************************
000860* LISTA LOS FERIADOS DE UNA SUCURSAL *
000861* Y ANIO (INCLUIDOS LOS DADOS DE     *
000862* BAJA, CON SU ESTADO)               *
000863**************************************
000864
000865 2150-CONSULTAR-ANIO.
000866
000867     ADD 1 TO WS-CANT-CONSULTAS
000868     MOVE ZEROS TO WS-CANT-DIAS-ANIO
000869     SET WS-NO-FIN-FILE TO TRUE
000870
000871     MOVE WS-CTR-CLAVE TO REG-CAL-CLAVE
000872
000873     START FILE-CAL KEY IS NOT LESS THAN REG-CAL-CLAVE
000874
000875     EVALUATE WS-FILCAL-CODE
000876        WHEN '00'
000877           PERFORM 2160-LEER-SIG-FERIADO
000878                       THRU F-2160-LEER-SIG-FERIADO
000879           PERFORM 2170-LISTAR-FERIADO-ANIO
000880                       THRU F-2170-LISTAR-FERIADO-ANIO
000881                       UNTIL WS-FIN-FILE
000882        WHEN '23'
000883           CONTINUE
000884        WHEN OTHER
000885           DISPLAY '* ERROR EN START CALEND (L) = '
000886                                      WS-FILCAL-CODE
000887           MOVE 9999 TO RETURN-CODE
000888           SET WS-FIN-LECTURA TO TRUE
000889           GO TO F-2150-CONSULTAR-ANIO
000890     END-EVALUATE
000891
000892     IF WS-CANT-DIAS-ANIO IS EQUAL ZEROS
000893        MOVE 'SIN FERIADOS CARGADOS PARA LA SUCURSAL Y ANIO'
000894                                    TO WS-LIN-TEXTO
000895        WRITE REG-LIS FROM WS-LIN-SALIDA
000896     END-IF.
000897
000898 F-2150-CONSULTAR-ANIO. EXIT.
000899
000900 2160-LEER-SIG-FERIADO.
000901
000902     READ FILE-CAL NEXT RECORD INTO WS-REG-CALENDARIO
000903
000904     EVALUATE WS-FILCAL-CODE
000905        WHEN '00'
000906           MOVE WS-CAL-FECHA TO WS-DHA-FECHA
000907           IF WS-CAL-SUCURSAL IS NOT EQUAL WS-CTR-SUCURSAL
000908              OR WS-DHA-ANIO IS NOT EQUAL WS-CTR-ANIO
000909              SET WS-FIN-FILE TO TRUE
000910           END-IF
000911        WHEN '10'
000912           SET WS-FIN-FILE TO TRUE
000913        WHEN OTHER
000914           DISPLAY '* ERROR EN READ NEXT CALEND = '
000915                                      WS-FILCAL-CODE
000916           MOVE 9999 TO RETURN-CODE
000917           SET WS-FIN-LECTURA TO TRUE
000918           SET WS-FIN-FILE TO TRUE
000919     END-EVALUATE.
000920
000921 F-2160-LEER-SIG-FERIADO. EXIT.
000922
000923 2170-LISTAR-FERIADO-ANIO.
000924
000925     ADD 1 TO WS-CANT-DIAS-ANIO
000926     PERFORM 2900-IMPRIMIR-FERIADO THRU F-2900-IMPRIMIR-FERIADO
000927
000928     PERFORM 2160-LEER-SIG-FERIADO THRU F-2160-LEER-SIG-FERIADO.
000929
000930 F-2170-LISTAR-FERIADO-ANIO. EXIT.
000931
000932**************************************
000933* ACCION A: ALTA DE UN DIA NO HABIL; *
000934* SI EL DIA ESTABA DADO DE BAJA SE   *
000935* REACTIVA CON LA NUEVA DESCRIPCION  *
000936**************************************
000937
000938 2200-ALTA-FERIADO.
000939
000940     MOVE WS-CTR-FECHA TO WS-DHA-FECHA
000941     PERFORM 2250-VALIDAR-FECHA THRU F-2250-VALIDAR-FECHA
000942
000943     IF WS-LIN-TEXTO IS NOT EQUAL SPACES
000944        ADD 1 TO WS-CANT-RECHAZADAS
000945        WRITE REG-LIS FROM WS-LIN-SALIDA
000946        GO TO F-2200-ALTA-FERIADO
000947     END-IF
000948
000949     IF WS-CTR-DESCRIPCION IS EQUAL SPACES
000950        ADD 1 TO WS-CANT-RECHAZADAS
000951        MOVE 'ALTA RECHAZADA - FALTA EL MOTIVO DEL FERIADO'
000952                                    TO WS-LIN-TEXTO
000953        WRITE REG-LIS FROM WS-LIN-SALIDA
000954        GO TO F-2200-ALTA-FERIADO
000955     END-IF
000956
000957     MOVE WS-CTR-SUCURSAL    TO WS-CAL-SUCURSAL
000958     MOVE WS-CTR-FECHA       TO WS-CAL-FECHA
000959     MOVE WS-CTR-DESCRIPCION TO WS-CAL-DESCRIPCION
000960     MOVE 'A'                TO WS-CAL-ESTADO
000961     MOVE WS-FECHA-PROCESO   TO WS-CAL-FEC-ESTADO
000962
000963     WRITE REG-CAL FROM WS-REG-CALENDARIO
000964
000965     EVALUATE WS-FILCAL-CODE
000966
000967        WHEN '00'
000968           ADD 1 TO WS-CANT-ALTAS
000969           PERFORM 2900-IMPRIMIR-FERIADO
000970                       THRU F-2900-IMPRIMIR-FERIADO
000971
000972        WHEN '22'
000973           PERFORM 2260-REACTIVAR-FERIADO
000974                       THRU F-2260-REACTIVAR-FERIADO
000975
000976        WHEN OTHER
000977           DISPLAY '* ERROR EN WRITE CALEND (A) = '
000978                                      WS-FILCAL-CODE
000979           MOVE 9999 TO RETURN-CODE
000980           SET WS-FIN-LECTURA TO TRUE
000981
000982     END-EVALUATE.
000983
000984 F-2200-ALTA-FERIADO. EXIT.
000985
000986**************************************
000987* VALIDA LA FECHA EN WS-DHA-FECHA;   *
000988* DEJA EL MOTIVO DEL RECHAZO EN      *
000989* WS-LIN-TEXTO (BLANCO = VALIDA)     *
000990**************************************
000991
000992 2250-VALIDAR-FECHA.
000993
000994     MOVE SPACES TO WS-LIN-TEXTO
000995
000996     IF WS-DHA-ANIO IS LESS THAN 1900
000997        OR WS-DHA-MES IS LESS THAN 1
000998        OR WS-DHA-MES IS GREATER THAN 12
000999        MOVE 'ALTA RECHAZADA - FECHA INVALIDA'
001000                                    TO WS-LIN-TEXTO
001001        GO TO F-2250-VALIDAR-FECHA
001002     END-IF
001003
001004     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001005
001006     IF WS-DHA-DIA IS LESS THAN 1
001007        OR WS-DHA-DIA IS GREATER THAN WS-DHA-DIAS-MES
001008        MOVE 'ALTA RECHAZADA - FECHA INVALIDA'
001009                                    TO WS-LIN-TEXTO
001010     END-IF.
001011
001012 F-2250-VALIDAR-FECHA. EXIT.
001013
001014 2260-REACTIVAR-FERIADO.
001015
001016     MOVE WS-CTR-CLAVE TO REG-CAL-CLAVE
001017
001018     READ FILE-CAL INTO WS-REG-CALENDARIO
001019        KEY IS REG-CAL-CLAVE
001020
001021     IF WS-FILCAL-CODE IS NOT EQUAL '00'
001022        DISPLAY '* ERROR EN READ CALEND (A) = '
001023                                   WS-FILCAL-CODE
001024        MOVE 9999 TO RETURN-CODE
001025        SET WS-FIN-LECTURA TO TRUE
001026        GO TO F-2260-REACTIVAR-FERIADO
001027     END-IF
001028
001029     IF WS-CAL-EST-ACTIVO
001030        ADD 1 TO WS-CANT-RECHAZADAS
001031        MOVE 'ALTA RECHAZADA - EL FERIADO YA EXISTE'
001032                                    TO WS-LIN-TEXTO
001033        WRITE REG-LIS FROM WS-LIN-SALIDA
001034        GO TO F-2260-REACTIVAR-FERIADO
001035     END-IF
001036
001037     MOVE WS-CTR-DESCRIPCION TO WS-CAL-DESCRIPCION
001038     MOVE 'A'                TO WS-CAL-ESTADO
001039     MOVE WS-FECHA-PROCESO   TO WS-CAL-FEC-ESTADO
001040
001041     REWRITE REG-CAL FROM WS-REG-CALENDARIO
001042
001043     IF WS-FILCAL-CODE IS EQUAL '00'
001044        ADD 1 TO WS-CANT-ALTAS
001045        PERFORM 2900-IMPRIMIR-FERIADO
001046                    THRU F-2900-IMPRIMIR-FERIADO
001047     ELSE
001048        DISPLAY '* ERROR EN REWRITE CALEND (A) = '
001049                                   WS-FILCAL-CODE
001050        MOVE 9999 TO RETURN-CODE
001051        SET WS-FIN-LECTURA TO TRUE
001052     END-IF.
001053
001054 F-2260-REACTIVAR-FERIADO. EXIT.
001055
001056**************************************
001057* ACCION C: CAMBIO DEL MOTIVO DE UN  *
001058* FERIADO                            *
001059**************************************
001060
001061 2300-CAMBIO-FERIADO.
001062
001063     MOVE WS-CTR-CLAVE TO REG-CAL-CLAVE
001064
001065     READ FILE-CAL INTO WS-REG-CALENDARIO
001066        KEY IS REG-CAL-CLAVE
001067
001068     EVALUATE WS-FILCAL-CODE
001069
001070        WHEN '00'
001071
001072           IF WS-CTR-DESCRIPCION IS NOT EQUAL SPACES
001073              MOVE WS-CTR-DESCRIPCION TO WS-CAL-DESCRIPCION
001074           END-IF
001075
001076           REWRITE REG-CAL FROM WS-REG-CALENDARIO
001077
001078           IF WS-FILCAL-CODE IS EQUAL '00'
001079              ADD 1 TO WS-CANT-CAMBIOS
001080              PERFORM 2900-IMPRIMIR-FERIADO
001081                          THRU F-2900-IMPRIMIR-FERIADO
001082           ELSE
001083              DISPLAY '* ERROR EN REWRITE CALEND (C) = '
001084                                         WS-FILCAL-CODE
001085              MOVE 9999 TO RETURN-CODE
001086              SET WS-FIN-LECTURA TO TRUE
001087           END-IF
001088
001089        WHEN '23'
001090           ADD 1 TO WS-CANT-NOENCONTRADAS
001091           MOVE 'FERIADO NO ENCONTRADO - NO SE MODIFICO'
001092                                    TO WS-LIN-TEXTO
001093           WRITE REG-LIS FROM WS-LIN-SALIDA
001094
001095        WHEN OTHER
001096           DISPLAY '* ERROR EN READ CALEND (C) = '
001097                                      WS-FILCAL-CODE
001098           MOVE 9999 TO RETURN-CODE
001099           SET WS-FIN-LECTURA TO TRUE
001100
001101     END-EVALUATE.
001102
001103 F-2300-CAMBIO-FERIADO. EXIT.
001104
001105**************************************
001106* ACCION E: BAJA LOGICA DE UN FERIADO*
001107* (EL DIA VUELVE A SER HABIL)        *
001108**************************************
001109
001110 2400-BAJA-FERIADO.
001111
001112     MOVE WS-CTR-CLAVE TO REG-CAL-CLAVE
001113
001114     READ FILE-CAL INTO WS-REG-CALENDARIO
001115        KEY IS REG-CAL-CLAVE
001116
001117     EVALUATE WS-FILCAL-CODE
001118
001119        WHEN '00'
001120
001121           IF WS-CAL-EST-BAJA
001122              ADD 1 TO WS-CANT-RECHAZADAS
001123              MOVE 'BAJA RECHAZADA - FERIADO YA DADO DE BAJA'
001124                                       TO WS-LIN-TEXTO
001125              WRITE REG-LIS FROM WS-LIN-SALIDA
001126           ELSE
001127              MOVE 'B'              TO WS-CAL-ESTADO
001128              MOVE WS-FECHA-PROCESO TO WS-CAL-FEC-ESTADO
001129              REWRITE REG-CAL FROM WS-REG-CALENDARIO
001130
001131              IF WS-FILCAL-CODE IS EQUAL '00'
001132                 ADD 1 TO WS-CANT-BAJAS
001133                 PERFORM 2900-IMPRIMIR-FERIADO
001134                             THRU F-2900-IMPRIMIR-FERIADO
001135              ELSE
001136                 DISPLAY '* ERROR EN REWRITE CALEND (E) = '
001137                                            WS-FILCAL-CODE
001138                 MOVE 9999 TO RETURN-CODE
001139                 SET WS-FIN-LECTURA TO TRUE
001140              END-IF
001141           END-IF
001142
001143        WHEN '23'
001144           ADD 1 TO WS-CANT-NOENCONTRADAS
001145           MOVE 'FERIADO NO ENCONTRADO - NO SE DIO DE BAJA'
001146                                    TO WS-LIN-TEXTO
001147           WRITE REG-LIS FROM WS-LIN-SALIDA
001148
001149        WHEN OTHER
001150           DISPLAY '* ERROR EN READ CALEND (E) = '
001151                                      WS-FILCAL-CODE
001152           MOVE 9999 TO RETURN-CODE
001153           SET WS-FIN-LECTURA TO TRUE
001154
001155     END-EVALUATE.
001156
001157 F-2400-BAJA-FERIADO. EXIT.
001158
001159**************************************
001160* IMPRIME UNA LINEA CON LOS DATOS    *
001161* DEL DIA EN WS-REG-CALENDARIO       *
001162**************************************
001163
001164 2900-IMPRIMIR-FERIADO.
001165
001166     MOVE SPACES TO WS-LIN-TEXTO
001167
001168     STRING 'SUC: '        WS-CAL-SUCURSAL
001169            ' FECHA: '     WS-CAL-FECHA
001170            ' MOTIVO: '    WS-CAL-DESCRIPCION
001171            ' EST: '       WS-CAL-ESTADO
001172            ' DESDE: '     WS-CAL-FEC-ESTADO
001173               DELIMITED BY SIZE
001174               INTO WS-LIN-TEXTO
001175     END-STRING
001176
001177     WRITE REG-LIS FROM WS-LIN-SALIDA.
001178
001179 F-2900-IMPRIMIR-FERIADO. EXIT.
001180
001181**************************************
001182* CANTIDAD DE DIAS DEL MES DE        *
001183* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001184* BISIESTO)                          *
001185**************************************
001186
001187 8050-DIAS-DEL-MES.
001188
001189     EVALUATE WS-DHA-MES
001190        WHEN 04
001191        WHEN 06
001192        WHEN 09
001193        WHEN 11
001194           MOVE 30 TO WS-DHA-DIAS-MES
001195        WHEN 02
001196           MOVE 28 TO WS-DHA-DIAS-MES
001197           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001198                  REMAINDER WS-DHA-RESTO
001199           IF WS-DHA-RESTO IS EQUAL ZERO
001200              MOVE 29 TO WS-DHA-DIAS-MES
001201              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001202                     REMAINDER WS-DHA-RESTO
001203              IF WS-DHA-RESTO IS EQUAL ZERO
001204                 MOVE 28 TO WS-DHA-DIAS-MES
001205                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001206                        REMAINDER WS-DHA-RESTO
001207                 IF WS-DHA-RESTO IS EQUAL ZERO
001208                    MOVE 29 TO WS-DHA-DIAS-MES
001209                 END-IF
001210              END-IF
001211           END-IF
001212        WHEN OTHER
001213           MOVE 31 TO WS-DHA-DIAS-MES
001214     END-EVALUATE.
001215
001216 F-8050-DIAS-DEL-MES. EXIT.
001217
001218**************************************
001219*    CIERRE DE ARCHIVOS Y TOTALES    *
001220**************************************
001221
001222 9999-FINAL.
001223
001224     CLOSE FILE-CAL.
001225        IF WS-FILCAL-CODE IS NOT EQUAL '00'
001226           DISPLAY '* ERROR EN CLOSE CALEND  = '
001227                                      WS-FILCAL-CODE
001228           MOVE 9999 TO RETURN-CODE
001229        END-IF.
001230
001231     CLOSE FILE-TRAN.
001232        IF WS-FILTRAN-CODE IS NOT EQUAL '00'
001233           DISPLAY '* ERROR EN CLOSE FILE-TRAN = '
001234                                      WS-FILTRAN-CODE
001235           MOVE 9999 TO RETURN-CODE
001236        END-IF.
001237
001238     CLOSE FILE-LIS.
001239        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001240           DISPLAY '* ERROR EN CLOSE FILE-LIS = '
001241                                      WS-FILLIS-CODE
001242           MOVE 9999 TO RETURN-CODE
001243        END-IF.
001244
001245**************************************
001246*    MOSTRAR TOTALES DE CONTROL      *
001247**************************************
001248
001249     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001250     DISPLAY WS-LEYEN-CONSULTAS      WS-CANT-CONSULTAS.
001251     DISPLAY WS-LEYEN-ALTAS          WS-CANT-ALTAS.
001252     DISPLAY WS-LEYEN-CAMBIOS        WS-CANT-CAMBIOS.
001253     DISPLAY WS-LEYEN-BAJAS          WS-CANT-BAJAS.
001254     DISPLAY WS-LEYEN-NOENCONTRADAS  WS-CANT-NOENCONTRADAS.
001255     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
001256     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
001257
001258 F-9999-FINAL.
001259     EXIT.
001260*
