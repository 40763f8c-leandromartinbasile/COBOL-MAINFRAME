000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ4B.
000115**********************************************************
000120*                                                        *
000125*    AML CASE MAINT code                                 *
000130*    MANTENIMIENTO DE LOS CASOS DE ALERTA DE PREVENCION  *
000135*    DE LAVADO (DDAMLCAS, VER PGMAPJ4A) POR EL AREA DE   *
000140*    CUMPLIMIENTO: CONSULTA DE UN CASO O DE TODOS LOS    *
000145*    ABIERTOS (L), CIERRE DE UN CASO DESCARTADO (C),     *
000150*    REPORTE DE UN CASO CONFIRMADO COMO OPERACION        *
000155*    SOSPECHOSA (R, SALE A LA UIF CON PGMAPJ4C) Y        *
000160*    REAPERTURA DE UN CASO CERRADO (O). CADA TRANSACCION *
000165*    SE VALIDA CONTRA EL PERFIL DEL OPERADOR EN DDOPER   *
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
000208*    CASOS DE ALERTA (VER LAYOUT-AmlCaso)
000209     SELECT FILE-CAS  ASSIGN DDAMLCAS
000210     ORGANIZATION IS INDEXED
000211     ACCESS IS DYNAMIC
000212     RECORD KEY IS REG-CAS-CLAVE
000213     FILE STATUS IS WS-FILCAS-CODE.
000214
000215     SELECT FILE-TRAN ASSIGN DDAMLTRA
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILTRAN-CODE.
000218
000219*    MAESTRO DE OPERADORES (VER LAYOUT-Operador)
000220     SELECT FILE-OPE  ASSIGN DDOPER
000221     ORGANIZATION IS INDEXED
000222     ACCESS IS RANDOM
000223     RECORD KEY IS REG-OPE-ID
000224     FILE STATUS IS WS-FILOPE-CODE.
000225
000226     SELECT FILE-LIS  ASSIGN DDAMLMNT
000227     ACCESS IS SEQUENTIAL
000228     FILE STATUS IS WS-FILLIS-CODE.
000229
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-CAS
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-CAS.
000398     03  REG-CAS-CLAVE.
000399         05  REG-CAS-FECHA       PIC 9(08).
000400         05  REG-CAS-SECUEN      PIC 9(05).
000401     03  FILLER                  PIC X(237).
000402
000403 FD FILE-TRAN
000404      BLOCK CONTAINS 0 RECORDS
000405      RECORDING MODE IS F.
000406
000407 01 REG-TRAN         PIC X(100).
000408
000409 FD FILE-OPE
000410      BLOCK CONTAINS 0 RECORDS
000411      RECORDING MODE IS F.
000412
000413 01 REG-OPE.
000414     03  REG-OPE-ID              PIC X(08).
000415     03  FILLER                  PIC X(132).
000416
000417 FD FILE-LIS
000418      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000420
000421 01 REG-LIS          PIC X(132).
000422
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILCAS-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000506
000507 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000508     88  WS-FIN-LECTURA                  VALUE 'SI'.
000509     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000510
000511 01  WS-STATUS-CAS           PIC X(02)   VALUE 'NO'.
000512     88  WS-FIN-CASOS                    VALUE 'SI'.
000513     88  WS-NO-FIN-CASOS                 VALUE 'NO'.
000514
000515 77  WS-CANT-LEIDAS          PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-CONSULTAS       PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-CERRADOS        PIC 9(05)   VALUE ZEROS.
000518 77  WS-CANT-REPORTADOS      PIC 9(05)   VALUE ZEROS.
000519 77  WS-CANT-REABIERTOS      PIC 9(05)   VALUE ZEROS.
000520 77  WS-CANT-NOENCONTRADOS   PIC 9(05)   VALUE ZEROS.
000521 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000522 77  WS-CANT-OPER-RECH       PIC 9(05)   VALUE ZEROS.
000523 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-ABIERTOS-W      PIC 9(05)   VALUE ZEROS.
000525
000526********  VALIDACION DEL OPERADOR  *
000527
000528 77  WS-OPE-RECH-SW          PIC X       VALUE 'N'.
000529     88  WS-OPE-AUTORIZADO               VALUE 'N'.
000530     88  WS-OPE-RECHAZADO                VALUE 'Y'.
000531
000532 77  WS-OPE-IDX              PIC 9(02)   VALUE ZEROS.
000533 77  WS-OPE-HALLADA          PIC 9(02)   VALUE ZEROS.
000534
000535********     FECHA DE PROCESO  ***************
000536
000537 01  WS-FECHA-PROCESO.
000538     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000539     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000540     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000541     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000542 01  FILLER REDEFINES WS-FECHA-PROCESO.
000543     03  WS-FEC-PROCESO-N    PIC 9(08).
000544
000545 01  WS-FECHA.
000546     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000547     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000548     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000549
000550 01  WS-LEYEN-LEIDAS         PIC X(35)
000551         VALUE '* TRANSACCIONES LEIDAS      = '.
000552 01  WS-LEYEN-CONSULTAS      PIC X(35)
000553         VALUE '* CONSULTAS ATENDIDAS       = '.
000554 01  WS-LEYEN-CERRADOS       PIC X(35)
000555         VALUE '* CASOS CERRADOS            = '.
000556 01  WS-LEYEN-REPORTADOS     PIC X(35)
000557         VALUE '* CASOS REPORTADOS          = '.
000558 01  WS-LEYEN-REABIERTOS     PIC X(35)
000559         VALUE '* CASOS REABIERTOS          = '.
000560 01  WS-LEYEN-NOENCONTRADOS  PIC X(35)
000561         VALUE '* CASOS NO ENCONTRADOS      = '.
000562 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000563         VALUE '* TRANSACCIONES RECHAZADAS  = '.
000564 01  WS-LEYEN-OPER-RECH      PIC X(35)
000565         VALUE '* RECHAZADAS POR OPERADOR   = '.
000566 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000567         VALUE '* ACCIONES INVALIDAS        = '.
000568
000569 01  WS-LIN-SALIDA.
000570     03  FILLER              PIC X(01)   VALUE SPACE.
000571     03  WS-LIN-TEXTO        PIC X(131).
000572
000573 01  WS-LIN-EDIT-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
000574
000575     COPY "LAYOUT-AmlCaso.cpy".
000576     COPY "LAYOUT-AmlTran.cpy".
000577     COPY "LAYOUT-Operador.cpy".
000578
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
000726     OPEN I-O    FILE-CAS.
000727     IF WS-FILCAS-CODE IS NOT EQUAL '00'
000728        DISPLAY '* ERROR EN OPEN AMLCAS  = ' WS-FILCAS-CODE
000729        MOVE 9999 TO RETURN-CODE
000730        SET  WS-FIN-LECTURA TO TRUE
000731     END-IF.
000732
000733     OPEN INPUT  FILE-TRAN.
000734     IF WS-FILTRAN-CODE IS NOT EQUAL '00'
000735        DISPLAY '* ERROR EN OPEN FILE-TRAN = ' WS-FILTRAN-CODE
000736        MOVE 9999 TO RETURN-CODE
000737        SET  WS-FIN-LECTURA TO TRUE
000738     END-IF.
000739
000740     OPEN INPUT  FILE-OPE.
000741     IF WS-FILOPE-CODE IS NOT EQUAL '00'
000742        DISPLAY '* ERROR EN OPEN OPERAD  = ' WS-FILOPE-CODE
000743        MOVE 9999 TO RETURN-CODE
000744        SET  WS-FIN-LECTURA TO TRUE
000745     END-IF.
000746
000747     OPEN OUTPUT FILE-LIS.
000748     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000749        DISPLAY '* ERROR EN OPEN FILE-LIS = ' WS-FILLIS-CODE
000750        MOVE 9999 TO RETURN-CODE
000751        SET  WS-FIN-LECTURA TO TRUE
000752     END-IF.
000753
000754     IF WS-NO-FIN-LECTURA
000755        PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN
000756     END-IF.
000757
000758 F-1000-INICIO.   EXIT.
000759
000760**************************************
000761* PROCESO DE UNA TRANSACCION         *
000762**************************************
000763
000764 2000-PROCESO.
000765
000766     MOVE SPACES TO WS-LIN-TEXTO
000767     STRING 'TRANSACCION: ' WS-ATR-ACCION
000768            ' ALERTA: '     WS-ATR-FECHA
000769            '-'             WS-ATR-SECUEN
000770            ' OPERADOR: '   WS-ATR-OPERADOR
000771               DELIMITED BY SIZE
000772               INTO WS-LIN-TEXTO
000773     END-STRING
000774     WRITE REG-LIS FROM WS-LIN-SALIDA
000775
000776*    NINGUNA TRANSACCION SE EJECUTA SIN VALIDAR EL OPERADOR
000777
000778     PERFORM 1500-VALIDAR-OPERADOR THRU F-1500-VALIDAR-OPERADOR
000779
000780     IF WS-OPE-AUTORIZADO
000781        PERFORM 2050-EJECUTAR-ACCION THRU F-2050-EJECUTAR-ACCION
000782     END-IF
000783
000784     IF WS-NO-FIN-LECTURA
000785        PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN
000786     END-IF.
000787
000788 F-2000-PROCESO. EXIT.
000789
000790 2050-EJECUTAR-ACCION.
000791
000792     EVALUATE TRUE
000793
000794        WHEN WS-ATR-LEER
000795           PERFORM 2100-CONSULTAR-CASO
000796                       THRU F-2100-CONSULTAR-CASO
000797
000798        WHEN WS-ATR-CERRAR
000799        WHEN WS-ATR-REPORTAR
000800        WHEN WS-ATR-REABRIR
000801           PERFORM 2200-CAMBIAR-ESTADO
000802                       THRU F-2200-CAMBIAR-ESTADO
000803
000804        WHEN OTHER
000805           ADD 1 TO WS-CANT-ACCION-INVALID
000806           MOVE 'ACCION DE TRANSACCION INVALIDA'
000807                                    TO WS-LIN-TEXTO
000808           WRITE REG-LIS FROM WS-LIN-SALIDA
000809
000810     END-EVALUATE.
000811
000812 F-2050-EJECUTAR-ACCION. EXIT.
000813
000814**************************************
000815* VALIDAR EL OPERADOR DE LA          *
000816* TRANSACCION: EXISTENTE, ACTIVO Y   *
000817* CON LA ACCION ENTRE SUS PERMISOS   *
000818**************************************
000819
000820 1500-VALIDAR-OPERADOR.
000821
000822     SET WS-OPE-AUTORIZADO TO TRUE
000823
000824     MOVE WS-ATR-OPERADOR TO REG-OPE-ID
000825
000826     READ FILE-OPE INTO WS-REG-OPERADOR
000827        KEY IS REG-OPE-ID
000828
000829     EVALUATE WS-FILOPE-CODE
000830
000831        WHEN '00'
000832           CONTINUE
000833
000834        WHEN '23'
000835           SET WS-OPE-RECHAZADO TO TRUE
000836           ADD 1 TO WS-CANT-OPER-RECH
000837           MOVE 'TRANSACCION RECHAZADA - OPERADOR DESCONOCIDO'
000838                                    TO WS-LIN-TEXTO
000839           WRITE REG-LIS FROM WS-LIN-SALIDA
000840           GO TO F-1500-VALIDAR-OPERADOR
000841
000842        WHEN OTHER
000843           DISPLAY '* ERROR EN READ OPERAD = ' WS-FILOPE-CODE
000844           MOVE 9999 TO RETURN-CODE
000845           SET WS-FIN-LECTURA TO TRUE
000846           SET WS-OPE-RECHAZADO TO TRUE
000847           GO TO F-1500-VALIDAR-OPERADOR
000848
000849     END-EVALUATE
000850
000851     IF WS-OPE-EST-BAJA
000852        SET WS-OPE-RECHAZADO TO TRUE
000853        ADD 1 TO WS-CANT-OPER-RECH
000854        MOVE 'TRANSACCION RECHAZADA - OPERADOR INACTIVO'
000855                                 TO WS-LIN-TEXTO
000856        WRITE REG-LIS FROM WS-LIN-SALIDA
000857        GO TO F-1500-VALIDAR-OPERADOR
000858     END-IF
000859
000860     MOVE ZEROS TO WS-OPE-HALLADA
000861     MOVE ZEROS TO WS-OPE-IDX
000862
000863     PERFORM 1520-COMPARAR-PERMISO
000864                 THRU F-1520-COMPARAR-PERMISO
000865               UNTIL WS-OPE-IDX IS NOT LESS THAN 10
000866               OR WS-OPE-HALLADA IS NOT EQUAL ZERO
000867
000868     IF WS-OPE-HALLADA IS EQUAL ZERO
000869        SET WS-OPE-RECHAZADO TO TRUE
000870        ADD 1 TO WS-CANT-OPER-RECH
000871        MOVE 'TRANSACCION RECHAZADA - ACCION NO PERMITIDA'
000872                                 TO WS-LIN-TEXTO
000873        WRITE REG-LIS FROM WS-LIN-SALIDA
000874     END-IF.
000875
000876 F-1500-VALIDAR-OPERADOR. EXIT.
000877
000878 1520-COMPARAR-PERMISO.
000879
000880     ADD 1 TO WS-OPE-IDX
000881
000882     IF WS-OPE-ACCION (WS-OPE-IDX) IS EQUAL WS-ATR-ACCION
000883        MOVE WS-OPE-IDX TO WS-OPE-HALLADA
000884     END-IF.
000885
000886 F-1520-COMPARAR-PERMISO. EXIT.
000887
000888**************************************
000889* LECTURA DE UNA TRANSACCION         *
000890**************************************
000891
000892 3000-LEER-TRAN.
000893
000894     READ FILE-TRAN INTO WS-REG-AMLTRAN
000895
000896     EVALUATE WS-FILTRAN-CODE
000897
000898        WHEN '00'
000899           ADD 1 TO WS-CANT-LEIDAS
000900
000901        WHEN '10'
000902           SET WS-FIN-LECTURA TO TRUE
000903
000904        WHEN OTHER
000905           DISPLAY '* ERROR EN LECTURA FILE-TRAN = '
000906                                      WS-FILTRAN-CODE
000907           MOVE 9999 TO RETURN-CODE
000908           SET WS-FIN-LECTURA TO TRUE
000909
000910     END-EVALUATE.
000911
000912 F-3000-LEER-TRAN. EXIT.
000913
000914**************************************
000915* ACCION L: UN CASO POR SU NUMERO, O *
000916* TODOS LOS CASOS ABIERTOS SI EL     *
000917* NUMERO VIENE EN CERO               *
000918**************************************
000919
000920 2100-CONSULTAR-CASO.
000921
000922     IF WS-ATR-CLAVE IS NOT EQUAL ZEROS
000923
000924        PERFORM 2800-LEER-CASO THRU F-2800-LEER-CASO
000925
000926        IF WS-FILCAS-CODE IS EQUAL '00'
000927           ADD 1 TO WS-CANT-CONSULTAS
000928           PERFORM 2900-IMPRIMIR-CASO THRU F-2900-IMPRIMIR-CASO
000929        END-IF
000930
000931        GO TO F-2100-CONSULTAR-CASO
000932
000933     END-IF
000934
000935     MOVE ZEROS TO REG-CAS-CLAVE
000936
000937     START FILE-CAS KEY IS NOT LESS THAN REG-CAS-CLAVE
000938
000939     EVALUATE WS-FILCAS-CODE
000940
000941        WHEN '00'
000942           CONTINUE
000943
000944        WHEN '23'
000945           MOVE 'SIN CASOS ABIERTOS' TO WS-LIN-TEXTO
000946           WRITE REG-LIS FROM WS-LIN-SALIDA
000947           GO TO F-2100-CONSULTAR-CASO
000948
000949        WHEN OTHER
000950           DISPLAY '* ERROR EN START AMLCAS (L) = '
000951                                      WS-FILCAS-CODE
000952           MOVE 9999 TO RETURN-CODE
000953           SET WS-FIN-LECTURA TO TRUE
000954           GO TO F-2100-CONSULTAR-CASO
000955
000956     END-EVALUATE
000957
000958     MOVE ZEROS TO WS-CANT-ABIERTOS-W
000959     SET WS-NO-FIN-CASOS TO TRUE
000960
000961     PERFORM 2110-CONSULTAR-UNO THRU F-2110-CONSULTAR-UNO
000962               UNTIL WS-FIN-CASOS
000963               OR WS-FIN-LECTURA
000964
000965     IF WS-CANT-ABIERTOS-W IS EQUAL ZERO
000966        MOVE 'SIN CASOS ABIERTOS' TO WS-LIN-TEXTO
000967        WRITE REG-LIS FROM WS-LIN-SALIDA
000968     END-IF
000969
000970     ADD 1 TO WS-CANT-CONSULTAS.
000971
000972 F-2100-CONSULTAR-CASO. EXIT.
000973
000974 2110-CONSULTAR-UNO.
000975
000976     READ FILE-CAS NEXT RECORD INTO WS-REG-AMLCASO
000977
000978     EVALUATE WS-FILCAS-CODE
000979
000980        WHEN '00'
000981           IF WS-AML-EST-ABIERTO
000982              ADD 1 TO WS-CANT-ABIERTOS-W
000983              PERFORM 2900-IMPRIMIR-CASO
000984                          THRU F-2900-IMPRIMIR-CASO
000985           END-IF
000986
000987        WHEN '10'
000988           SET WS-FIN-CASOS TO TRUE
000989
000990        WHEN OTHER
000991           DISPLAY '* ERROR EN READ AMLCAS (L) = '
000992                                      WS-FILCAS-CODE
000993           MOVE 9999 TO RETURN-CODE
000994           SET WS-FIN-LECTURA TO TRUE
000995
000996     END-EVALUATE.
000997
000998 F-2110-CONSULTAR-UNO. EXIT.
000999
001000**************************************
001001* ACCIONES C, R Y O: CAMBIO DE ESTADO*
001002* DEL CASO. C Y R SOLO SOBRE UN CASO *
001003* ABIERTO Y CON OBSERVACION; O SOLO  *
001004* SOBRE UN CASO CERRADO (UN CASO     *
001005* REPORTADO A LA UIF NO SE REABRE)   *
001006**************************************
001007
001008 2200-CAMBIAR-ESTADO.
001009
001010     PERFORM 2800-LEER-CASO THRU F-2800-LEER-CASO
001011
001012     IF WS-FILCAS-CODE IS NOT EQUAL '00'
001013        GO TO F-2200-CAMBIAR-ESTADO
001014     END-IF
001015
001016     IF (WS-ATR-CERRAR OR WS-ATR-REPORTAR)
001017        AND NOT WS-AML-EST-ABIERTO
001018        ADD 1 TO WS-CANT-RECHAZADAS
001019        MOVE 'TRANSACCION RECHAZADA - EL CASO NO ESTA ABIERTO'
001020                                 TO WS-LIN-TEXTO
001021        WRITE REG-LIS FROM WS-LIN-SALIDA
001022        GO TO F-2200-CAMBIAR-ESTADO
001023     END-IF
001024
001025     IF (WS-ATR-CERRAR OR WS-ATR-REPORTAR)
001026        AND WS-ATR-OBSERV IS EQUAL SPACES
001027        ADD 1 TO WS-CANT-RECHAZADAS
001028        MOVE 'TRANSACCION RECHAZADA - FALTA LA OBSERVACION'
001029                                 TO WS-LIN-TEXTO
001030        WRITE REG-LIS FROM WS-LIN-SALIDA
001031        GO TO F-2200-CAMBIAR-ESTADO
001032     END-IF
001033
001034     IF WS-ATR-REABRIR
001035        AND NOT WS-AML-EST-CERRADO
001036        ADD 1 TO WS-CANT-RECHAZADAS
001037        MOVE 'TRANSACCION RECHAZADA - EL CASO NO ESTA CERRADO'
001038                                 TO WS-LIN-TEXTO
001039        WRITE REG-LIS FROM WS-LIN-SALIDA
001040        GO TO F-2200-CAMBIAR-ESTADO
001041     END-IF
001042
001043     EVALUATE TRUE
001044
001045        WHEN WS-ATR-CERRAR
001046           SET WS-AML-EST-CERRADO   TO TRUE
001047
001048        WHEN WS-ATR-REPORTAR
001049           SET WS-AML-EST-REPORTADO TO TRUE
001050           MOVE ZEROS               TO WS-AML-FEC-UIF
001051
001052        WHEN WS-ATR-REABRIR
001053           SET WS-AML-EST-ABIERTO   TO TRUE
001054
001055     END-EVALUATE
001056
001057     MOVE WS-FEC-PROCESO-N TO WS-AML-FEC-ESTADO
001058     MOVE WS-ATR-OPERADOR  TO WS-AML-OPERADOR
001059
001060     IF WS-ATR-OBSERV IS NOT EQUAL SPACES
001061        MOVE WS-ATR-OBSERV TO WS-AML-OBSERV
001062     END-IF
001063
001064     REWRITE REG-CAS FROM WS-REG-AMLCASO
001065
001066     IF WS-FILCAS-CODE IS NOT EQUAL '00'
001067        DISPLAY '* ERROR EN REWRITE AMLCAS = ' WS-FILCAS-CODE
001068        MOVE 9999 TO RETURN-CODE
001069        SET WS-FIN-LECTURA TO TRUE
001070        GO TO F-2200-CAMBIAR-ESTADO
001071     END-IF
001072
001073     EVALUATE TRUE
001074
001075        WHEN WS-ATR-CERRAR
001076           ADD 1 TO WS-CANT-CERRADOS
001077
001078        WHEN WS-ATR-REPORTAR
001079           ADD 1 TO WS-CANT-REPORTADOS
001080
001081        WHEN WS-ATR-REABRIR
001082           ADD 1 TO WS-CANT-REABIERTOS
001083
001084     END-EVALUATE
001085
001086     PERFORM 2900-IMPRIMIR-CASO THRU F-2900-IMPRIMIR-CASO.
001087
001088 F-2200-CAMBIAR-ESTADO. EXIT.
001089
001090**************************************
001091* LEER EL CASO DE LA TRANSACCION     *
001092**************************************
001093
001094 2800-LEER-CASO.
001095
001096     MOVE WS-ATR-CLAVE TO REG-CAS-CLAVE
001097
001098     READ FILE-CAS INTO WS-REG-AMLCASO
001099        KEY IS REG-CAS-CLAVE
001100
001101     EVALUATE WS-FILCAS-CODE
001102
001103        WHEN '00'
001104           CONTINUE
001105
001106        WHEN '23'
001107           ADD 1 TO WS-CANT-NOENCONTRADOS
001108           MOVE 'CASO DE ALERTA NO ENCONTRADO' TO WS-LIN-TEXTO
001109           WRITE REG-LIS FROM WS-LIN-SALIDA
001110
001111        WHEN OTHER
001112           DISPLAY '* ERROR EN READ AMLCAS = ' WS-FILCAS-CODE
001113           MOVE 9999 TO RETURN-CODE
001114           SET WS-FIN-LECTURA TO TRUE
001115
001116     END-EVALUATE.
001117
001118 F-2800-LEER-CASO. EXIT.
001119
001120**************************************
001121* IMPRIMIR EL CASO EN WS-REG-AMLCASO *
001122**************************************
001123
001124 2900-IMPRIMIR-CASO.
001125
001126     MOVE WS-AML-IMPORTE TO WS-LIN-EDIT-IMPORTE
001127     MOVE SPACES         TO WS-LIN-TEXTO
001128
001129     STRING '   ALERTA '  WS-AML-FECHA
001130            '-'           WS-AML-SECUEN
001131            ' REGLA '     WS-AML-REGLA
001132            ' CTA '       WS-AML-NRO
001133            '-'           WS-AML-TIPO
001134            '-'           WS-AML-CUENTA
001135            ' SUC '       WS-AML-SUCURSAL
001136            ' '           WS-AML-MONEDA
001137            ' '           WS-LIN-EDIT-IMPORTE
001138            ' MOV '       WS-AML-CANT-MOV
001139            ' ESTADO '    WS-AML-ESTADO
001140            ' '           WS-AML-FEC-ESTADO
001141               DELIMITED BY SIZE
001142               INTO WS-LIN-TEXTO
001143     END-STRING
001144
001145     WRITE REG-LIS FROM WS-LIN-SALIDA
001146
001147     MOVE SPACES TO WS-LIN-TEXTO
001148
001149     STRING '      TITULAR: ' WS-AML-TIPO-DOC
001150            ' '           WS-AML-NRO-DOC
001151            ' '           WS-AML-NOMBRE
001152            ' OPERADOR '  WS-AML-OPERADOR
001153            ' '           WS-AML-OBSERV
001154               DELIMITED BY SIZE
001155               INTO WS-LIN-TEXTO
001156     END-STRING
001157
001158     WRITE REG-LIS FROM WS-LIN-SALIDA.
001159
001160 F-2900-IMPRIMIR-CASO. EXIT.
001161
001162**************************************
001163*   CIERRE DE ARCHIVOS Y TOTALES     *
001164**************************************
001165
001166 9999-FINAL.
001167
001168     CLOSE FILE-CAS.
001169        IF WS-FILCAS-CODE IS NOT EQUAL '00'
001170           DISPLAY '* ERROR EN CLOSE AMLCAS  = '
001171                                      WS-FILCAS-CODE
001172           MOVE 9999 TO RETURN-CODE
001173        END-IF.
001174
001175     CLOSE FILE-TRAN.
001176        IF WS-FILTRAN-CODE IS NOT EQUAL '00'
001177           DISPLAY '* ERROR EN CLOSE FILE-TRAN = '
001178                                      WS-FILTRAN-CODE
001179           MOVE 9999 TO RETURN-CODE
001180        END-IF.
001181
001182     CLOSE FILE-OPE.
001183        IF WS-FILOPE-CODE IS NOT EQUAL '00'
001184           DISPLAY '* ERROR EN CLOSE OPERAD  = '
001185                                      WS-FILOPE-CODE
001186           MOVE 9999 TO RETURN-CODE
001187        END-IF.
001188
001189     CLOSE FILE-LIS.
001190        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001191           DISPLAY '* ERROR EN CLOSE FILE-LIS = '
001192                                      WS-FILLIS-CODE
001193           MOVE 9999 TO RETURN-CODE
001194        END-IF.
001195
001196**************************************
001197*   MOSTRAR TOTALES DE CONTROL       *
001198**************************************
001199
001200     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001201     DISPLAY WS-LEYEN-CONSULTAS      WS-CANT-CONSULTAS.
001202     DISPLAY WS-LEYEN-CERRADOS       WS-CANT-CERRADOS.
001203     DISPLAY WS-LEYEN-REPORTADOS     WS-CANT-REPORTADOS.
001204     DISPLAY WS-LEYEN-REABIERTOS     WS-CANT-REABIERTOS.
001205     DISPLAY WS-LEYEN-NOENCONTRADOS  WS-CANT-NOENCONTRADOS.
001206     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
001207     DISPLAY WS-LEYEN-OPER-RECH      WS-CANT-OPER-RECH.
001208     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
001209
001210 F-9999-FINAL.
001211     EXIT.
