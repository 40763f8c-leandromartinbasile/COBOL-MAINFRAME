000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ3A.
000115**********************************************************
000120*                                                        *
000125*    CHEQUEBOOK MAINTENANCE code                         *
000130*    MANTENIMIENTO DEL MAESTRO DE CHEQUERAS (DDCHEQRA) DE*
000135*    LAS CUENTAS CORRIENTES (TIPO 02): CONSULTA, EMISION *
000140*    DE UNA CHEQUERA (RANGO DE NUMEROS ASIGNADO A LA     *
000145*    CUENTA), DENUNCIA Y LEVANTAMIENTO DE DENUNCIA DE UN *
000150*    CHEQUE (ORDEN DE NO PAGAR) Y ANULACION DE CHEQUERA. *
000155*    LA CAMARA (PGMAPJ3B) SOLO PAGA CHEQUES EMITIDOS A LA*
000160*    CUENTA, NO PAGADOS, NO DENUNCIADOS Y DE CHEQUERAS   *
000165*    ACTIVAS; MISMO ESQUEMA DE TRANSACCIONES QUE PGMAPJ1E*
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
000208     SELECT FILE1   ASSIGN DDCLIEN
000209     ORGANIZATION IS INDEXED
000210     ACCESS IS RANDOM
000211     RECORD KEY IS REG-FILE1-CLAVE
000212     FILE STATUS IS WS-FIL1-CODE.
000213
000214*    MAESTRO DE CHEQUERAS (VER LAYOUT-Chequera): SE UBICA LA
000215*    CHEQUERA DE UN CHEQUE CON START POR CUENTA + NUMERO
000216     SELECT FILE-CHQ ASSIGN DDCHEQRA
000217     ORGANIZATION IS INDEXED
000218     ACCESS IS DYNAMIC
000219     RECORD KEY IS REG-CHQ-CLAVE
000220     FILE STATUS IS WS-FILCHQ-CODE.
000221
000222     SELECT FILE-TRAN ASSIGN DDCHQTRA
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FILTRAN-CODE.
000225
000226     SELECT FILE-LIS  ASSIGN DDCHQMNT
000227     ACCESS IS SEQUENTIAL
000228     FILE STATUS IS WS-FILLIS-CODE.
000229
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE1
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-FILE1.
000398     03  REG-FILE1-CLAVE.
000399         05  REG-FILE1-NRO       PIC 9(05).
000400         05  REG-FILE1-TIPO      PIC 9(02).
000401         05  REG-FILE1-CUENTA    PIC 9(08).
000402     03  FILLER                  PIC X(235).
000403
000404 FD FILE-CHQ
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-CHQ.
000409     03  REG-CHQ-CLAVE.
000410         05  REG-CHQ-NRO         PIC 9(05).
000411         05  REG-CHQ-TIPO        PIC 9(02).
000412         05  REG-CHQ-CUENTA      PIC 9(08).
000413         05  REG-CHQ-HASTA       PIC 9(08).
000414     03  FILLER                  PIC X(627).
000415
000416 FD FILE-TRAN
000417      BLOCK CONTAINS 0 RECORDS
000418      RECORDING MODE IS F.
000419
000420 01 REG-TRAN         PIC X(100).
000421
000422 FD FILE-LIS
000423      BLOCK CONTAINS 0 RECORDS
000424      RECORDING MODE IS F.
000425
000426 01 REG-LIS          PIC X(132).
000427
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILCHQ-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000505 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000506
000507 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000508     88  WS-FIN-LECTURA                  VALUE 'SI'.
000509     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000510
000511 01  WS-STATUS-CHQ           PIC X(02)   VALUE 'NO'.
000512     88  WS-FIN-CHEQUERAS                VALUE 'SI'.
000513     88  WS-NO-FIN-CHEQUERAS             VALUE 'NO'.
000514
000515 77  WS-CANT-LEIDAS          PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-CONSULTAS       PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-EMITIDAS        PIC 9(05)   VALUE ZEROS.
000518 77  WS-CANT-DENUNCIAS       PIC 9(05)   VALUE ZEROS.
000519 77  WS-CANT-LEVANTADAS      PIC 9(05)   VALUE ZEROS.
000520 77  WS-CANT-ANULADAS        PIC 9(05)   VALUE ZEROS.
000521 77  WS-CANT-NOENCONTRADOS   PIC 9(05)   VALUE ZEROS.
000522 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000523 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000524
000525*    TOPE DE CHEQUES POR CHEQUERA (OCCURS DE LAYOUT-Chequera)
000526 77  WS-CHQ-MAXIMO           PIC 9(03)   VALUE 50.
000527
000528*    CHEQUERA DEL CHEQUE BUSCADO (2800-) E INDICE DEL CHEQUE
000529*    DENTRO DE ELLA
000530 77  WS-CHQ-UBIC-SW          PIC X       VALUE 'N'.
000531     88  WS-CHQ-UBICADA                  VALUE 'Y'.
000532     88  WS-CHQ-NO-UBICADA               VALUE 'N'.
000533 77  WS-CHQ-IDX              PIC 9(03) COMP  VALUE ZEROS.
000534 77  WS-CHQ-CANT-W           PIC 9(09)   VALUE ZEROS.
000535 77  WS-CHQ-NRO-W            PIC 9(08)   VALUE ZEROS.
000536
000537 01  WS-CHQ-CTA-BUSCADA.
000538     03  WS-CHQ-BUS-NRO      PIC 9(05)   VALUE ZEROS.
000539     03  WS-CHQ-BUS-TIPO     PIC 9(02)   VALUE ZEROS.
000540     03  WS-CHQ-BUS-CUENTA   PIC 9(08)   VALUE ZEROS.
000541
000542********     FECHA DE PROCESO  ***************
000543
000544 01  WS-FECHA-PROCESO.
000545     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000546     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000547     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000548     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000549 01  FILLER REDEFINES WS-FECHA-PROCESO.
000550     03  WS-FEC-PROCESO-N    PIC 9(08).
000551
000552 01  WS-FECHA.
000553     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000554     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000555     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000556
000557 01  WS-LEYEN-LEIDAS         PIC X(35)
000558         VALUE '* TRANSACCIONES LEIDAS      = '.
000559 01  WS-LEYEN-CONSULTAS      PIC X(35)
000560         VALUE '* CONSULTAS ATENDIDAS       = '.
000561 01  WS-LEYEN-EMITIDAS       PIC X(35)
000562         VALUE '* CHEQUERAS EMITIDAS        = '.
000563 01  WS-LEYEN-DENUNCIAS      PIC X(35)
000564         VALUE '* CHEQUES DENUNCIADOS       = '.
000565 01  WS-LEYEN-LEVANTADAS     PIC X(35)
000566         VALUE '* DENUNCIAS LEVANTADAS      = '.
000567 01  WS-LEYEN-ANULADAS       PIC X(35)
000568         VALUE '* CHEQUERAS ANULADAS        = '.
000569 01  WS-LEYEN-NOENCONTRADOS  PIC X(35)
000570         VALUE '* CHEQUERAS NO ENCONTRADAS  = '.
000571 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000572         VALUE '* TRANSACCIONES RECHAZADAS  = '.
000573 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000574         VALUE '* ACCIONES INVALIDAS        = '.
000575
000576 01  WS-LIN-SALIDA.
000577     03  FILLER              PIC X(01)   VALUE SPACE.
000578     03  WS-LIN-TEXTO        PIC X(131).
000579
000580     COPY "LAYOUT-Clients.cpy".
000581     COPY "LAYOUT-Chequera.cpy".
000582     COPY "LAYOUT-ChqTran.cpy".
000583
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
000726     OPEN INPUT  FILE1.
000727     IF WS-FIL1-CODE IS NOT EQUAL '00'
000728        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000729        MOVE 9999 TO RETURN-CODE
000730        SET  WS-FIN-LECTURA TO TRUE
000731     END-IF.
000732
000733     OPEN I-O    FILE-CHQ.
000734     IF WS-FILCHQ-CODE IS NOT EQUAL '00'
000735        DISPLAY '* ERROR EN OPEN CHEQRA  = ' WS-FILCHQ-CODE
000736        MOVE 9999 TO RETURN-CODE
000737        SET  WS-FIN-LECTURA TO TRUE
000738     END-IF.
000739
000740     OPEN INPUT  FILE-TRAN.
000741     IF WS-FILTRAN-CODE IS NOT EQUAL '00'
000742        DISPLAY '* ERROR EN OPEN FILE-TRAN = ' WS-FILTRAN-CODE
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
000766     EVALUATE TRUE
000767
000768        WHEN WS-CTR-LEER
000769           PERFORM 2100-CONSULTAR-CHEQUERAS
000770                       THRU F-2100-CONSULTAR-CHEQUERAS
000771
000772        WHEN WS-CTR-EMITIR
000773           PERFORM 2200-EMITIR-CHEQUERA
000774                       THRU F-2200-EMITIR-CHEQUERA
000775
000776        WHEN WS-CTR-DENUNCIAR
000777           PERFORM 2300-DENUNCIAR-CHEQUE
000778                       THRU F-2300-DENUNCIAR-CHEQUE
000779
000780        WHEN WS-CTR-LEVANTAR
000781           PERFORM 2350-LEVANTAR-DENUNCIA
000782                       THRU F-2350-LEVANTAR-DENUNCIA
000783
000784        WHEN WS-CTR-ANULAR
000785           PERFORM 2400-ANULAR-CHEQUERA
000786                       THRU F-2400-ANULAR-CHEQUERA
000787
000788        WHEN OTHER
000789           ADD 1 TO WS-CANT-ACCION-INVALID
000790           MOVE 'ACCION DE TRANSACCION INVALIDA'
000791                                    TO WS-LIN-TEXTO
000792           WRITE REG-LIS FROM WS-LIN-SALIDA
000793
000794     END-EVALUATE.
000795
000796     IF WS-NO-FIN-LECTURA
000797        PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN
000798     END-IF.
000799
000800 F-2000-PROCESO. EXIT.
000801
000802**************************************
000803* LECTURA DE UNA TRANSACCION         *
000804**************************************
000805
000806 3000-LEER-TRAN.
000807
000808     READ FILE-TRAN INTO WS-REG-CHQTRAN
000809
000810     EVALUATE WS-FILTRAN-CODE
000811
000812        WHEN '00'
000813           ADD 1 TO WS-CANT-LEIDAS
000814
000815        WHEN '10'
000816           SET WS-FIN-LECTURA TO TRUE
000817
000818        WHEN OTHER
000819           DISPLAY '* ERROR EN LECTURA FILE-TRAN = '
000820                                      WS-FILTRAN-CODE
000821           MOVE 9999 TO RETURN-CODE
000822           SET WS-FIN-LECTURA TO TRUE
000823
000824     END-EVALUATE.
000825
000826 F-3000-LEER-TRAN. EXIT.
000827
000828**************************************
000829* ACCION L: LISTAR TODAS LAS         *
000830* CHEQUERAS DE LA CUENTA CON SUS     *
000831* CHEQUES PAGADOS Y DENUNCIADOS      *
000832**************************************
000833
000834 2100-CONSULTAR-CHEQUERAS.
000835
000836     MOVE WS-CTR-CLAVE TO WS-CHQ-CTA-BUSCADA
000837     MOVE WS-CTR-NRO    TO REG-CHQ-NRO
000838     MOVE WS-CTR-TIPO   TO REG-CHQ-TIPO
000839     MOVE WS-CTR-CUENTA TO REG-CHQ-CUENTA
000840     MOVE ZEROS         TO REG-CHQ-HASTA
000841
000842     START FILE-CHQ KEY IS NOT LESS THAN REG-CHQ-CLAVE
000843
000844     EVALUATE WS-FILCHQ-CODE
000845
000846        WHEN '00'
000847           CONTINUE
000848
000849        WHEN '23'
000850           ADD 1 TO WS-CANT-NOENCONTRADOS
000851           MOVE 'CUENTA SIN CHEQUERAS' TO WS-LIN-TEXTO
000852           WRITE REG-LIS FROM WS-LIN-SALIDA
000853           GO TO F-2100-CONSULTAR-CHEQUERAS
000854
000855        WHEN OTHER
000856           DISPLAY '* ERROR EN START CHEQRA (L) = '
000857                                      WS-FILCHQ-CODE
000858           MOVE 9999 TO RETURN-CODE
000859           SET WS-FIN-LECTURA TO TRUE
000860           GO TO F-2100-CONSULTAR-CHEQUERAS
000861
000862     END-EVALUATE
000863
000864     MOVE ZEROS TO WS-CHQ-CANT-W
000865     SET WS-NO-FIN-CHEQUERAS TO TRUE
000866
000867     PERFORM 2110-CONSULTAR-UNA THRU F-2110-CONSULTAR-UNA
000868               UNTIL WS-FIN-CHEQUERAS
000869               OR WS-FIN-LECTURA
000870
000871     IF WS-CHQ-CANT-W IS EQUAL ZERO
000872        ADD 1 TO WS-CANT-NOENCONTRADOS
000873        MOVE 'CUENTA SIN CHEQUERAS' TO WS-LIN-TEXTO
000874        WRITE REG-LIS FROM WS-LIN-SALIDA
000875     ELSE
000876        ADD 1 TO WS-CANT-CONSULTAS
000877     END-IF.
000878
000879 F-2100-CONSULTAR-CHEQUERAS. EXIT.
000880
000881 2110-CONSULTAR-UNA.
000882
000883     READ FILE-CHQ NEXT RECORD INTO WS-REG-CHEQUERA
000884
000885     EVALUATE WS-FILCHQ-CODE
000886
000887        WHEN '00'
000888           IF WS-CHQ-CTA IS NOT EQUAL WS-CHQ-CTA-BUSCADA
000889              SET WS-FIN-CHEQUERAS TO TRUE
000890           ELSE
000891              ADD 1 TO WS-CHQ-CANT-W
000892              PERFORM 2900-IMPRIMIR-CHEQUERA
000893                          THRU F-2900-IMPRIMIR-CHEQUERA
000894              MOVE ZEROS TO WS-CHQ-IDX
000895              PERFORM 2910-IMPRIMIR-CHEQUE
000896                          THRU F-2910-IMPRIMIR-CHEQUE
000897                        UNTIL WS-CHQ-IDX IS NOT LESS THAN
000898                                              WS-CHQ-CANT
000899           END-IF
000900
000901        WHEN '10'
000902           SET WS-FIN-CHEQUERAS TO TRUE
000903
000904        WHEN OTHER
000905           DISPLAY '* ERROR EN READ CHEQRA (L) = '
000906                                      WS-FILCHQ-CODE
000907           MOVE 9999 TO RETURN-CODE
000908           SET WS-FIN-LECTURA TO TRUE
000909
000910     END-EVALUATE.
000911
000912 F-2110-CONSULTAR-UNA. EXIT.
000913
000914**************************************
000915* ACCION A: EMITIR UNA CHEQUERA A UNA*
000916* CUENTA CORRIENTE ACTIVA; EL RANGO  *
000917* NO PUEDE SUPERPONERSE CON OTRA     *
000918* CHEQUERA DE LA MISMA CUENTA        *
000919**************************************
000920
000921 2200-EMITIR-CHEQUERA.
000922
000923     IF WS-CTR-TIPO IS NOT EQUAL 02
000924        ADD 1 TO WS-CANT-RECHAZADAS
000925        MOVE 'EMISION RECHAZADA - LA CUENTA NO ES CC (TIPO 02)'
000926                                 TO WS-LIN-TEXTO
000927        WRITE REG-LIS FROM WS-LIN-SALIDA
000928        GO TO F-2200-EMITIR-CHEQUERA
000929     END-IF
000930
000931     IF WS-CTR-DESDE IS EQUAL ZERO
000932        OR WS-CTR-HASTA IS LESS THAN WS-CTR-DESDE
000933        ADD 1 TO WS-CANT-RECHAZADAS
000934        MOVE 'EMISION RECHAZADA - RANGO DE NUMEROS INVALIDO'
000935                                 TO WS-LIN-TEXTO
000936        WRITE REG-LIS FROM WS-LIN-SALIDA
000937        GO TO F-2200-EMITIR-CHEQUERA
000938     END-IF
000939
000940     COMPUTE WS-CHQ-CANT-W = WS-CTR-HASTA - WS-CTR-DESDE + 1
000941
000942     IF WS-CHQ-CANT-W IS GREATER THAN WS-CHQ-MAXIMO
000943        ADD 1 TO WS-CANT-RECHAZADAS
000944        MOVE 'EMISION RECHAZADA - MAS DE 50 CHEQUES'
000945                                 TO WS-LIN-TEXTO
000946        WRITE REG-LIS FROM WS-LIN-SALIDA
000947        GO TO F-2200-EMITIR-CHEQUERA
000948     END-IF
000949
000950*    LA CUENTA DEBE EXISTIR Y NO ESTAR DADA DE BAJA
000951
000952     MOVE WS-CTR-CLAVE TO REG-FILE1-CLAVE
000953
000954     READ FILE1 INTO WS-REG-CLIENTE
000955        KEY IS REG-FILE1-CLAVE
000956
000957     EVALUATE WS-FIL1-CODE
000958
000959        WHEN '00'
000960           IF WS-CLI-EST-BAJA
000961              ADD 1 TO WS-CANT-RECHAZADAS
000962              MOVE 'EMISION RECHAZADA - CUENTA EN BAJA'
000963                                       TO WS-LIN-TEXTO
000964              WRITE REG-LIS FROM WS-LIN-SALIDA
000965              GO TO F-2200-EMITIR-CHEQUERA
000966           END-IF
000967
000968        WHEN '23'
000969           ADD 1 TO WS-CANT-RECHAZADAS
000970           MOVE 'EMISION RECHAZADA - CUENTA INEXISTENTE'
000971                                    TO WS-LIN-TEXTO
000972           WRITE REG-LIS FROM WS-LIN-SALIDA
000973           GO TO F-2200-EMITIR-CHEQUERA
000974
000975        WHEN OTHER
000976           DISPLAY '* ERROR EN READ FILE1 (A) = ' WS-FIL1-CODE
000977           MOVE 9999 TO RETURN-CODE
000978           SET WS-FIN-LECTURA TO TRUE
000979           GO TO F-2200-EMITIR-CHEQUERA
000980
000981     END-EVALUATE
000982
000983*    SUPERPOSICION: LA PRIMERA CHEQUERA DE LA CUENTA QUE
000984*    TERMINA EN O DESPUES DEL DESDE PEDIDO NO DEBE EMPEZAR
000985*    ANTES DEL HASTA PEDIDO
000986
000987     MOVE WS-CTR-CLAVE  TO WS-CHQ-CTA-BUSCADA
000988     MOVE WS-CTR-NRO    TO REG-CHQ-NRO
000989     MOVE WS-CTR-TIPO   TO REG-CHQ-TIPO
000990     MOVE WS-CTR-CUENTA TO REG-CHQ-CUENTA
000991     MOVE WS-CTR-DESDE  TO REG-CHQ-HASTA
000992
000993     START FILE-CHQ KEY IS NOT LESS THAN REG-CHQ-CLAVE
000994
000995     EVALUATE WS-FILCHQ-CODE
000996
000997        WHEN '00'
000998           READ FILE-CHQ NEXT RECORD INTO WS-REG-CHEQUERA
000999           IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001000              AND WS-FILCHQ-CODE IS NOT EQUAL '10'
001001              DISPLAY '* ERROR EN READ CHEQRA (A) = '
001002                                         WS-FILCHQ-CODE
001003              MOVE 9999 TO RETURN-CODE
001004              SET WS-FIN-LECTURA TO TRUE
001005              GO TO F-2200-EMITIR-CHEQUERA
001006           END-IF
001007           IF WS-FILCHQ-CODE IS EQUAL '00'
001008              AND WS-CHQ-CTA IS EQUAL WS-CHQ-CTA-BUSCADA
001009              AND WS-CHQ-DESDE IS NOT GREATER THAN WS-CTR-HASTA
001010              ADD 1 TO WS-CANT-RECHAZADAS
001011              MOVE 'EMISION RECHAZADA - RANGO YA EMITIDO'
001012                                       TO WS-LIN-TEXTO
001013              WRITE REG-LIS FROM WS-LIN-SALIDA
001014              GO TO F-2200-EMITIR-CHEQUERA
001015           END-IF
001016
001017        WHEN '23'
001018           CONTINUE
001019
001020        WHEN OTHER
001021           DISPLAY '* ERROR EN START CHEQRA (A) = '
001022                                      WS-FILCHQ-CODE
001023           MOVE 9999 TO RETURN-CODE
001024           SET WS-FIN-LECTURA TO TRUE
001025           GO TO F-2200-EMITIR-CHEQUERA
001026
001027     END-EVALUATE
001028
001029     MOVE SPACES            TO WS-REG-CHEQUERA
001030     MOVE ZEROS             TO WS-CHQ-IDX
001031     PERFORM 2210-LIMPIAR-CHEQUE THRU F-2210-LIMPIAR-CHEQUE
001032               UNTIL WS-CHQ-IDX IS NOT LESS THAN WS-CHQ-MAXIMO
001033
001034     MOVE WS-CTR-NRO        TO WS-CHQ-NRO
001035     MOVE WS-CTR-TIPO       TO WS-CHQ-TIPO
001036     MOVE WS-CTR-CUENTA     TO WS-CHQ-CUENTA
001037     MOVE WS-CTR-HASTA      TO WS-CHQ-HASTA
001038     MOVE WS-CTR-DESDE      TO WS-CHQ-DESDE
001039     MOVE WS-CHQ-CANT-W     TO WS-CHQ-CANT
001040     MOVE WS-FEC-PROCESO-N  TO WS-CHQ-FEC-EMISION
001041     MOVE 'A'               TO WS-CHQ-ESTADO
001042     MOVE WS-FEC-PROCESO-N  TO WS-CHQ-FEC-ESTADO
001043     MOVE ZEROS             TO WS-CHQ-CANT-PAGADOS
001044     MOVE ZEROS             TO WS-CHQ-CANT-DENUNC
001045
001046     WRITE REG-CHQ FROM WS-REG-CHEQUERA
001047
001048     IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001049        DISPLAY '* ERROR EN WRITE CHEQRA (A) = ' WS-FILCHQ-CODE
001050        MOVE 9999 TO RETURN-CODE
001051        SET WS-FIN-LECTURA TO TRUE
001052        GO TO F-2200-EMITIR-CHEQUERA
001053     END-IF
001054
001055     ADD 1 TO WS-CANT-EMITIDAS
001056     PERFORM 2900-IMPRIMIR-CHEQUERA THRU F-2900-IMPRIMIR-CHEQUERA.
001057
001058 F-2200-EMITIR-CHEQUERA. EXIT.
001059
001060**************************************
001061* CHEQUE SIGUIENTE LIBRE Y SIN FECHA *
001062**************************************
001063
001064 2210-LIMPIAR-CHEQUE.
001065
001066     ADD 1 TO WS-CHQ-IDX
001067
001068     MOVE SPACE  TO WS-CHQ-CHE-ESTADO (WS-CHQ-IDX)
001069     MOVE ZEROS  TO WS-CHQ-CHE-FECHA (WS-CHQ-IDX)
001070     MOVE SPACES TO WS-CHQ-CHE-MOTIVO (WS-CHQ-IDX).
001071
001072 F-2210-LIMPIAR-CHEQUE. EXIT.
001073
001074**************************************
001075* ACCION D: DENUNCIAR UN CHEQUE LIBRE*
001076* DE UNA CHEQUERA ACTIVA (LA CAMARA  *
001077* LO RECHAZA CON MOTIVO 03)          *
001078**************************************
001079
001080 2300-DENUNCIAR-CHEQUE.
001081
001082     IF NOT WS-CTR-MOTIVO-VALIDO
001083        ADD 1 TO WS-CANT-RECHAZADAS
001084        MOVE 'DENUNCIA RECHAZADA - MOTIVO INVALIDO'
001085                                 TO WS-LIN-TEXTO
001086        WRITE REG-LIS FROM WS-LIN-SALIDA
001087        GO TO F-2300-DENUNCIAR-CHEQUE
001088     END-IF
001089
001090     PERFORM 2800-UBICAR-CHEQUERA THRU F-2800-UBICAR-CHEQUERA
001091
001092     IF WS-FIN-LECTURA
001093        OR WS-CHQ-NO-UBICADA
001094        GO TO F-2300-DENUNCIAR-CHEQUE
001095     END-IF
001096
001097     EVALUATE TRUE
001098
001099        WHEN WS-CHQ-EST-ANULADA
001100           ADD 1 TO WS-CANT-RECHAZADAS
001101           MOVE 'DENUNCIA RECHAZADA - CHEQUERA ANULADA'
001102                                    TO WS-LIN-TEXTO
001103           WRITE REG-LIS FROM WS-LIN-SALIDA
001104           GO TO F-2300-DENUNCIAR-CHEQUE
001105
001106        WHEN WS-CHQ-CHE-PAGADO (WS-CHQ-IDX)
001107           ADD 1 TO WS-CANT-RECHAZADAS
001108           MOVE 'DENUNCIA RECHAZADA - CHEQUE YA PAGADO'
001109                                    TO WS-LIN-TEXTO
001110           WRITE REG-LIS FROM WS-LIN-SALIDA
001111           GO TO F-2300-DENUNCIAR-CHEQUE
001112
001113        WHEN WS-CHQ-CHE-DENUNCIADO (WS-CHQ-IDX)
001114           ADD 1 TO WS-CANT-RECHAZADAS
001115           MOVE 'DENUNCIA RECHAZADA - CHEQUE YA DENUNCIADO'
001116                                    TO WS-LIN-TEXTO
001117           WRITE REG-LIS FROM WS-LIN-SALIDA
001118           GO TO F-2300-DENUNCIAR-CHEQUE
001119
001120     END-EVALUATE
001121
001122     MOVE 'D'              TO WS-CHQ-CHE-ESTADO (WS-CHQ-IDX)
001123     MOVE WS-FEC-PROCESO-N TO WS-CHQ-CHE-FECHA (WS-CHQ-IDX)
001124     MOVE WS-CTR-MOTIVO    TO WS-CHQ-CHE-MOTIVO (WS-CHQ-IDX)
001125     ADD 1                 TO WS-CHQ-CANT-DENUNC
001126
001127     PERFORM 2850-REGRABAR-CHEQUERA THRU F-2850-REGRABAR-CHEQUERA
001128
001129     IF WS-NO-FIN-LECTURA
001130        ADD 1 TO WS-CANT-DENUNCIAS
001131        PERFORM 2900-IMPRIMIR-CHEQUERA
001132                    THRU F-2900-IMPRIMIR-CHEQUERA
001133        PERFORM 2910-IMPRIMIR-CHEQUE THRU F-2910-IMPRIMIR-CHEQUE
001134     END-IF.
001135
001136 F-2300-DENUNCIAR-CHEQUE. EXIT.
001137
001138**************************************
001139* ACCION R: LEVANTAR LA DENUNCIA DE  *
001140* UN CHEQUE (VUELVE A QUEDAR LIBRE)  *
001141**************************************
001142
001143 2350-LEVANTAR-DENUNCIA.
001144
001145     PERFORM 2800-UBICAR-CHEQUERA THRU F-2800-UBICAR-CHEQUERA
001146
001147     IF WS-FIN-LECTURA
001148        OR WS-CHQ-NO-UBICADA
001149        GO TO F-2350-LEVANTAR-DENUNCIA
001150     END-IF
001151
001152     IF NOT WS-CHQ-CHE-DENUNCIADO (WS-CHQ-IDX)
001153        ADD 1 TO WS-CANT-RECHAZADAS
001154        MOVE 'LEVANTAMIENTO RECHAZADO - CHEQUE NO DENUNCIADO'
001155                                 TO WS-LIN-TEXTO
001156        WRITE REG-LIS FROM WS-LIN-SALIDA
001157        GO TO F-2350-LEVANTAR-DENUNCIA
001158     END-IF
001159
001160     MOVE SPACE            TO WS-CHQ-CHE-ESTADO (WS-CHQ-IDX)
001161     MOVE WS-FEC-PROCESO-N TO WS-CHQ-CHE-FECHA (WS-CHQ-IDX)
001162     MOVE SPACES           TO WS-CHQ-CHE-MOTIVO (WS-CHQ-IDX)
001163     IF WS-CHQ-CANT-DENUNC IS GREATER THAN ZERO
001164        SUBTRACT 1 FROM WS-CHQ-CANT-DENUNC
001165     END-IF
001166
001167     PERFORM 2850-REGRABAR-CHEQUERA THRU F-2850-REGRABAR-CHEQUERA
001168
001169     IF WS-NO-FIN-LECTURA
001170        ADD 1 TO WS-CANT-LEVANTADAS
001171        PERFORM 2900-IMPRIMIR-CHEQUERA
001172                    THRU F-2900-IMPRIMIR-CHEQUERA
001173     END-IF.
001174
001175 F-2350-LEVANTAR-DENUNCIA. EXIT.
001176
001177**************************************
001178* ACCION E: ANULAR LA CHEQUERA QUE   *
001179* CONTIENE EL CHEQUE INFORMADO (BAJA *
001180* LOGICA; SUS CHEQUES SIN PAGAR SE   *
001181* RECHAZAN EN CAMARA CON MOTIVO 07)  *
001182**************************************
001183
001184 2400-ANULAR-CHEQUERA.
001185
001186     PERFORM 2800-UBICAR-CHEQUERA THRU F-2800-UBICAR-CHEQUERA
001187
001188     IF WS-FIN-LECTURA
001189        OR WS-CHQ-NO-UBICADA
001190        GO TO F-2400-ANULAR-CHEQUERA
001191     END-IF
001192
001193     IF WS-CHQ-EST-ANULADA
001194        ADD 1 TO WS-CANT-RECHAZADAS
001195        MOVE 'ANULACION RECHAZADA - CHEQUERA YA ANULADA'
001196                                 TO WS-LIN-TEXTO
001197        WRITE REG-LIS FROM WS-LIN-SALIDA
001198        GO TO F-2400-ANULAR-CHEQUERA
001199     END-IF
001200
001201     MOVE 'B'              TO WS-CHQ-ESTADO
001202     MOVE WS-FEC-PROCESO-N TO WS-CHQ-FEC-ESTADO
001203
001204     PERFORM 2850-REGRABAR-CHEQUERA THRU F-2850-REGRABAR-CHEQUERA
001205
001206     IF WS-NO-FIN-LECTURA
001207        ADD 1 TO WS-CANT-ANULADAS
001208        PERFORM 2900-IMPRIMIR-CHEQUERA
001209                    THRU F-2900-IMPRIMIR-CHEQUERA
001210     END-IF.
001211
001212 F-2400-ANULAR-CHEQUERA. EXIT.
001213
001214**************************************
001215* UBICAR LA CHEQUERA DE LA CUENTA QUE*
001216* CONTIENE WS-CTR-NRO-CHEQUE: START  *
001217* POR CUENTA + NUMERO Y LECTURA DE LA*
001218* SIGUIENTE (LA DE MENOR HASTA QUE NO*
001219* QUEDA ANTES DEL CHEQUE); DEJA EL   *
001220* REGISTRO EN WS-REG-CHEQUERA Y EL   *
001221* INDICE DEL CHEQUE EN WS-CHQ-IDX    *
001222**************************************
001223
001224 2800-UBICAR-CHEQUERA.
001225
001226     SET WS-CHQ-NO-UBICADA TO TRUE
001227
001228     MOVE WS-CTR-CLAVE      TO WS-CHQ-CTA-BUSCADA
001229     MOVE WS-CTR-NRO        TO REG-CHQ-NRO
001230     MOVE WS-CTR-TIPO       TO REG-CHQ-TIPO
001231     MOVE WS-CTR-CUENTA     TO REG-CHQ-CUENTA
001232     MOVE WS-CTR-NRO-CHEQUE TO REG-CHQ-HASTA
001233
001234     START FILE-CHQ KEY IS NOT LESS THAN REG-CHQ-CLAVE
001235
001236     EVALUATE WS-FILCHQ-CODE
001237
001238        WHEN '00'
001239           READ FILE-CHQ NEXT RECORD INTO WS-REG-CHEQUERA
001240           IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001241              AND WS-FILCHQ-CODE IS NOT EQUAL '10'
001242              DISPLAY '* ERROR EN READ CHEQRA = ' WS-FILCHQ-CODE
001243              MOVE 9999 TO RETURN-CODE
001244              SET WS-FIN-LECTURA TO TRUE
001245              GO TO F-2800-UBICAR-CHEQUERA
001246           END-IF
001247           IF WS-FILCHQ-CODE IS EQUAL '00'
001248              AND WS-CHQ-CTA IS EQUAL WS-CHQ-CTA-BUSCADA
001249              AND WS-CHQ-DESDE IS NOT GREATER THAN
001250                                        WS-CTR-NRO-CHEQUE
001251              SET WS-CHQ-UBICADA TO TRUE
001252              COMPUTE WS-CHQ-IDX =
001253                         WS-CTR-NRO-CHEQUE - WS-CHQ-DESDE + 1
001254           END-IF
001255
001256        WHEN '23'
001257           CONTINUE
001258
001259        WHEN OTHER
001260           DISPLAY '* ERROR EN START CHEQRA = ' WS-FILCHQ-CODE
001261           MOVE 9999 TO RETURN-CODE
001262           SET WS-FIN-LECTURA TO TRUE
001263           GO TO F-2800-UBICAR-CHEQUERA
001264
001265     END-EVALUATE
001266
001267     IF WS-CHQ-NO-UBICADA
001268        ADD 1 TO WS-CANT-NOENCONTRADOS
001269        MOVE 'CHEQUE NO EMITIDO A LA CUENTA' TO WS-LIN-TEXTO
001270        WRITE REG-LIS FROM WS-LIN-SALIDA
001271     END-IF.
001272
001273 F-2800-UBICAR-CHEQUERA. EXIT.
001274
001275**************************************
001276* REGRABAR LA CHEQUERA LEIDA EN      *
001277* 2800-UBICAR-CHEQUERA               *
001278**************************************
001279
001280 2850-REGRABAR-CHEQUERA.
001281
001282     REWRITE REG-CHQ FROM WS-REG-CHEQUERA
001283
001284     IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001285        DISPLAY '* ERROR EN REWRITE CHEQRA = ' WS-FILCHQ-CODE
001286        MOVE 9999 TO RETURN-CODE
001287        SET WS-FIN-LECTURA TO TRUE
001288     END-IF.
001289
001290 F-2850-REGRABAR-CHEQUERA. EXIT.
001291
001292**************************************
001293* IMPRIME UNA LINEA CON LOS DATOS DE *
001294* LA CHEQUERA EN WS-REG-CHEQUERA     *
001295**************************************
001296
001297 2900-IMPRIMIR-CHEQUERA.
001298
001299     MOVE SPACES TO WS-LIN-TEXTO
001300
001301     STRING 'CHEQUERA: '   WS-CHQ-NRO
001302            '-'            WS-CHQ-TIPO
001303            '-'            WS-CHQ-CUENTA
001304            ' DESDE: '     WS-CHQ-DESDE
001305            ' HASTA: '     WS-CHQ-HASTA
001306            ' EMITIDA: '   WS-CHQ-FEC-EMISION
001307            ' PAGADOS: '   WS-CHQ-CANT-PAGADOS
001308            ' DENUNCIADOS: ' WS-CHQ-CANT-DENUNC
001309            ' EST: '       WS-CHQ-ESTADO
001310               DELIMITED BY SIZE
001311               INTO WS-LIN-TEXTO
001312     END-STRING
001313
001314     WRITE REG-LIS FROM WS-LIN-SALIDA.
001315
001316 F-2900-IMPRIMIR-CHEQUERA. EXIT.
001317
001318**************************************
001319* IMPRIME EL CHEQUE SIGUIENTE DE LA  *
001320* CHEQUERA (DESDE LA CONSULTA) O EL  *
001321* CHEQUE EN WS-CHQ-IDX (DESDE LA     *
001322* DENUNCIA); LOS CHEQUES LIBRES NO   *
001323* SE IMPRIMEN EN LA CONSULTA         *
001324**************************************
001325
001326 2910-IMPRIMIR-CHEQUE.
001327
001328     IF WS-CTR-LEER
001329        ADD 1 TO WS-CHQ-IDX
001330        IF WS-CHQ-CHE-LIBRE (WS-CHQ-IDX)
001331           GO TO F-2910-IMPRIMIR-CHEQUE
001332        END-IF
001333     END-IF
001334
001335     COMPUTE WS-CHQ-NRO-W = WS-CHQ-DESDE + WS-CHQ-IDX - 1
001336     MOVE SPACES TO WS-LIN-TEXTO
001337
001338     STRING '   CHEQUE '    WS-CHQ-NRO-W
001339            ' EST: '        WS-CHQ-CHE-ESTADO (WS-CHQ-IDX)
001340            ' FECHA: '      WS-CHQ-CHE-FECHA (WS-CHQ-IDX)
001341            ' MOTIVO: '     WS-CHQ-CHE-MOTIVO (WS-CHQ-IDX)
001342               DELIMITED BY SIZE
001343               INTO WS-LIN-TEXTO
001344     END-STRING
001345
001346     WRITE REG-LIS FROM WS-LIN-SALIDA.
001347
001348 F-2910-IMPRIMIR-CHEQUE. EXIT.
001349
001350**************************************
001351*   CIERRE DE ARCHIVOS Y TOTALES     *
001352**************************************
001353
001354 9999-FINAL.
001355
001356     CLOSE FILE1.
001357        IF WS-FIL1-CODE IS NOT EQUAL '00'
001358           DISPLAY '* ERROR EN CLOSE FILE1   = '
001359                                      WS-FIL1-CODE
001360           MOVE 9999 TO RETURN-CODE
001361        END-IF.
001362
001363     CLOSE FILE-CHQ.
001364        IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001365           DISPLAY '* ERROR EN CLOSE CHEQRA  = '
001366                                      WS-FILCHQ-CODE
001367           MOVE 9999 TO RETURN-CODE
001368        END-IF.
001369
001370     CLOSE FILE-TRAN.
001371        IF WS-FILTRAN-CODE IS NOT EQUAL '00'
001372           DISPLAY '* ERROR EN CLOSE FILE-TRAN = '
001373                                      WS-FILTRAN-CODE
001374           MOVE 9999 TO RETURN-CODE
001375        END-IF.
001376
001377     CLOSE FILE-LIS.
001378        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001379           DISPLAY '* ERROR EN CLOSE FILE-LIS = '
001380                                      WS-FILLIS-CODE
001381           MOVE 9999 TO RETURN-CODE
001382        END-IF.
001383
001384**************************************
001385*   MOSTRAR TOTALES DE CONTROL       *
001386**************************************
001387
001388     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001389     DISPLAY WS-LEYEN-CONSULTAS      WS-CANT-CONSULTAS.
001390     DISPLAY WS-LEYEN-EMITIDAS       WS-CANT-EMITIDAS.
001391     DISPLAY WS-LEYEN-DENUNCIAS      WS-CANT-DENUNCIAS.
001392     DISPLAY WS-LEYEN-LEVANTADAS     WS-CANT-LEVANTADAS.
001393     DISPLAY WS-LEYEN-ANULADAS       WS-CANT-ANULADAS.
001394     DISPLAY WS-LEYEN-NOENCONTRADOS  WS-CANT-NOENCONTRADOS.
001395     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
001396     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
001397
001398 F-9999-FINAL.
001399     EXIT.
