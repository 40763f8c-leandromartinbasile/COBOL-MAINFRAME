000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ6A.
000115**********************************************************
000120*                                                        *
000125*    TRANSFER ORDERS code                                *
000130*    TOMA LAS ORDENES DE TRANSFERENCIA A CUENTAS DE OTROS*
000135*    BANCOS (DDTRFORD, CARGADAS POR LAS SUCURSALES):     *
000140*    VALIDA EL LOTE (HEADER CON LA FECHA DE PROCESO,     *
000145*    TRAILER CON CANTIDAD Y SUMA DE IMPORTES), LO ORDENA *
000150*    POR CUENTA Y VALIDA CADA ORDEN: CUENTA ORIGEN CC/CA *
000155*    ACTIVA Y EN LA MONEDA DE LA ORDEN, CBU DESTINO CON  *
000160*    DIGITOS VERIFICADORES CORRECTOS Y DE OTRA ENTIDAD,  *
000165*    BENEFICIARIO COMPLETO Y REFERENCIA NO REPETIDA. LAS *
000170*    ACEPTADAS SE DAN DE ALTA PENDIENTES EN DDTRFPEN Y   *
000175*    SALEN COMO DEBITOS EN FORMATO LAYOUT-Movements      *
000180*    (DDMOV12, UN FEED MAS PARA PGMAPJ1F): EL CONTROL DE *
000185*    FONDOS Y DE EMBARGO ES EL DE CUALQUIER DEBITO EN    *
000190*    PGMAPJ1D. PGMAPJ6B ARMA DESPUES EL ARCHIVO DE CAMARA*
000191*    CON LAS QUE SE DEBITARON. CORRE EN EL STREAM ANTES  *
000192*    DE PGMAPJ1F                                         *
000193**********************************************************
000194*      MANTENIMIENTO DE PROGRAMA                         *
000195**********************************************************
000196*    FECHA *    DETALLE        * COD *
000197**************************************
000198* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000198* 15/10/26 * CONTROL TRAILER   * LGS *
000199**************************************
000200
000201 ENVIRONMENT DIVISION.
000202 CONFIGURATION SECTION.
000203 SPECIAL-NAMES.
000204     DECIMAL-POINT IS COMMA.
000205
000206 INPUT-OUTPUT SECTION.
000207 FILE-CONTROL.
000208
000209     SELECT FILE1   ASSIGN DDCLIEN
000210     ORGANIZATION IS INDEXED
000211     ACCESS IS RANDOM
000212     RECORD KEY IS REG-FILE1-CLAVE
000213     FILE STATUS IS WS-FIL1-CODE.
000214
000215*    ORDENES DE TRANSFERENCIA DE LAS SUCURSALES (VER
000216*    LAYOUT-TrfOrden)
000217     SELECT FILE-TOR  ASSIGN DDTRFORD
000218     ACCESS IS SEQUENTIAL
000219     FILE STATUS IS WS-FILTOR-CODE.
000220
000221*    TRANSFERENCIAS A OTROS BANCOS (VER LAYOUT-TrfPend); SE
000222*    CREA EN LA PRIMERA CORRIDA
000223     SELECT OPTIONAL FILE-TPE ASSIGN DDTRFPEN
000224     ORGANIZATION IS INDEXED
000225     ACCESS IS RANDOM
000226     RECORD KEY IS REG-TPE-REF
000227     FILE STATUS IS WS-FILTPE-CODE.
000228
000229*    FEED DE DEBITOS PARA PGMAPJ1F (FORMATO LAYOUT-Movements)
000230     SELECT FILE2     ASSIGN DDMOV12
000231     ACCESS IS SEQUENTIAL
000232     FILE STATUS IS WS-FIL2-CODE.
000233
000234     SELECT FILE-LIS  ASSIGN DDTRFLIS
000235     ACCESS IS SEQUENTIAL
000236     FILE STATUS IS WS-FILLIS-CODE.
000237
000238     SELECT FILE-PARM ASSIGN DDPARM
000239     ACCESS IS SEQUENTIAL
000240     FILE STATUS IS WS-FILPARM-CODE.
000241
000242*    CONTROL DE CORRIDA DEL STREAM: SI LA CONSOLIDACION
000243*    (PASO 03, PGMAPJ1F) YA ARRANCO PARA LA FECHA, EL FEED
000244*    DDMOV12 NO SE TOMARIA Y NO SE PROCESAN LAS ORDENES
000245     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000246     ORGANIZATION IS INDEXED
000247     ACCESS IS RANDOM
000248     RECORD KEY IS REG-RUN-CLAVE
000249     FILE STATUS IS WS-FILRUN-CODE.
000250
000251     SELECT SORT-FILE ASSIGN DDSORTWK.
000252
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
000404 FD FILE-TOR
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-TOR          PIC X(120).
000409
000410 FD FILE-TPE
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-TPE.
000415     03  REG-TPE-REF             PIC X(08).
000416     03  FILLER                  PIC X(192).
000417
000418 FD FILE2
000419      BLOCK CONTAINS 0 RECORDS
000420      RECORDING MODE IS F.
000421
000422 01 REG-FILE2        PIC X(80).
000423
000424 FD FILE-LIS
000425      BLOCK CONTAINS 0 RECORDS
000426      RECORDING MODE IS F.
000427
000428 01 REG-LIS          PIC X(132).
000429
000430 FD FILE-PARM
000431      BLOCK CONTAINS 0 RECORDS
000432      RECORDING MODE IS F.
000433
000434 01 REG-FILE-PARM    PIC X(08).
000435
000436 FD FILE-RUN
000437      BLOCK CONTAINS 0 RECORDS
000438      RECORDING MODE IS F.
000439
000440 01 REG-RUN.
000441     03  REG-RUN-CLAVE.
000442         05  REG-RUN-FECHA   PIC 9(08).
000443         05  REG-RUN-PASO    PIC 9(02).
000444     03  FILLER              PIC X(70).
000445
000446*    ORDEN DEL FEED DE SALIDA (TIPO+CUENTA, COMO EL APAREO DE
000447*    PGMAPJ1D) Y DENTRO DE LA CUENTA POR REFERENCIA
000448 SD SORT-FILE.
000449
000450 01 REG-SORT.
000451     03  SORT-TIPO           PIC 9(02).
000452     03  SORT-CUENTA         PIC 9(08).
000453     03  SORT-NRO            PIC 9(05).
000454     03  SORT-REF            PIC X(08).
000455     03  SORT-ORDEN          PIC X(120).
000456
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILTOR-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILTPE-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FIL2-CODE            PIC X(02)   VALUE SPACES.
000506 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000508 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000509
000510 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000511     88  WS-FIN-LECTURA                  VALUE 'SI'.
000512     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000513
000514 01  WS-STATUS-TOR           PIC X(02)   VALUE 'NO'.
000515     88  WS-FIN-ORDENES                  VALUE 'SI'.
000516     88  WS-NO-FIN-ORDENES               VALUE 'NO'.
000517
000518 01  WS-STA-SORT             PIC X       VALUE 'N'.
000519     88  WS-FIN-SORT                     VALUE 'Y'.
000520     88  WS-NO-FIN-SORT                  VALUE 'N'.
000521
000522********  CONTROL DEL LOTE DE ORDENES  *
000523
000524 77  WS-LOTE-SW              PIC X       VALUE 'N'.
000525     88  WS-LOTE-VALIDO                  VALUE 'Y'.
000526     88  WS-LOTE-INVALIDO                VALUE 'N'.
000527 77  WS-LOTE-HDR-SW          PIC X       VALUE 'N'.
000528     88  WS-LOTE-CON-HEADER              VALUE 'Y'.
000529     88  WS-LOTE-SIN-HEADER              VALUE 'N'.
000530 77  WS-LOTE-TRL-SW          PIC X       VALUE 'N'.
000531     88  WS-LOTE-CON-TRAILER             VALUE 'Y'.
000532     88  WS-LOTE-SIN-TRAILER             VALUE 'N'.
000533 77  WS-LOTE-CANT            PIC 9(07)      VALUE ZEROS.
000534 77  WS-LOTE-HASH            PIC 9(13)V99   VALUE ZEROS.
000535
000536********  CONTADORES DE CONTROL  *
000537
000538 77  WS-CANT-LEIDAS          PIC 9(07)   VALUE ZEROS.
000539 77  WS-CANT-ACEPTADAS       PIC 9(07)   VALUE ZEROS.
000540 77  WS-CANT-RECHAZADAS      PIC 9(07)   VALUE ZEROS.
000541 77  WS-CANT-REPROCESO       PIC 9(07)   VALUE ZEROS.
000542 77  WS-TOT-ACEPTADO         PIC 9(13)V99 VALUE ZEROS.
000543 77  WS-TOT-RECHAZADO        PIC 9(13)V99 VALUE ZEROS.
000544
000545*    HASH DE DEBITOS DEL FEED DDMOV12 (QUEDA NEGATIVO)
000546 77  WS-MOV-HASH-DEB         PIC S9(13)V99  VALUE ZEROS.
000547 77  WS-MOV-HASH-CRED        PIC S9(13)V99  VALUE ZEROS.
000548
000549********  ORDEN EN CURSO  *
000550
000551*    MOTIVO DE RECHAZO DE LA ORDEN EN CURSO (CERO = ACEPTADA)
000552 77  WS-MOTIVO-W             PIC 9(02)   VALUE ZEROS.
000553 77  WS-CTA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000554
000555*    LA ORDEN YA FIGURA EN DDTRFPEN DADA DE ALTA POR UNA
000556*    CORRIDA ANTERIOR DE ESTA MISMA FECHA: REPROCESO
000557 77  WS-TPE-SW               PIC X       VALUE 'N'.
000558     88  WS-TPE-REPROCESO                VALUE 'Y'.
000559     88  WS-TPE-ALTA-NUEVA               VALUE 'N'.
000560
000561*    HORA DE INICIO DE LA CORRIDA: SE GRABA EN CADA ALTA Y
000562*    DISTINGUE UNA REFERENCIA REPETIDA EN ESTE LOTE DE UNA
000563*    ORDEN DADA DE ALTA POR UNA CORRIDA ANTERIOR
000564 77  WS-HORA-RUN             PIC 9(08)   VALUE ZEROS.
000565
000566********  CONTROL DEL CBU DESTINO  *
000567
000568*    CODIGO DE ESTE BANCO EN EL SISTEMA DE PAGOS: UNA ORDEN
000569*    A UN CBU PROPIO ES UNA TRANSFERENCIA ENTRE CUENTAS Y VA
000570*    POR EL CIRCUITO TRF
000571 77  WS-BANCO-PROPIO         PIC 9(03)   VALUE 322.
000572
000573*    PONDERADORES DE LOS DIGITOS VERIFICADORES: BLOQUE 1
000574*    (ENTIDAD + SUCURSAL, 7 DIGITOS) Y BLOQUE 2 (CUENTA, 13
000575*    DIGITOS); EL DIGITO ES EL COMPLEMENTO A 10 DE LA SUMA
000576 01  WS-CBU-PESOS-1          PIC X(07)   VALUE '7139713'.
000577 01  FILLER REDEFINES WS-CBU-PESOS-1.
000578     03  WS-CBU-PESO-1       PIC 9(01) OCCURS 7 TIMES.
000579 01  WS-CBU-PESOS-2          PIC X(13)   VALUE '3971397139713'.
000580 01  FILLER REDEFINES WS-CBU-PESOS-2.
000581     03  WS-CBU-PESO-2       PIC 9(01) OCCURS 13 TIMES.
000582
000583 77  WS-CBU-IDX              PIC 9(02) COMP  VALUE ZEROS.
000584 77  WS-CBU-SUMA             PIC 9(05)   VALUE ZEROS.
000585 77  WS-CBU-COCIENTE         PIC 9(05)   VALUE ZEROS.
000586 77  WS-CBU-RESTO            PIC 9(01)   VALUE ZEROS.
000587 77  WS-CBU-DV               PIC 9(01)   VALUE ZEROS.
000588
000589 77  WS-CBU-SW               PIC X       VALUE 'N'.
000590     88  WS-CBU-VALIDO                   VALUE 'Y'.
000591     88  WS-CBU-INVALIDO                 VALUE 'N'.
000592
000593********     FECHA DE PROCESO  ***************
000594
000595 01  WS-FECHA-PROCESO.
000596     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000597     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000598     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000599     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000600 01  FILLER REDEFINES WS-FECHA-PROCESO.
000601     03  WS-FEC-PROCESO-N    PIC 9(08).
000602
000603 01  WS-FECHA.
000604     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000605     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000606     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000607
000608 01  WS-REG-PARM.
000609     03  WS-PARM-FECHA.
000610         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000611         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000612         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000613         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000614
000615********  MOTIVOS DE RECHAZO  *
000616
000617 01  WS-TAB-MOTIVOS.
000618     03  FILLER   PIC X(30) VALUE 'CUENTA ORIGEN INEXISTENTE'.
000619     03  FILLER   PIC X(30) VALUE 'CUENTA ORIGEN NO ES CC NI CA'.
000620     03  FILLER   PIC X(30) VALUE 'CUENTA ORIGEN EN BAJA/DORMIDA'.
000621     03  FILLER   PIC X(30) VALUE 'MONEDA DISTINTA DE LA CUENTA'.
000622     03  FILLER   PIC X(30) VALUE 'CBU DESTINO INVALIDO'.
000623     03  FILLER   PIC X(30) VALUE 'CBU DESTINO DE ESTE BANCO'.
000624     03  FILLER   PIC X(30) VALUE 'REFERENCIA DUPLICADA'.
000625     03  FILLER   PIC X(30) VALUE 'IMPORTE INVALIDO'.
000626     03  FILLER   PIC X(30) VALUE 'DATOS DE LA ORDEN INCOMPLETOS'.
000627 01  FILLER REDEFINES WS-TAB-MOTIVOS.
000628     03  WS-MOT-DESCRIPCION  PIC X(30) OCCURS 9 TIMES.
000629
000630********  LINEAS DEL LISTADO  *************
000631
000632 01  WS-LIN-CABECERA.
000633     03  FILLER              PIC X(01) VALUE SPACE.
000634     03  FILLER              PIC X(44) VALUE
000635             'ORDENES DE TRANSFERENCIA - PGMAPJ6A'.
000636     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000637     03  WS-CAB-FECHA        PIC 9(08).
000638     03  FILLER              PIC X(72) VALUE SPACES.
000639
000640 01  WS-LIN-SALIDA.
000641     03  FILLER              PIC X(01)   VALUE SPACE.
000642     03  WS-LIN-TEXTO        PIC X(131).
000643
000644 77  WS-LIN-RESULTADO        PIC X(40)   VALUE SPACES.
000645 01  WS-LIN-EDIT-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
000646
000647 01  WS-LEYEN-LEIDAS         PIC X(35)
000648         VALUE '* ORDENES LEIDAS            = '.
000649 01  WS-LEYEN-ACEPTADAS      PIC X(35)
000650         VALUE '* ORDENES ACEPTADAS         = '.
000651 01  WS-LEYEN-REPROCESO      PIC X(35)
000652         VALUE '* ACEPTADAS EN REPROCESO    = '.
000653 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000654         VALUE '* ORDENES RECHAZADAS        = '.
000655 01  WS-LEYEN-TOT-ACEPTADO   PIC X(35)
000656         VALUE '* IMPORTE ACEPTADO          = '.
000657 01  WS-LEYEN-TOT-RECHAZADO  PIC X(35)
000658         VALUE '* IMPORTE RECHAZADO         = '.
000659
000660     COPY "LAYOUT-Clients.cpy".
000661     COPY "LAYOUT-TrfOrden.cpy".
000662     COPY "LAYOUT-TrfPend.cpy".
000663     COPY "LAYOUT-Movements.cpy".
000664     COPY "LAYOUT-RunCtl.cpy".
000665
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     IF WS-NO-FIN-LECTURA
000707
000708        SORT SORT-FILE
000709             ON ASCENDING KEY SORT-TIPO SORT-CUENTA SORT-NRO
000710                              SORT-REF
000711             INPUT  PROCEDURE IS 2000-VALIDAR-LOTE
000712                               THRU F-2000-VALIDAR-LOTE
000713             OUTPUT PROCEDURE IS 3000-PROCESAR-ORDENES
000714                               THRU F-3000-PROCESAR-ORDENES
000715
000716     END-IF.
000717
000718     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000719
000720 F-MAIN-PROGRAM. GOBACK.
000721
000722**************************************
000723* INICIALIZACION                     *
000724**************************************
000725
000726 1000-INICIO.
000727
000728     SET WS-NO-FIN-LECTURA TO TRUE.
000729
000730     ACCEPT WS-HORA-RUN FROM TIME.
000731
000732     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000733
000734*    INTERBLOQUEO CONTRA LA CONSOLIDACION ANTES DE TOCAR EL
000735*    ARCHIVO DE TRANSFERENCIAS
000736
000737     PERFORM 1600-CONTROL-INTERBLOQUEO
000738                 THRU F-1600-CONTROL-INTERBLOQUEO.
000739
000740     IF WS-FIN-LECTURA
000741        GO TO F-1000-INICIO
000742     END-IF
000743
000744     OPEN INPUT  FILE1.
000745     IF WS-FIL1-CODE IS NOT EQUAL '00'
000746        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000747        MOVE 9999 TO RETURN-CODE
000748        SET  WS-FIN-LECTURA TO TRUE
000749     END-IF.
000750
000751     OPEN INPUT  FILE-TOR.
000752     IF WS-FILTOR-CODE IS NOT EQUAL '00'
000753        DISPLAY '* ERROR EN OPEN TRFORD  = ' WS-FILTOR-CODE
000754        MOVE 9999 TO RETURN-CODE
000755        SET  WS-FIN-LECTURA TO TRUE
000756     END-IF.
000757
000758*    EL STATUS 05 ES LA CREACION DEL ARCHIVO EN LA PRIMERA
000759*    CORRIDA, NO ES UN ERROR
000760     OPEN I-O    FILE-TPE.
000761     IF WS-FILTPE-CODE IS NOT EQUAL '00'
000762        AND WS-FILTPE-CODE IS NOT EQUAL '05'
000763        DISPLAY '* ERROR EN OPEN TRFPEN  = ' WS-FILTPE-CODE
000764        MOVE 9999 TO RETURN-CODE
000765        SET  WS-FIN-LECTURA TO TRUE
000766     END-IF.
000767
000768     OPEN OUTPUT FILE2.
000769     IF WS-FIL2-CODE IS NOT EQUAL '00'
000770        DISPLAY '* ERROR EN OPEN MOV12   = ' WS-FIL2-CODE
000771        MOVE 9999 TO RETURN-CODE
000772        SET  WS-FIN-LECTURA TO TRUE
000773     END-IF.
000774
000775     OPEN OUTPUT FILE-LIS.
000776     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000777        DISPLAY '* ERROR EN OPEN TRFLIS  = ' WS-FILLIS-CODE
000778        MOVE 9999 TO RETURN-CODE
000779        SET  WS-FIN-LECTURA TO TRUE
000780     END-IF.
000781
000782     IF WS-FIN-LECTURA
000783        GO TO F-1000-INICIO
000784     END-IF
000785
000786*    HEADER DEL FEED DE DEBITOS
000787
000788     MOVE SPACES           TO WS-REG-MOVIMI
000789     MOVE 'HDR'            TO WS-HDR-MARCA
000790     MOVE 'TRFORDEN'       TO WS-HDR-ORIGEN
000791     MOVE WS-FECHA-PROCESO TO WS-HDR-FECHA-PROC
000792     WRITE REG-FILE2 FROM WS-REG-MOVIMI-HDR
000793     IF WS-FIL2-CODE IS NOT EQUAL '00'
000794        DISPLAY '* ERROR EN GRABAR MOV12 = ' WS-FIL2-CODE
000795        MOVE 9999 TO RETURN-CODE
000796        SET  WS-FIN-LECTURA TO TRUE
000797     END-IF.
000798
000799     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000800     WRITE REG-LIS FROM WS-LIN-CABECERA.
000801
000802 F-1000-INICIO.   EXIT.
000803
000804**************************************
000805*  FECHA DE PROCESO: DDPARM O FECHA  *
000806*  DEL SISTEMA                       *
000807**************************************
000808
000809 1050-LEER-PARM-FECHA.
000810
000811     OPEN INPUT FILE-PARM.
000812
000813     IF WS-FILPARM-CODE IS EQUAL '00'
000814
000815        READ FILE-PARM INTO WS-REG-PARM
000816
000817        IF WS-FILPARM-CODE IS EQUAL '00'
000818           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000819           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000820           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000821           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000822           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000823           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000824                                      WS-PARM-FECHA
000825        ELSE
000826           ACCEPT WS-FECHA FROM DATE
000827           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000828           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000829           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000830        END-IF
000831
000832        CLOSE FILE-PARM
000833
000834     ELSE
000835
000836        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000837        ACCEPT WS-FECHA FROM DATE
000838        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000839        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000840        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000841
000842     END-IF.
000843
000844 F-1050-LEER-PARM-FECHA. EXIT.
000845
000846**************************************
000847* INTERBLOQUEO CON EL STREAM: SI LA  *
000848* CONSOLIDACION (PASO 03, PGMAPJ1F)  *
000849* FIGURA INICIADA O COMPLETA PARA LA *
000850* FECHA, NO SE PROCESAN LAS ORDENES  *
000851**************************************
000852
000853 1600-CONTROL-INTERBLOQUEO.
000854
000855     OPEN INPUT FILE-RUN.
000856
000857     IF WS-FILRUN-CODE IS EQUAL '05'
000858        OR WS-FILRUN-CODE IS EQUAL '35'
000859        DISPLAY '* SIN DDRUNCTL, ORDENES SIN INTERBLOQUEO'
000860        GO TO F-1600-CONTROL-INTERBLOQUEO
000861     END-IF
000862
000863     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000864        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000865        MOVE 9999 TO RETURN-CODE
000866        SET WS-FIN-LECTURA TO TRUE
000867        GO TO F-1600-CONTROL-INTERBLOQUEO
000868     END-IF
000869
000870     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
000871     MOVE 03               TO REG-RUN-PASO
000872
000873     READ FILE-RUN INTO WS-REG-RUNCTL
000874        KEY IS REG-RUN-CLAVE
000875
000876     EVALUATE WS-FILRUN-CODE
000877
000878        WHEN '00'
000879           IF WS-RUN-EST-INICIADO
000880              OR WS-RUN-EST-COMPLETO
000881              DISPLAY '* PASO ' REG-RUN-PASO ' ('
000882                      WS-RUN-PROGRAMA ') YA CORRIDO, '
000883                      'ORDENES BLOQUEADAS *'
000884              MOVE 8 TO RETURN-CODE
000885              SET WS-FIN-LECTURA TO TRUE
000886           END-IF
000887
000888        WHEN '23'
000889           CONTINUE
000890
000891        WHEN OTHER
000892           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000893           MOVE 9999 TO RETURN-CODE
000894           SET WS-FIN-LECTURA TO TRUE
000895
000896     END-EVALUATE
000897
000898     CLOSE FILE-RUN.
000899
000900 F-1600-CONTROL-INTERBLOQUEO. EXIT.
000901
000902**************************************
000903* VALIDAR EL LOTE DE ORDENES COMPLETO*
000904* (HEADER CON LA FECHA DE PROCESO,   *
000905* TRAILER CON CANTIDAD Y SUMA) Y     *
000906* LIBERAR LAS ORDENES AL SORT        *
000907**************************************
000908
000909 2000-VALIDAR-LOTE.
000910
000911     SET WS-LOTE-VALIDO      TO TRUE
000912     SET WS-LOTE-SIN-HEADER  TO TRUE
000913     SET WS-LOTE-SIN-TRAILER TO TRUE
000914     SET WS-NO-FIN-ORDENES   TO TRUE
000915
000916     PERFORM 2010-LEER-UNO THRU F-2010-LEER-UNO
000917               UNTIL WS-FIN-ORDENES
000918
000919     IF WS-LOTE-SIN-TRAILER
000920        AND WS-LOTE-VALIDO
000921        DISPLAY '* LOTE DE ORDENES SIN TRAILER *'
000922        SET WS-LOTE-INVALIDO TO TRUE
000923     END-IF
000924
000925     IF WS-LOTE-INVALIDO
000926        MOVE 9999 TO RETURN-CODE
000927        SET WS-FIN-LECTURA TO TRUE
000928        MOVE 'LOTE DE ORDENES INVALIDO - NO SE PROCESA'
000929                                 TO WS-LIN-TEXTO
000930        WRITE REG-LIS FROM WS-LIN-SALIDA
000931     END-IF.
000932
000933 F-2000-VALIDAR-LOTE. EXIT.
000934
000935 2010-LEER-UNO.
000936
000937     READ FILE-TOR INTO WS-REG-TRFORD
000938
000939     EVALUATE WS-FILTOR-CODE
000940
000941        WHEN '00'
000942           CONTINUE
000943
000944        WHEN '10'
000945           SET WS-FIN-ORDENES TO TRUE
000946           GO TO F-2010-LEER-UNO
000947
000948        WHEN OTHER
000949           DISPLAY '* ERROR EN LECTURA TRFORD = ' WS-FILTOR-CODE
000950           SET WS-LOTE-INVALIDO TO TRUE
000951           SET WS-FIN-ORDENES TO TRUE
000952           GO TO F-2010-LEER-UNO
000953
000954     END-EVALUATE
000955
000956     EVALUATE TRUE
000957
000958        WHEN WS-LOTE-CON-TRAILER
000959           DISPLAY '* REGISTROS DESPUES DEL TRAILER DE ORDENES *'
000960           SET WS-LOTE-INVALIDO TO TRUE
000961           SET WS-FIN-ORDENES TO TRUE
000962
000963        WHEN WS-TOR-ES-HEADER
000964           IF WS-LOTE-CON-HEADER
000965              DISPLAY '* HEADER DE ORDENES DUPLICADO *'
000966              SET WS-LOTE-INVALIDO TO TRUE
000967              SET WS-FIN-ORDENES TO TRUE
000968           ELSE
000969              SET WS-LOTE-CON-HEADER TO TRUE
000970              IF WS-TOR-HDR-FECHA IS NOT EQUAL WS-FEC-PROCESO-N
000971                 DISPLAY '* FECHA DEL LOTE DE ORDENES = '
000972                         WS-TOR-HDR-FECHA ' DISTINTA DE '
000973                         WS-FEC-PROCESO-N
000974                 SET WS-LOTE-INVALIDO TO TRUE
000975                 SET WS-FIN-ORDENES TO TRUE
000976              END-IF
000977           END-IF
000978
000979        WHEN WS-LOTE-SIN-HEADER
000980           DISPLAY '* LOTE DE ORDENES SIN HEADER *'
000981           SET WS-LOTE-INVALIDO TO TRUE
000982           SET WS-FIN-ORDENES TO TRUE
000983
000984        WHEN WS-TOR-ES-TRAILER
000985           SET WS-LOTE-CON-TRAILER TO TRUE
000986           IF WS-TOR-TRL-CANT-REG IS NOT EQUAL WS-LOTE-CANT
000987              OR WS-TOR-TRL-HASH IS NOT EQUAL WS-LOTE-HASH
000988              DISPLAY '* TRAILER DE ORDENES NO CONCILIA: '
000989                      WS-TOR-TRL-CANT-REG ' / ' WS-LOTE-CANT
000990              SET WS-LOTE-INVALIDO TO TRUE
000991              SET WS-FIN-ORDENES TO TRUE
000992           END-IF
000993
000994        WHEN OTHER
000995           ADD 1              TO WS-LOTE-CANT
000996           IF WS-TOR-IMPORTE IS NUMERIC
000997              ADD WS-TOR-IMPORTE TO WS-LOTE-HASH
000998           END-IF
000999           MOVE WS-TOR-TIPO       TO SORT-TIPO
001000           MOVE WS-TOR-CUENTA     TO SORT-CUENTA
001001           MOVE WS-TOR-NRO        TO SORT-NRO
001002           MOVE WS-TOR-REF        TO SORT-REF
001003           MOVE WS-REG-TRFORD     TO SORT-ORDEN
001004           RELEASE REG-SORT
001005
001006     END-EVALUATE.
001007
001008 F-2010-LEER-UNO. EXIT.
001009
001010**************************************
001011* PROCESAR LAS ORDENES ORDENADAS POR *
001012* CUENTA (SOLO SI EL LOTE ES VALIDO) *
001013**************************************
001014
001015 3000-PROCESAR-ORDENES.
001016
001017     IF WS-LOTE-INVALIDO
001018        GO TO F-3000-PROCESAR-ORDENES
001019     END-IF
001020
001021     SET WS-NO-FIN-SORT TO TRUE
001022
001023     PERFORM 3010-PROCESAR-UNA THRU F-3010-PROCESAR-UNA
001024               UNTIL WS-FIN-SORT
001025               OR WS-FIN-LECTURA.
001026
001027 F-3000-PROCESAR-ORDENES. EXIT.
001028
001029 3010-PROCESAR-UNA.
001030
001031     RETURN SORT-FILE
001032
001033        AT END
001034           SET WS-FIN-SORT TO TRUE
001035
001036        NOT AT END
001037           MOVE SORT-ORDEN TO WS-REG-TRFORD
001038           ADD 1 TO WS-CANT-LEIDAS
001039           PERFORM 3200-VALIDAR-ORDEN THRU F-3200-VALIDAR-ORDEN
001040           IF WS-NO-FIN-LECTURA
001041              IF WS-MOTIVO-W IS EQUAL ZERO
001042                 PERFORM 3300-ACEPTAR-ORDEN
001043                             THRU F-3300-ACEPTAR-ORDEN
001044              ELSE
001045                 PERFORM 3400-RECHAZAR-ORDEN
001046                             THRU F-3400-RECHAZAR-ORDEN
001047              END-IF
001048           END-IF
001049
001050     END-RETURN.
001051
001052 F-3010-PROCESAR-UNA. EXIT.
001053
001054**************************************
001055* VALIDAR LA ORDEN EN CURSO; DEJA EN *
001056* WS-MOTIVO-W EL MOTIVO DE RECHAZO O *
001057* CERO SI SE PUEDE DEBITAR           *
001058**************************************
001059
001060 3200-VALIDAR-ORDEN.
001061
001062     MOVE ZEROS TO WS-MOTIVO-W
001063     MOVE ZEROS TO WS-CTA-SUCURSAL
001064     SET WS-TPE-ALTA-NUEVA TO TRUE
001065
001066     IF WS-TOR-REF IS EQUAL SPACES
001067        OR WS-TOR-BENEF-NOMBRE IS EQUAL SPACES
001068        OR WS-TOR-BENEF-CUIT IS NOT NUMERIC
001069        OR WS-TOR-BENEF-CUIT IS EQUAL ZEROS
001070        OR WS-TOR-CLAVE IS NOT NUMERIC
001071        MOVE 09 TO WS-MOTIVO-W
001072        GO TO F-3200-VALIDAR-ORDEN
001073     END-IF
001074
001075     IF WS-TOR-IMPORTE IS NOT NUMERIC
001076        OR WS-TOR-IMPORTE IS EQUAL ZEROS
001077        MOVE 08 TO WS-MOTIVO-W
001078        GO TO F-3200-VALIDAR-ORDEN
001079     END-IF
001080
001081     PERFORM 3250-VALIDAR-CBU THRU F-3250-VALIDAR-CBU
001082
001083     IF WS-CBU-INVALIDO
001084        MOVE 05 TO WS-MOTIVO-W
001085        GO TO F-3200-VALIDAR-ORDEN
001086     END-IF
001087
001088     IF WS-TOR-CBU-BANCO IS EQUAL WS-BANCO-PROPIO
001089        MOVE 06 TO WS-MOTIVO-W
001090        GO TO F-3200-VALIDAR-ORDEN
001091     END-IF
001092
001093     MOVE WS-TOR-CLAVE TO REG-FILE1-CLAVE
001094
001095     READ FILE1 INTO WS-REG-CLIENTE
001096        KEY IS REG-FILE1-CLAVE
001097
001098     EVALUATE WS-FIL1-CODE
001099
001100        WHEN '00'
001101           MOVE WS-CLI-SUCURSAL TO WS-CTA-SUCURSAL
001102
001103        WHEN '23'
001104           MOVE 01 TO WS-MOTIVO-W
001105           GO TO F-3200-VALIDAR-ORDEN
001106
001107        WHEN OTHER
001108           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001109           MOVE 9999 TO RETURN-CODE
001110           SET WS-FIN-LECTURA TO TRUE
001111           GO TO F-3200-VALIDAR-ORDEN
001112
001113     END-EVALUATE
001114
001115     IF WS-CLI-TIPO IS NOT EQUAL 02
001116        AND WS-CLI-TIPO IS NOT EQUAL 03
001117        MOVE 02 TO WS-MOTIVO-W
001118        GO TO F-3200-VALIDAR-ORDEN
001119     END-IF
001120
001121     IF WS-CLI-EST-BAJA
001122        OR WS-CLI-EST-DORMIDA
001123        MOVE 03 TO WS-MOTIVO-W
001124        GO TO F-3200-VALIDAR-ORDEN
001125     END-IF
001126
001127     IF WS-TOR-MONEDA IS NOT EQUAL WS-CLI-MONEDA
001128        MOVE 04 TO WS-MOTIVO-W
001129        GO TO F-3200-VALIDAR-ORDEN
001130     END-IF
001131
001132*    REFERENCIA YA DADA DE ALTA: SI ES DE ESTA MISMA FECHA,
001133*    DE OTRA CORRIDA Y TODAVIA NO SE DEVOLVIO ES UN
001134*    REPROCESO (SE VUELVE A EMITIR EL DEBITO); CUALQUIER
001135*    OTRO CASO ES UNA REFERENCIA DUPLICADA
001136
001137     MOVE WS-TOR-REF TO REG-TPE-REF
001138
001139     READ FILE-TPE INTO WS-REG-TRFPEN
001140        KEY IS REG-TPE-REF
001141
001142     EVALUATE WS-FILTPE-CODE
001143
001144        WHEN '00'
001145           IF WS-TPE-FEC-ORDEN IS EQUAL WS-FEC-PROCESO-N
001146              AND WS-TPE-HORA-ALTA IS NOT EQUAL WS-HORA-RUN (1:6)
001147              AND WS-TPE-CLAVE IS EQUAL WS-TOR-CLAVE
001148              AND (WS-TPE-EST-PENDIENTE
001149                   OR WS-TPE-EST-ENVIADA)
001150              SET WS-TPE-REPROCESO TO TRUE
001151           ELSE
001152              MOVE 07 TO WS-MOTIVO-W
001153           END-IF
001154
001155        WHEN '23'
001156           CONTINUE
001157
001158        WHEN OTHER
001159           DISPLAY '* ERROR EN READ TRFPEN = ' WS-FILTPE-CODE
001160           MOVE 9999 TO RETURN-CODE
001161           SET WS-FIN-LECTURA TO TRUE
001162
001163     END-EVALUATE.
001164
001165 F-3200-VALIDAR-ORDEN. EXIT.
001166
001167**************************************
001168* VALIDAR EL CBU DESTINO: NUMERICO Y *
001169* CON LOS DOS DIGITOS VERIFICADORES  *
001170* CORRECTOS                          *
001171**************************************
001172
001173 3250-VALIDAR-CBU.
001174
001175     SET WS-CBU-INVALIDO TO TRUE
001176
001177     IF WS-TOR-CBU IS NOT NUMERIC
001178        GO TO F-3250-VALIDAR-CBU
001179     END-IF
001180
001181     MOVE ZEROS TO WS-CBU-SUMA
001182     MOVE ZEROS TO WS-CBU-IDX
001183
001184     PERFORM 3260-SUMAR-BLOQUE-1 THRU F-3260-SUMAR-BLOQUE-1
001185               UNTIL WS-CBU-IDX IS NOT LESS THAN 7
001186
001187     PERFORM 3280-CALCULAR-DV THRU F-3280-CALCULAR-DV
001188
001189     IF WS-CBU-DV IS NOT EQUAL WS-TOR-CBU-DV1
001190        GO TO F-3250-VALIDAR-CBU
001191     END-IF
001192
001193     MOVE ZEROS TO WS-CBU-SUMA
001194     MOVE ZEROS TO WS-CBU-IDX
001195
001196     PERFORM 3270-SUMAR-BLOQUE-2 THRU F-3270-SUMAR-BLOQUE-2
001197               UNTIL WS-CBU-IDX IS NOT LESS THAN 13
001198
001199     PERFORM 3280-CALCULAR-DV THRU F-3280-CALCULAR-DV
001200
001201     IF WS-CBU-DV IS NOT EQUAL WS-TOR-CBU-DV2
001202        GO TO F-3250-VALIDAR-CBU
001203     END-IF
001204
001205     SET WS-CBU-VALIDO TO TRUE.
001206
001207 F-3250-VALIDAR-CBU. EXIT.
001208
001209*    BLOQUE 1: DIGITOS 1 A 7 DEL CBU
001210
001211 3260-SUMAR-BLOQUE-1.
001212
001213     ADD 1 TO WS-CBU-IDX
001214
001215     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
001216             + WS-TOR-CBU-DIG (WS-CBU-IDX)
001217             * WS-CBU-PESO-1 (WS-CBU-IDX).
001218
001219 F-3260-SUMAR-BLOQUE-1. EXIT.
001220
001221*    BLOQUE 2: DIGITOS 9 A 21 DEL CBU
001222
001223 3270-SUMAR-BLOQUE-2.
001224
001225     ADD 1 TO WS-CBU-IDX
001226
001227     COMPUTE WS-CBU-SUMA = WS-CBU-SUMA
001228             + WS-TOR-CBU-DIG (WS-CBU-IDX + 8)
001229             * WS-CBU-PESO-2 (WS-CBU-IDX).
001230
001231 F-3270-SUMAR-BLOQUE-2. EXIT.
001232
001233 3280-CALCULAR-DV.
001234
001235     DIVIDE WS-CBU-SUMA BY 10 GIVING WS-CBU-COCIENTE
001236                              REMAINDER WS-CBU-RESTO
001237
001238     IF WS-CBU-RESTO IS EQUAL ZERO
001239        MOVE ZERO TO WS-CBU-DV
001240     ELSE
001241        COMPUTE WS-CBU-DV = 10 - WS-CBU-RESTO
001242     END-IF.
001243
001244 F-3280-CALCULAR-DV. EXIT.
001245
001246**************************************
001247* ORDEN ACEPTADA: ALTA PENDIENTE EN  *
001248* DDTRFPEN (O VUELTA A PENDIENTE SI ES*
001249* UN REPROCESO) Y DEBITO EN DDMOV12  *
001250**************************************
001251
001252 3300-ACEPTAR-ORDEN.
001253
001254     IF WS-TPE-REPROCESO
001255        PERFORM 3350-REPONER-PENDIENTE
001256                    THRU F-3350-REPONER-PENDIENTE
001257     ELSE
001258        PERFORM 3320-ALTA-PENDIENTE THRU F-3320-ALTA-PENDIENTE
001259     END-IF
001260
001261     IF WS-FIN-LECTURA
001262        GO TO F-3300-ACEPTAR-ORDEN
001263     END-IF
001264
001265     MOVE SPACES             TO WS-REG-MOVIMI
001266     MOVE WS-TOR-NRO         TO WS-MOV-NRO
001267     MOVE WS-TOR-TIPO        TO WS-MOV-TIPO
001268     MOVE WS-TOR-CUENTA      TO WS-MOV-CUENTA
001269     COMPUTE WS-MOV-IMPORTE = ZERO - WS-TOR-IMPORTE
001270     MOVE WS-FEC-PROCESO-N   TO WS-MOV-FECHA
001271     MOVE WS-TOR-MONEDA      TO WS-MOV-MONEDA
001272     MOVE SPACES             TO WS-MOV-REF-TRANSF
001273     MOVE ZEROS              TO WS-MOV-CONTRA-TIPO
001274     MOVE ZEROS              TO WS-MOV-CONTRA-CUENTA
001275     SET WS-MOV-IBK-SALIENTE TO TRUE
001276     MOVE WS-TOR-REF         TO WS-MOV-IBK-REF
001277
001278     WRITE REG-FILE2 FROM WS-REG-MOVIMI
001279
001280     IF WS-FIL2-CODE IS NOT EQUAL '00'
001281        DISPLAY '* ERROR EN GRABAR MOV12 = ' WS-FIL2-CODE
001282        MOVE 9999 TO RETURN-CODE
001283        SET WS-FIN-LECTURA TO TRUE
001284        GO TO F-3300-ACEPTAR-ORDEN
001285     END-IF
001286
001287     ADD WS-MOV-IMPORTE TO WS-MOV-HASH-DEB
001288     ADD 1              TO WS-CANT-ACEPTADAS
001289     ADD WS-TOR-IMPORTE TO WS-TOT-ACEPTADO
001290
001291     IF WS-TPE-REPROCESO
001292        ADD 1 TO WS-CANT-REPROCESO
001293        MOVE 'ACEPTADA (REPROCESO)' TO WS-LIN-RESULTADO
001294     ELSE
001295        MOVE 'ACEPTADA' TO WS-LIN-RESULTADO
001296     END-IF
001297     PERFORM 3900-IMPRIMIR-ORDEN THRU F-3900-IMPRIMIR-ORDEN.
001298
001299 F-3300-ACEPTAR-ORDEN. EXIT.
001300
001301 3320-ALTA-PENDIENTE.
001302
001303     MOVE SPACES              TO WS-REG-TRFPEN
001304     MOVE WS-TOR-REF          TO WS-TPE-REF
001305     MOVE WS-TOR-CLAVE        TO WS-TPE-CLAVE
001306     MOVE WS-CTA-SUCURSAL     TO WS-TPE-SUCURSAL
001307     MOVE WS-TOR-IMPORTE      TO WS-TPE-IMPORTE
001308     MOVE WS-TOR-MONEDA       TO WS-TPE-MONEDA
001309     MOVE WS-TOR-CBU          TO WS-TPE-CBU
001310     MOVE WS-TOR-BENEF-NOMBRE TO WS-TPE-BENEF-NOMBRE
001311     MOVE WS-TOR-BENEF-CUIT   TO WS-TPE-BENEF-CUIT
001312     SET WS-TPE-EST-PENDIENTE TO TRUE
001313     MOVE WS-FEC-PROCESO-N    TO WS-TPE-FEC-ORDEN
001314     MOVE WS-HORA-RUN (1:6)   TO WS-TPE-HORA-ALTA
001315     MOVE ZEROS               TO WS-TPE-FEC-ENVIO
001316     MOVE ZEROS               TO WS-TPE-FEC-DEVOL
001317
001318     WRITE REG-TPE FROM WS-REG-TRFPEN
001319
001320     IF WS-FILTPE-CODE IS NOT EQUAL '00'
001321        DISPLAY '* ERROR EN GRABAR TRFPEN = ' WS-FILTPE-CODE
001322        MOVE 9999 TO RETURN-CODE
001323        SET WS-FIN-LECTURA TO TRUE
001324     END-IF.
001325
001326 F-3320-ALTA-PENDIENTE. EXIT.
001327
001328*    REPROCESO DE LA FECHA: LA ORDEN VUELVE A PENDIENTE CON
001329*    LOS DATOS DEL LOTE ACTUAL; SI PGMAPJ6B YA LA HABIA
001330*    ENVIADO, SE DESCARTA ESE ENVIO (EL NUEVO DEBITO VUELVE
001331*    A PASAR POR PGMAPJ1D Y PGMAPJ6B)
001332
001333 3350-REPONER-PENDIENTE.
001334
001335     MOVE WS-CTA-SUCURSAL     TO WS-TPE-SUCURSAL
001336     MOVE WS-TOR-IMPORTE      TO WS-TPE-IMPORTE
001337     MOVE WS-TOR-MONEDA       TO WS-TPE-MONEDA
001338     MOVE WS-TOR-CBU          TO WS-TPE-CBU
001339     MOVE WS-TOR-BENEF-NOMBRE TO WS-TPE-BENEF-NOMBRE
001340     MOVE WS-TOR-BENEF-CUIT   TO WS-TPE-BENEF-CUIT
001341     SET WS-TPE-EST-PENDIENTE TO TRUE
001342     MOVE WS-HORA-RUN (1:6)   TO WS-TPE-HORA-ALTA
001343     MOVE ZEROS               TO WS-TPE-FEC-ENVIO
001344     MOVE SPACES              TO WS-TPE-ASI-DEBITO
001345
001346     REWRITE REG-TPE FROM WS-REG-TRFPEN
001347
001348     IF WS-FILTPE-CODE IS NOT EQUAL '00'
001349        DISPLAY '* ERROR EN REWRITE TRFPEN = ' WS-FILTPE-CODE
001350        MOVE 9999 TO RETURN-CODE
001351        SET WS-FIN-LECTURA TO TRUE
001352     END-IF.
001353
001354 F-3350-REPONER-PENDIENTE. EXIT.
001355
001356**************************************
001357* ORDEN RECHAZADA: SOLO SE LISTA CON *
001358* SU MOTIVO PARA LA SUCURSAL         *
001359**************************************
001360
001361 3400-RECHAZAR-ORDEN.
001362
001363     ADD 1 TO WS-CANT-RECHAZADAS
001364
001365     IF WS-TOR-IMPORTE IS NUMERIC
001366        ADD WS-TOR-IMPORTE TO WS-TOT-RECHAZADO
001367     END-IF
001368
001369     MOVE SPACES TO WS-LIN-RESULTADO
001370     STRING 'RECHAZADA ' WS-MOTIVO-W ' '
001371            WS-MOT-DESCRIPCION (WS-MOTIVO-W)
001372               DELIMITED BY SIZE
001373               INTO WS-LIN-RESULTADO
001374     END-STRING
001375     PERFORM 3900-IMPRIMIR-ORDEN THRU F-3900-IMPRIMIR-ORDEN.
001376
001377 F-3400-RECHAZAR-ORDEN. EXIT.
001378
001379**************************************
001380* IMPRIME UNA LINEA CON LA ORDEN EN  *
001381* CURSO Y SU RESULTADO               *
001382**************************************
001383
001384 3900-IMPRIMIR-ORDEN.
001385
001386     IF WS-TOR-IMPORTE IS NUMERIC
001387        MOVE WS-TOR-IMPORTE TO WS-LIN-EDIT-IMPORTE
001388     ELSE
001389        MOVE ZEROS          TO WS-LIN-EDIT-IMPORTE
001390     END-IF
001391     MOVE SPACES         TO WS-LIN-TEXTO
001392
001393     STRING 'REF: '        WS-TOR-REF
001394            ' CUENTA: '    WS-TOR-NRO
001395            '-'            WS-TOR-TIPO
001396            '-'            WS-TOR-CUENTA
001397            ' '            WS-TOR-MONEDA
001398            ' '            WS-LIN-EDIT-IMPORTE
001399            ' CBU: '       WS-TOR-CBU
001400            ' '            WS-LIN-RESULTADO
001401               DELIMITED BY SIZE
001402               INTO WS-LIN-TEXTO
001403     END-STRING
001404
001405     WRITE REG-LIS FROM WS-LIN-SALIDA.
001406
001407 F-3900-IMPRIMIR-ORDEN. EXIT.
001408
001409**************************************
001410*   CIERRE DE ARCHIVOS Y TOTALES     *
001411**************************************
001412
001413 9999-FINAL.
001414
001415*    TRAILER DEL FEED DE DEBITOS (SOLO SI EL ARCHIVO SE LLEGO
001416*    A ABRIR)
001417
001418     IF WS-FIL2-CODE IS EQUAL '00'
001419        MOVE SPACES             TO WS-REG-MOVIMI
001420        MOVE 'TRL'              TO WS-TRL-MARCA
001421        MOVE WS-CANT-ACEPTADAS  TO WS-TRL-CANT-REG
001422        MOVE WS-MOV-HASH-DEB    TO WS-TRL-HASH-DEBITOS
001423        MOVE WS-MOV-HASH-CRED   TO WS-TRL-HASH-CREDITOS
001424        WRITE REG-FILE2 FROM WS-REG-MOVIMI-TRL
001424        IF WS-FIL2-CODE IS NOT EQUAL '00'
001424           DISPLAY '* ERROR EN GRABAR TRL MOV12 = '
001424                                      WS-FIL2-CODE
001424           MOVE 9999 TO RETURN-CODE
001424        END-IF
001425        CLOSE FILE2
001425        IF WS-FIL2-CODE IS NOT EQUAL '00'
001425           DISPLAY '* ERROR EN CLOSE MOV12   = '
001425                                      WS-FIL2-CODE
001425           MOVE 9999 TO RETURN-CODE
001425        END-IF
001426     END-IF.
001427
001428     IF WS-FILLIS-CODE IS EQUAL '00'
001429        CLOSE FILE-LIS
001430     END-IF.
001431
001432     IF WS-FILTPE-CODE IS EQUAL '00'
001433        OR WS-FILTPE-CODE IS EQUAL '05'
001434        OR WS-FILTPE-CODE IS EQUAL '23'
001435        CLOSE FILE-TPE
001436     END-IF.
001437
001438     CLOSE FILE1.
001439     CLOSE FILE-TOR.
001440
001441**************************************
001442*   MOSTRAR TOTALES DE CONTROL       *
001443**************************************
001444
001445     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001446     DISPLAY WS-LEYEN-ACEPTADAS      WS-CANT-ACEPTADAS.
001447     DISPLAY WS-LEYEN-REPROCESO      WS-CANT-REPROCESO.
001448     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
001449     DISPLAY WS-LEYEN-TOT-ACEPTADO   WS-TOT-ACEPTADO.
001450     DISPLAY WS-LEYEN-TOT-RECHAZADO  WS-TOT-RECHAZADO.
001451
001452 F-9999-FINAL.
001453     EXIT.
