000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5D.
000115**********************************************************
000120*                                                        *
000125*    PARTITION MERGE code                                *
000130*    CONSOLIDACION DE LA CORRIDA PARTICIONADA DE PGMAPJ1D:*
000135*    CADA PARTICION (RANGO TIPO+CUENTA DE DDPARTIC) DEJA *
000140*    SUS FRAGMENTOS DE DDRECHAZ, DDDIARIO, DDCONTAB Y    *
000145*    DDHISTO MAS SUS TOTALES DE CONCILIACION (DDPARTOT). *
000150*    ESTE PASO CONTROLA QUE TODAS LAS PARTICIONES ESTEN  *
000155*    COMPLETAS EN DDRUNCTL (PASOS 41 A 60), VALIDA CADA  *
000160*    FRAGMENTO, CONCILIA SALDOS SOBRE TODAS (9500-) Y    *
000165*    RECIEN ENTONCES ARMA LOS ARCHIVOS UNICOS QUE ESPERAN*
000170*    LOS PASOS SIGUIENTES: UN DDCONTAB CON SU HEADER Y   *
000175*    TRAILER, UN DDRECHAZ, EL DIARIO PERMANENTE Y UN SOLO*
000180*    REGISTRO DE DDHISTO. ESTAMPA EL PASO 04 DEL STREAM. *
000185*    LOS FRAGMENTOS DE CADA TIPO SE RECIBEN CONCATENADOS *
000190*    EN ORDEN DE PARTICION (DDCTBPAR, DDRCHPAR, DDDIAPAR,*
000191*    DDHISPAR Y DDPTOPAR)                                *
000192**********************************************************
000193*      MANTENIMIENTO DE PROGRAMA                         *
000194**********************************************************
000195*    FECHA *    DETALLE        * COD *
000196**************************************
000197* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000197* 15/10/26 * FECHA Y REF DIARIO* LGS *
000198**************************************
000199
000200 ENVIRONMENT DIVISION.
000201 CONFIGURATION SECTION.
000202 SPECIAL-NAMES.
000203     DECIMAL-POINT IS COMMA.
000204
000205 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000207
000208*    DEFINICION DE LAS PARTICIONES (VER LAYOUT-Particion)
000209     SELECT FILE-PAR  ASSIGN DDPARTIC
000210     ACCESS IS SEQUENTIAL
000211     FILE STATUS IS WS-FILPAR-CODE.
000212
000213*    FRAGMENTOS DE LAS PARTICIONES, CONCATENADOS
000214     SELECT FILE-PTOE ASSIGN DDPTOPAR
000215     ACCESS IS SEQUENTIAL
000216     FILE STATUS IS WS-FILPTOE-CODE.
000217
000218     SELECT FILE-CTBE ASSIGN DDCTBPAR
000219     ACCESS IS SEQUENTIAL
000220     FILE STATUS IS WS-FILCTBE-CODE.
000221
000222     SELECT FILE-HISE ASSIGN DDHISPAR
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FILHISE-CODE.
000225
000226     SELECT FILE-RCHE ASSIGN DDRCHPAR
000227     ACCESS IS SEQUENTIAL
000228     FILE STATUS IS WS-FILRCHE-CODE.
000229
000230     SELECT FILE-DIAE ASSIGN DDDIAPAR
000231     ACCESS IS SEQUENTIAL
000232     FILE STATUS IS WS-FILDIAE-CODE.
000233
000234*    ARCHIVOS UNICOS DE LA FECHA
000235     SELECT FILE-CTB  ASSIGN DDCONTAB
000236     ACCESS IS SEQUENTIAL
000237     FILE STATUS IS WS-FILCTB-CODE.
000238
000239     SELECT FILE-RCH  ASSIGN DDRECHAZ
000240     ACCESS IS SEQUENTIAL
000241     FILE STATUS IS WS-FILRCH-CODE.
000242
000243     SELECT OPTIONAL FILE-DIA ASSIGN DDDIARIO
000244     ACCESS IS SEQUENTIAL
000245     FILE STATUS IS WS-FILDIA-CODE.
000246
000247     SELECT OPTIONAL FILE-HIS ASSIGN DDHISTO
000248     ACCESS IS SEQUENTIAL
000249     FILE STATUS IS WS-FILHIS-CODE.
000250
000251     SELECT FILE-PARM ASSIGN DDPARM
000252     ACCESS IS SEQUENTIAL
000253     FILE STATUS IS WS-FILPARM-CODE.
000254
000255     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000256     ORGANIZATION IS INDEXED
000257     ACCESS IS DYNAMIC
000258     RECORD KEY IS REG-RUN-CLAVE
000259     FILE STATUS IS WS-FILRUN-CODE.
000260
000261     SELECT FILE-FRC ASSIGN DDFORCE
000262     ACCESS IS SEQUENTIAL
000263     FILE STATUS IS WS-FILFRC-CODE.
000264
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-PAR
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-FILE-PAR     PIC X(80).
000398
000399 FD FILE-PTOE
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-FILE-PTOE    PIC X(200).
000404
000405 FD FILE-CTBE
000406      BLOCK CONTAINS 0 RECORDS
000407      RECORDING MODE IS F.
000408
000409 01 REG-FILE-CTBE    PIC X(80).
000410
000411 FD FILE-HISE
000412      BLOCK CONTAINS 0 RECORDS
000413      RECORDING MODE IS F.
000414
000415 01 REG-FILE-HISE    PIC X(120).
000416
000417 FD FILE-RCHE
000418      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000420
000421 01 REG-FILE-RCHE    PIC X(82).
000422
000423 FD FILE-DIAE
000424      BLOCK CONTAINS 0 RECORDS
000425      RECORDING MODE IS F.
000426
000427 01 REG-FILE-DIAE    PIC X(130).
000428
000429 FD FILE-CTB
000430      BLOCK CONTAINS 0 RECORDS
000431      RECORDING MODE IS F.
000432
000433 01 REG-FILE-CTB     PIC X(80).
000434
000435 FD FILE-RCH
000436      BLOCK CONTAINS 0 RECORDS
000437      RECORDING MODE IS F.
000438
000439 01 REG-FILE-RCH     PIC X(82).
000440
000441 FD FILE-DIA
000442      BLOCK CONTAINS 0 RECORDS
000443      RECORDING MODE IS F.
000444
000445 01 REG-FILE-DIA     PIC X(130).
000446
000447 FD FILE-HIS
000448      BLOCK CONTAINS 0 RECORDS
000449      RECORDING MODE IS F.
000450
000451 01 REG-FILE-HIS     PIC X(120).
000452
000453 FD FILE-PARM
000454      BLOCK CONTAINS 0 RECORDS
000455      RECORDING MODE IS F.
000456
000457 01 REG-FILE-PARM    PIC X(08).
000458
000459 FD FILE-RUN
000460      BLOCK CONTAINS 0 RECORDS
000461      RECORDING MODE IS F.
000462
000463 01 REG-RUN.
000464     03  REG-RUN-CLAVE.
000465         05  REG-RUN-FECHA   PIC 9(08).
000466         05  REG-RUN-PASO    PIC 9(02).
000467     03  FILLER              PIC X(70).
000468
000469 FD FILE-FRC
000470      BLOCK CONTAINS 0 RECORDS
000471      RECORDING MODE IS F.
000472
000473 01 REG-FILE-FRC     PIC X(01).
000474
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILPAR-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILPTOE-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILCTBE-CODE         PIC X(02)   VALUE SPACES.
000505 77  WS-FILHISE-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILRCHE-CODE         PIC X(02)   VALUE SPACES.
000507 77  WS-FILDIAE-CODE         PIC X(02)   VALUE SPACES.
000508 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILRCH-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000511 77  WS-FILHIS-CODE          PIC X(02)   VALUE SPACES.
000512 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000513 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000514 77  WS-FILFRC-CODE          PIC X(02)   VALUE SPACES.
000515
000516 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000517     88  WS-FIN-LECTURA                  VALUE 'SI'.
000518     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000519
000520 01  WS-STA-FILE             PIC X       VALUE 'N'.
000521     88  WS-FIN-FILE                     VALUE 'Y'.
000522     88  WS-NO-FIN-FILE                  VALUE 'N'.
000523
000524********  PARTICIONES DE LA CORRIDA (DDPARTIC)  *
000525
000526*    UNA ENTRADA POR PARTICION CON SU RANGO Y LO RECIBIDO DE
000527*    ELLA EN CADA FRAGMENTO
000528 77  WS-PRT-MAX              PIC 9(02)   VALUE 20.
000529 77  WS-PRT-CANT             PIC 9(02)   VALUE ZEROS.
000530 77  WS-PRT-IDX              PIC 9(02)   VALUE ZEROS.
000531 77  WS-PRT-SIG-DESDE        PIC 9(11)   VALUE ZEROS.
000532 77  WS-PRT-PASO-BASE        PIC 9(02)   VALUE 40.
000533
000534 01  WS-TAB-PARTICIONES.
000535     03  WS-PRT-ENT          OCCURS 20 TIMES.
000536         05  WS-PRT-DESDE        PIC 9(10).
000537         05  WS-PRT-HASTA        PIC 9(10).
000538         05  WS-PRT-PTO-SW       PIC X(01).
000539             88  WS-PRT-CON-PTO           VALUE 'Y'.
000540         05  WS-PRT-HIS-SW       PIC X(01).
000541             88  WS-PRT-CON-HIS           VALUE 'Y'.
000542
000543********  TOTALES CONSOLIDADOS DE CONCILIACION  *
000544
000545*    MISMOS COMPONENTES QUE 9500-CONCILIAR-SALDOS DE PGMAPJ1D,
000546*    SUMADOS SOBRE TODAS LAS PARTICIONES
000547 77  WS-SALDO-APERTURA       PIC S9(13)V99 VALUE ZEROS.
000548 77  WS-SALDO-CIERRE         PIC S9(13)V99 VALUE ZEROS.
000549 77  WS-SALDO-CIERRE-TEOR    PIC S9(13)V99 VALUE ZEROS.
000550 77  WS-TOT-CREDITOS         PIC S9(13)V99 VALUE ZEROS.
000551 77  WS-TOT-DEBITOS          PIC S9(13)V99 VALUE ZEROS.
000552 77  WS-TOT-CREDITOS-DEVENGO PIC S9(13)V99 VALUE ZEROS.
000553 77  WS-TOT-DEBITOS-DESCUB   PIC S9(13)V99 VALUE ZEROS.
000554 77  WS-TOT-CREDITOS-DEV-CA  PIC S9(13)V99 VALUE ZEROS.
000555 77  WS-TOT-DEBITOS-IMPUESTO PIC S9(13)V99 VALUE ZEROS.
000556 77  WS-TOT-DEBITOS-COMISION PIC S9(13)V99 VALUE ZEROS.
000557 77  WS-TOT-DEBITOS-RECHAZO  PIC S9(13)V99 VALUE ZEROS.
000558
000559********  HISTORIA CONSOLIDADA  *
000560
000561 01  WS-HIS-CONSOLIDADA.
000562     03  WS-HCO-LEIDOS-FILE1 PIC 9(05)     VALUE ZEROS.
000563     03  WS-HCO-LEIDOS-FILE2 PIC 9(05)     VALUE ZEROS.
000564     03  WS-HCO-ENCONTRADOS  PIC 9(05)     VALUE ZEROS.
000565     03  WS-HCO-RECHAZADOS   PIC 9(05)     VALUE ZEROS.
000566     03  WS-HCO-RECH-MONEDA  PIC 9(05)     VALUE ZEROS.
000567     03  WS-HCO-TOT-CREDITOS PIC S9(11)V99 VALUE ZEROS.
000568     03  WS-HCO-TOT-DEBITOS  PIC S9(11)V99 VALUE ZEROS.
000569     03  WS-HCO-SALDO-APERT  PIC S9(11)V99 VALUE ZEROS.
000570     03  WS-HCO-SALDO-CIERRE PIC S9(11)V99 VALUE ZEROS.
000571     03  WS-HCO-CANT-ALMACEN PIC 9(05)     VALUE ZEROS.
000572     03  WS-HCO-TOT-ALMACEN  PIC S9(11)V99 VALUE ZEROS.
000573
000574********  ASIENTOS CONSOLIDADOS DE DDCONTAB  *
000575
000576*    LOS ASIENTOS DE TODAS LAS PARTICIONES CON LA MISMA CUENTA,
000577*    SENTIDO, MONEDA, TIPO Y CONCEPTO SE SUMAN EN UNO, ASI EL
000578*    ARCHIVO UNICO QUEDA IGUAL AL DE UNA CORRIDA COMPLETA
000579 77  WS-ACU-MAX              PIC 9(03)   VALUE 200.
000580 77  WS-ACU-CANT             PIC 9(03)   VALUE ZEROS.
000581 77  WS-ACU-IDX              PIC 9(03)   VALUE ZEROS.
000582 77  WS-ACU-HALLADO          PIC 9(03)   VALUE ZEROS.
000583
000584 01  WS-TAB-ASIENTOS.
000585     03  WS-ACU-ENT          OCCURS 200 TIMES.
000586         05  WS-ACU-CLAVE.
000587             07  WS-ACU-CUENTA-CTB   PIC X(10).
000588             07  WS-ACU-DH           PIC X(01).
000589             07  WS-ACU-MONEDA       PIC X(03).
000590             07  WS-ACU-TIPO-CTA     PIC 9(02).
000591             07  WS-ACU-CONCEPTO     PIC X(20).
000592         05  WS-ACU-IMPORTE      PIC 9(13)V99.
000593
000594 01  WS-BUS-CLAVE.
000595     03  WS-BUS-CUENTA-CTB   PIC X(10).
000596     03  WS-BUS-DH           PIC X(01).
000597     03  WS-BUS-MONEDA       PIC X(03).
000598     03  WS-BUS-TIPO-CTA     PIC 9(02).
000599     03  WS-BUS-CONCEPTO     PIC X(20).
000600
000601*    CONTROL DE CADA FRAGMENTO DE DDCONTAB CONTRA SU TRAILER
000602 77  WS-FRG-ABIERTO-SW       PIC X       VALUE 'N'.
000603     88  WS-FRG-ABIERTO                  VALUE 'Y'.
000604     88  WS-FRG-CERRADO                  VALUE 'N'.
000605 77  WS-FRG-CANT             PIC 9(07)     VALUE ZEROS.
000606 77  WS-FRG-DEBE             PIC 9(13)V99  VALUE ZEROS.
000607 77  WS-FRG-HABER            PIC 9(13)V99  VALUE ZEROS.
000608 77  WS-CANT-FRG-CTB         PIC 9(02)     VALUE ZEROS.
000609
000610*    TOTALES DEL DDCONTAB UNICO
000611 77  WS-CTB-CANT-ASIENTOS    PIC 9(07)     VALUE ZEROS.
000612 77  WS-CTB-TOT-DEBE         PIC 9(13)V99  VALUE ZEROS.
000613 77  WS-CTB-TOT-HABER        PIC 9(13)V99  VALUE ZEROS.
000614
000615********  CONTADORES DE CONTROL  *
000616
000617 77  WS-LEIDOS-PTO           PIC 9(05)   VALUE ZEROS.
000618 77  WS-LEIDOS-HIS           PIC 9(05)   VALUE ZEROS.
000619 77  WS-LEIDOS-CTB           PIC 9(07)   VALUE ZEROS.
000620 77  WS-CANT-RECHAZOS        PIC 9(07)   VALUE ZEROS.
000621 77  WS-CANT-DIARIO          PIC 9(07)   VALUE ZEROS.
000621 77  WS-LEIDOS-DIA           PIC 9(07)   VALUE ZEROS.
000621
000621********  RENUMERACION DE LOS ASIENTOS DE DIARIO  *
000621
000621*    CADA PARTICION NUMERA SUS ASIENTOS DESDE 1 CON LA HORA
000621*    DE SU PROPIA CORRIDA, ASI QUE DOS PARTICIONES PUEDEN
000621*    REPETIR REFERENCIA; EL DIARIO UNICO LOS RENUMERA CON LA
000621*    HORA DE ESTE PASO Y UNA SOLA SECUENCIA. EL ASIENTO
000621*    RELACIONADO DE PGMAPJ1D (IMP) ES SIEMPRE EL GRABADO
000621*    JUSTO ANTES, ASI QUE BASTA EL ULTIMO PAR ORIGINAL/NUEVO
000621 77  WS-MRG-HORA             PIC 9(08)   VALUE ZEROS.
000621 77  WS-MRG-SECUEN           PIC 9(06)   VALUE ZEROS.
000621 77  WS-MRG-ASI-ORIGINAL     PIC X(21)   VALUE SPACES.
000621 77  WS-MRG-ASI-NUEVO        PIC X(21)   VALUE SPACES.
000622
000623********     FECHA DE PROCESO  ***************
000624
000625 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000626
000627 01  WS-FECHA.
000628     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000629     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000630     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000631
000632 01  WS-REG-PARM.
000633     03  WS-PARM-FECHA       PIC 9(08).
000634
000635********  CONTROL DE CORRIDA DEL STREAM (DDRUNCTL)  *
000636
000637*    ESTE PASO ESTAMPA EL 04 (EL DE PGMAPJ1D EN UNA CORRIDA
000638*    COMPLETA) Y EXIGE COMPLETAS TODAS LAS PARTICIONES (PASO
000639*    40 + NRO); VER LAYOUT-RunCtl Y PGMAPJ1R
000640 77  WS-RUN-PASO-PROPIO      PIC 9(02)   VALUE 04.
000641 77  WS-RUN-PASO-PART        PIC 9(02)   VALUE ZEROS.
000642
000643 77  WS-RUN-FORCE-SW         PIC X       VALUE 'N'.
000644     88  WS-RUN-CON-FORCE                VALUE 'Y'.
000645     88  WS-RUN-SIN-FORCE                VALUE 'N'.
000646
000647 77  WS-RUN-BLOQ-SW          PIC X       VALUE 'N'.
000648     88  WS-RUN-BLOQUEADA                VALUE 'Y'.
000649     88  WS-RUN-NO-BLOQUEADA             VALUE 'N'.
000650
000651 77  WS-RUN-ESTAMP-SW        PIC X       VALUE 'N'.
000652     88  WS-RUN-ESTAMPADO                VALUE 'Y'.
000653     88  WS-RUN-NO-ESTAMPADO             VALUE 'N'.
000654
000655 01  WS-HORA-RUN.
000656     03  WS-HORA-RUN-HH      PIC 99      VALUE ZEROS.
000657     03  WS-HORA-RUN-MM      PIC 99      VALUE ZEROS.
000658     03  WS-HORA-RUN-SS      PIC 99      VALUE ZEROS.
000659     03  WS-HORA-RUN-CS      PIC 99      VALUE ZEROS.
000660
000661 01  WS-REG-PARM-FORCE.
000662     03  WS-PARM-FORCE       PIC X(01).
000663
000664 01  WS-LEYEN-PARTICIONES    PIC X(35)
000665         VALUE '* PARTICIONES CONSOLIDADAS  = '.
000666 01  WS-LEYEN-LEIDOS-CTB     PIC X(35)
000667         VALUE '* ASIENTOS DE FRAGMENTOS    = '.
000668 01  WS-LEYEN-ASIENTOS       PIC X(35)
000669         VALUE '* ASIENTOS DDCONTAB UNICO   = '.
000670 01  WS-LEYEN-RECHAZOS       PIC X(35)
000671         VALUE '* RECHAZOS CONSOLIDADOS     = '.
000672 01  WS-LEYEN-DIARIO         PIC X(35)
000673         VALUE '* ASIENTOS AGREGADOS DIARIO = '.
000674 01  WS-LEYEN-SALDO-APERT    PIC X(35)
000675         VALUE '* SALDO APERTURA TOTAL      = '.
000676 01  WS-LEYEN-SALDO-CIERRE   PIC X(35)
000677         VALUE '* SALDO CIERRE TOTAL        = '.
000678
000679     COPY "LAYOUT-Particion.cpy".
000680     COPY "LAYOUT-ParTot.cpy".
000681     COPY "LAYOUT-Contab.cpy".
000682     COPY "LAYOUT-Historia.cpy".
000683     COPY "LAYOUT-RunCtl.cpy".
000683     COPY "LAYOUT-Diario.cpy".
000684
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     IF WS-RUN-BLOQUEADA
000707        GO TO F-MAIN-PROGRAM
000708     END-IF
000709
000710*    PRIMERO SE VALIDA TODO LO RECIBIDO; LOS ARCHIVOS UNICOS
000711*    SE GRABAN SOLO SI LAS PARTICIONES CONCILIAN
000712
000713     PERFORM 2000-VALIDAR-FRAGMENTOS
000714                 THRU F-2000-VALIDAR-FRAGMENTOS.
000715
000716     IF WS-NO-FIN-LECTURA
000717        PERFORM 9500-CONCILIAR-SALDOS THRU F-9500-CONCILIAR-SALDOS
000718     END-IF.
000719
000720     IF RETURN-CODE IS EQUAL ZERO
000721        PERFORM 3000-GRABAR-CONSOLIDADOS
000722                    THRU F-3000-GRABAR-CONSOLIDADOS
000723     END-IF.
000724
000725     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000726
000727 F-MAIN-PROGRAM. GOBACK.
000728
000729**************************************
000730* INICIALIZACION: FECHA, PARTICIONES *
000731* Y CONTROL DE CORRIDA               *
000732**************************************
000733
000734 1000-INICIO.
000735
000736     SET WS-NO-FIN-LECTURA TO TRUE.
000737
000738     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000739
000740     PERFORM 1100-CARGAR-PARTICIONES
000741                 THRU F-1100-CARGAR-PARTICIONES.
000742
000743     IF WS-RUN-NO-BLOQUEADA
000744        PERFORM 1800-CONTROL-CORRIDA THRU F-1800-CONTROL-CORRIDA
000745     END-IF.
000746
000747 F-1000-INICIO.   EXIT.
000748
000749**************************************
000750*  FECHA DE PROCESO: DDPARM O FECHA  *
000751*  DEL SISTEMA                       *
000752**************************************
000753
000754 1050-LEER-PARM-FECHA.
000755
000756     OPEN INPUT FILE-PARM.
000757
000758     IF WS-FILPARM-CODE IS EQUAL '00'
000759
000760        READ FILE-PARM INTO WS-REG-PARM
000761
000762        IF WS-FILPARM-CODE IS EQUAL '00'
000763           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000764           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000765           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000766                                      WS-PARM-FECHA
000767        ELSE
000768           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000769        END-IF
000770
000771        CLOSE FILE-PARM
000772
000773     ELSE
000774
000775        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000776        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000777
000778     END-IF.
000779
000780 F-1050-LEER-PARM-FECHA. EXIT.
000781
000782 1060-FECHA-SISTEMA.
000783
000784     ACCEPT WS-FECHA FROM DATE
000785     COMPUTE WS-FECHA-PROCESO = 20000000
000786                              + WS-FECHA-AA * 10000
000787                              + WS-FECHA-MM * 100
000788                              + WS-FECHA-DD.
000789
000790 F-1060-FECHA-SISTEMA. EXIT.
000791
000792**************************************
000793*  PARTICIONES: MISMA VALIDACION QUE *
000794*  PGMAPJ1D (NUMERADAS SIN SALTOS,   *
000795*  RANGOS CONTIGUOS DE CEROS A NUEVES)*
000796**************************************
000797
000798 1100-CARGAR-PARTICIONES.
000799
000800     OPEN INPUT FILE-PAR.
000801     IF WS-FILPAR-CODE IS NOT EQUAL '00'
000802        DISPLAY '* ERROR EN OPEN PARTICIONES = ' WS-FILPAR-CODE
000803        MOVE 9999 TO RETURN-CODE
000804        SET WS-RUN-BLOQUEADA TO TRUE
000805        GO TO F-1100-CARGAR-PARTICIONES
000806     END-IF
000807
000808     MOVE SPACES TO WS-TAB-PARTICIONES
000809     MOVE ZEROS  TO WS-PRT-CANT
000810     MOVE ZEROS  TO WS-PRT-SIG-DESDE
000811     SET WS-NO-FIN-FILE TO TRUE
000812
000813     PERFORM 1110-LEER-UNA-PARTICION
000814                 THRU F-1110-LEER-UNA-PARTICION
000815               UNTIL WS-FIN-FILE
000816
000817     CLOSE FILE-PAR
000818
000819     IF WS-RUN-BLOQUEADA
000820        GO TO F-1100-CARGAR-PARTICIONES
000821     END-IF
000822
000823     IF WS-PRT-CANT IS EQUAL ZERO
000824        OR WS-PRT-SIG-DESDE IS NOT GREATER THAN 9999999999
000825        DISPLAY '* DDPARTIC NO CUBRE LA CLAVE DESDE = '
000826                WS-PRT-SIG-DESDE
000827        MOVE 9999 TO RETURN-CODE
000828        SET WS-RUN-BLOQUEADA TO TRUE
000829        GO TO F-1100-CARGAR-PARTICIONES
000830     END-IF
000831
000832     DISPLAY '* PARTICIONES A CONSOLIDAR = ' WS-PRT-CANT.
000833
000834 F-1100-CARGAR-PARTICIONES. EXIT.
000835
000836 1110-LEER-UNA-PARTICION.
000837
000838     READ FILE-PAR INTO WS-REG-PARTIC
000839
000840     EVALUATE WS-FILPAR-CODE
000841
000842        WHEN '00'
000843           ADD 1 TO WS-PRT-CANT
000844           IF WS-PAR-NRO IS NOT EQUAL WS-PRT-CANT
000845              OR WS-PRT-CANT IS GREATER THAN WS-PRT-MAX
000846              OR WS-PAR-DESDE-N IS NOT EQUAL WS-PRT-SIG-DESDE
000847              OR WS-PAR-HASTA-N IS LESS THAN WS-PAR-DESDE-N
000848              DISPLAY '* DDPARTIC CON RANGOS INVALIDOS, '
000849                      'PARTICION = ' WS-PAR-NRO
000850              MOVE 9999 TO RETURN-CODE
000851              SET WS-RUN-BLOQUEADA TO TRUE
000852              SET WS-FIN-FILE TO TRUE
000853           ELSE
000854              COMPUTE WS-PRT-SIG-DESDE = WS-PAR-HASTA-N + 1
000855              MOVE WS-PAR-DESDE-N TO WS-PRT-DESDE (WS-PRT-CANT)
000856              MOVE WS-PAR-HASTA-N TO WS-PRT-HASTA (WS-PRT-CANT)
000857              MOVE 'N'            TO WS-PRT-PTO-SW (WS-PRT-CANT)
000858              MOVE 'N'            TO WS-PRT-HIS-SW (WS-PRT-CANT)
000859           END-IF
000860
000861        WHEN '10'
000862           SET WS-FIN-FILE TO TRUE
000863
000864        WHEN OTHER
000865           DISPLAY '* ERROR EN LECTURA PARTICIONES = '
000866                   WS-FILPAR-CODE
000867           MOVE 9999 TO RETURN-CODE
000868           SET WS-RUN-BLOQUEADA TO TRUE
000869           SET WS-FIN-FILE TO TRUE
000870
000871     END-EVALUATE.
000872
000873 F-1110-LEER-UNA-PARTICION. EXIT.
000874
000875**************************************
000876*  CONTROL DE CORRIDA: EL PASO 04 NO *
000877*  SE RECORRE COMPLETO SIN DDFORCE Y *
000878*  NO ARRANCA SI ALGUNA PARTICION NO *
000879*  TERMINO COMPLETA (NI CON DDFORCE: *
000880*  CONSOLIDAR UNA PARTICION A MEDIAS *
000881*  DEJARIA CUENTAS SIN PROCESAR); SE *
000882*  INFORMA CADA PARTICION A REPROCESAR*
000883**************************************
000884
000885 1800-CONTROL-CORRIDA.
000886
000887     PERFORM 1850-LEER-PARM-FORCE THRU F-1850-LEER-PARM-FORCE
000888
000889     OPEN I-O FILE-RUN
000890     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000891        AND WS-FILRUN-CODE IS NOT EQUAL '05'
000892        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000893        MOVE 9999 TO RETURN-CODE
000894        SET WS-RUN-BLOQUEADA TO TRUE
000895        GO TO F-1800-CONTROL-CORRIDA
000896     END-IF
000897
000898     MOVE WS-FECHA-PROCESO   TO REG-RUN-FECHA
000899     MOVE WS-RUN-PASO-PROPIO TO REG-RUN-PASO
000900
000901     READ FILE-RUN INTO WS-REG-RUNCTL
000902        KEY IS REG-RUN-CLAVE
000903
000904     EVALUATE WS-FILRUN-CODE
000905
000906        WHEN '00'
000907           IF WS-RUN-EST-COMPLETO
000908              AND WS-RUN-SIN-FORCE
000909              DISPLAY '* PASO ' WS-RUN-PASO-PROPIO
000910                      ' YA COMPLETO PARA LA FECHA, '
000911                      'RECORRIDA SOLO CON DDFORCE *'
000912              MOVE 8 TO RETURN-CODE
000913              SET WS-RUN-BLOQUEADA TO TRUE
000914           END-IF
000915
000916        WHEN '23'
000917           CONTINUE
000918
000919        WHEN OTHER
000920           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000921           MOVE 9999 TO RETURN-CODE
000922           SET WS-RUN-BLOQUEADA TO TRUE
000923
000924     END-EVALUATE
000925
000926     IF WS-RUN-BLOQUEADA
000927        CLOSE FILE-RUN
000928        GO TO F-1800-CONTROL-CORRIDA
000929     END-IF
000930
000931     MOVE ZEROS TO WS-PRT-IDX
000932
000933     PERFORM 1810-CONTROLAR-PARTICION
000934                 THRU F-1810-CONTROLAR-PARTICION
000935               UNTIL WS-PRT-IDX IS NOT LESS THAN WS-PRT-CANT
000936
000937     IF WS-RUN-BLOQUEADA
000938        CLOSE FILE-RUN
000939        GO TO F-1800-CONTROL-CORRIDA
000940     END-IF
000941
000942*    ESTAMPAR EL PASO PROPIO INICIADO (UN REPROCESO FORZADO
000943*    PISA EL REGISTRO ANTERIOR)
000944
000945     ACCEPT WS-HORA-RUN FROM TIME
000946
000947     MOVE SPACES             TO WS-REG-RUNCTL
000948     MOVE WS-FECHA-PROCESO   TO WS-RUN-FECHA
000949     MOVE WS-RUN-PASO-PROPIO TO WS-RUN-PASO
000950     MOVE 'PGMAPJ5D'         TO WS-RUN-PROGRAMA
000951     MOVE 'I'                TO WS-RUN-ESTADO
000952     MOVE WS-FECHA-PROCESO   TO WS-RUN-FEC-INICIO
000953     MOVE WS-HORA-RUN (1:6)  TO WS-RUN-HORA-INICIO
000954     MOVE ZEROS              TO WS-RUN-FEC-FIN
000955     MOVE ZEROS              TO WS-RUN-HORA-FIN
000956
000957     IF WS-RUN-CON-FORCE
000958        MOVE 'F'   TO WS-RUN-FORZADO
000959     ELSE
000960        MOVE SPACE TO WS-RUN-FORZADO
000961     END-IF
000962
000963     MOVE WS-FECHA-PROCESO   TO REG-RUN-FECHA
000964     MOVE WS-RUN-PASO-PROPIO TO REG-RUN-PASO
000965
000966     WRITE REG-RUN FROM WS-REG-RUNCTL
000967
000968     EVALUATE WS-FILRUN-CODE
000969
000970        WHEN '00'
000971           SET WS-RUN-ESTAMPADO TO TRUE
000972
000973        WHEN '22'
000974           REWRITE REG-RUN FROM WS-REG-RUNCTL
000975           IF WS-FILRUN-CODE IS EQUAL '00'
000976              SET WS-RUN-ESTAMPADO TO TRUE
000977           ELSE
000978              DISPLAY '* ERROR EN REWRITE RUNCTL = '
000979                                         WS-FILRUN-CODE
000980              MOVE 9999 TO RETURN-CODE
000981              SET WS-RUN-BLOQUEADA TO TRUE
000982              CLOSE FILE-RUN
000983           END-IF
000984
000985        WHEN OTHER
000986           DISPLAY '* ERROR EN WRITE RUNCTL = ' WS-FILRUN-CODE
000987           MOVE 9999 TO RETURN-CODE
000988           SET WS-RUN-BLOQUEADA TO TRUE
000989           CLOSE FILE-RUN
000990
000991     END-EVALUATE.
000992
000993 F-1800-CONTROL-CORRIDA. EXIT.
000994
000995**************************************
000996*  UNA PARTICION DEBE ESTAR COMPLETA *
000997*  (PASO 40 + NRO) PARA LA FECHA     *
000998**************************************
000999
001000 1810-CONTROLAR-PARTICION.
001001
001002     ADD 1 TO WS-PRT-IDX
001003
001004     COMPUTE WS-RUN-PASO-PART = WS-PRT-PASO-BASE + WS-PRT-IDX
001005
001006     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
001007     MOVE WS-RUN-PASO-PART TO REG-RUN-PASO
001008
001009     READ FILE-RUN INTO WS-REG-RUNCTL
001010        KEY IS REG-RUN-CLAVE
001011
001012     EVALUATE WS-FILRUN-CODE
001013
001014        WHEN '00'
001015           IF NOT WS-RUN-EST-COMPLETO
001016              DISPLAY '* PARTICION ' WS-PRT-IDX ' (PASO '
001017                      WS-RUN-PASO-PART ') EN ESTADO '
001018                      WS-RUN-ESTADO ', REPROCESAR ESA PARTICION *'
001019              MOVE 8 TO RETURN-CODE
001020              SET WS-RUN-BLOQUEADA TO TRUE
001021           END-IF
001022
001023        WHEN '23'
001024           DISPLAY '* PARTICION ' WS-PRT-IDX ' (PASO '
001025                   WS-RUN-PASO-PART ') SIN REGISTRAR PARA LA '
001026                   'FECHA *'
001027           MOVE 8 TO RETURN-CODE
001028           SET WS-RUN-BLOQUEADA TO TRUE
001029
001030        WHEN OTHER
001031           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
001032           MOVE 9999 TO RETURN-CODE
001033           SET WS-RUN-BLOQUEADA TO TRUE
001034           MOVE WS-PRT-CANT TO WS-PRT-IDX
001035
001036     END-EVALUATE.
001037
001038 F-1810-CONTROLAR-PARTICION. EXIT.
001039
001040**************************************
001041*  MARCA DE CORRIDA FORZADA (DDFORCE *
001042*  CON UNA 'F'); SIN ARCHIVO NO HAY  *
001043*  FORZADO                           *
001044**************************************
001045
001046 1850-LEER-PARM-FORCE.
001047
001048     OPEN INPUT FILE-FRC.
001049
001050     IF WS-FILFRC-CODE IS EQUAL '00'
001051
001052        READ FILE-FRC INTO WS-REG-PARM-FORCE
001053
001054        IF WS-FILFRC-CODE IS EQUAL '00'
001055           AND WS-PARM-FORCE IS EQUAL 'F'
001056           SET WS-RUN-CON-FORCE TO TRUE
001057           DISPLAY '* CORRIDA FORZADA POR DDFORCE'
001058        END-IF
001059
001060        CLOSE FILE-FRC
001061
001062     END-IF.
001063
001064 F-1850-LEER-PARM-FORCE. EXIT.
001065
001066**************************************
001067*  VALIDAR LOS FRAGMENTOS DE TOTALES,*
001068*  HISTORIA Y CONTABILIDAD DE TODAS  *
001069*  LAS PARTICIONES Y ACUMULARLOS     *
001070**************************************
001071
001072 2000-VALIDAR-FRAGMENTOS.
001073
001074     MOVE SPACES TO WS-TAB-ASIENTOS
001075
001076     PERFORM 2100-CARGAR-TOTALES THRU F-2100-CARGAR-TOTALES
001077
001078     IF WS-NO-FIN-LECTURA
001079        PERFORM 2200-CARGAR-HISTORIA THRU F-2200-CARGAR-HISTORIA
001080     END-IF
001081
001082     IF WS-NO-FIN-LECTURA
001083        PERFORM 2300-CARGAR-CONTAB THRU F-2300-CARGAR-CONTAB
001084     END-IF
001084
001084     IF WS-NO-FIN-LECTURA
001084        PERFORM 2400-CONTROLAR-DIARIO
001084                    THRU F-2400-CONTROLAR-DIARIO
001084     END-IF.
001085
001086 F-2000-VALIDAR-FRAGMENTOS. EXIT.
001087
001088**************************************
001089*  TOTALES DE CONCILIACION: UN       *
001090*  REGISTRO POR PARTICION, DE LA     *
001091*  FECHA, TERMINADO BIEN Y CON EL    *
001092*  RANGO DE DDPARTIC                 *
001093**************************************
001094
001095 2100-CARGAR-TOTALES.
001096
001097     OPEN INPUT FILE-PTOE.
001098     IF WS-FILPTOE-CODE IS NOT EQUAL '00'
001099        DISPLAY '* ERROR EN OPEN TOTALES PART = ' WS-FILPTOE-CODE
001100        MOVE 9999 TO RETURN-CODE
001101        SET WS-FIN-LECTURA TO TRUE
001102        GO TO F-2100-CARGAR-TOTALES
001103     END-IF
001104
001105     SET WS-NO-FIN-FILE TO TRUE
001106
001107     PERFORM 2110-LEER-UN-TOTAL THRU F-2110-LEER-UN-TOTAL
001108               UNTIL WS-FIN-FILE
001109
001110     CLOSE FILE-PTOE
001111
001112     MOVE ZEROS TO WS-PRT-IDX
001113
001114     PERFORM 2120-CONTROLAR-RECIBIDOS
001115                 THRU F-2120-CONTROLAR-RECIBIDOS
001116               UNTIL WS-PRT-IDX IS NOT LESS THAN WS-PRT-CANT.
001117
001118 F-2100-CARGAR-TOTALES. EXIT.
001119
001120 2110-LEER-UN-TOTAL.
001121
001122     READ FILE-PTOE INTO WS-REG-PARTOT
001123
001124     EVALUATE WS-FILPTOE-CODE
001125
001126        WHEN '00'
001127           ADD 1 TO WS-LEIDOS-PTO
001128           MOVE WS-PTO-PARTICION TO WS-PRT-IDX
001129           IF WS-PTO-FECHA IS NOT EQUAL WS-FECHA-PROCESO
001130              OR WS-PRT-IDX IS EQUAL ZERO
001131              OR WS-PRT-IDX IS GREATER THAN WS-PRT-CANT
001132              DISPLAY '* TOTALES DE PARTICION AJENOS A LA '
001133                      'CORRIDA, PARTICION = ' WS-PTO-PARTICION
001134                      ' FECHA = ' WS-PTO-FECHA
001135              MOVE 9999 TO RETURN-CODE
001136              SET WS-FIN-LECTURA TO TRUE
001137              GO TO F-2110-LEER-UN-TOTAL
001138           END-IF
001139           IF WS-PRT-CON-PTO (WS-PRT-IDX)
001140              OR NOT WS-PTO-EST-OK
001141              OR WS-PTO-DESDE IS NOT EQUAL
001142                                   WS-PRT-DESDE (WS-PRT-IDX)
001143              OR WS-PTO-HASTA IS NOT EQUAL
001144                                   WS-PRT-HASTA (WS-PRT-IDX)
001145              DISPLAY '* TOTALES DE PARTICION DUPLICADOS, CON '
001146                      'ERROR O DE OTRO RANGO, PARTICION = '
001147                      WS-PTO-PARTICION
001148              MOVE 9999 TO RETURN-CODE
001149              SET WS-FIN-LECTURA TO TRUE
001150              GO TO F-2110-LEER-UN-TOTAL
001151           END-IF
001152           MOVE 'Y' TO WS-PRT-PTO-SW (WS-PRT-IDX)
001153           ADD WS-PTO-SALDO-APERT  TO WS-SALDO-APERTURA
001154           ADD WS-PTO-SALDO-CIERRE TO WS-SALDO-CIERRE
001155           ADD WS-PTO-TOT-CREDITOS TO WS-TOT-CREDITOS
001156           ADD WS-PTO-TOT-DEBITOS  TO WS-TOT-DEBITOS
001157           ADD WS-PTO-TOT-CRED-DEV TO WS-TOT-CREDITOS-DEVENGO
001158           ADD WS-PTO-TOT-DESC     TO WS-TOT-DEBITOS-DESCUB
001159           ADD WS-PTO-TOT-DEV-CA   TO WS-TOT-CREDITOS-DEV-CA
001160           ADD WS-PTO-TOT-IMP      TO WS-TOT-DEBITOS-IMPUESTO
001161           ADD WS-PTO-TOT-COM      TO WS-TOT-DEBITOS-COMISION
001162           ADD WS-PTO-TOT-RCH      TO WS-TOT-DEBITOS-RECHAZO
001163
001164        WHEN '10'
001165           SET WS-FIN-FILE TO TRUE
001166
001167        WHEN OTHER
001168           DISPLAY '* ERROR EN LECTURA TOTALES PART = '
001169                   WS-FILPTOE-CODE
001170           MOVE 9999 TO RETURN-CODE
001171           SET WS-FIN-LECTURA TO TRUE
001172           SET WS-FIN-FILE TO TRUE
001173
001174     END-EVALUATE.
001175
001176 F-2110-LEER-UN-TOTAL. EXIT.
001177
001178 2120-CONTROLAR-RECIBIDOS.
001179
001180     ADD 1 TO WS-PRT-IDX
001181
001182     IF NOT WS-PRT-CON-PTO (WS-PRT-IDX)
001183        DISPLAY '* SIN TOTALES DE LA PARTICION ' WS-PRT-IDX
001184        MOVE 9999 TO RETURN-CODE
001185        SET WS-FIN-LECTURA TO TRUE
001186     END-IF.
001187
001188 F-2120-CONTROLAR-RECIBIDOS. EXIT.
001189
001190**************************************
001191*  FRAGMENTOS DE DDHISTO: UNO POR    *
001192*  PARTICION, SE SUMAN EN EL REGISTRO*
001193*  UNICO DE LA FECHA; SUS SALDOS DEBEN*
001194*  COINCIDIR CON LOS TOTALES         *
001195**************************************
001196
001197 2200-CARGAR-HISTORIA.
001198
001199     OPEN INPUT FILE-HISE.
001200     IF WS-FILHISE-CODE IS NOT EQUAL '00'
001201        DISPLAY '* ERROR EN OPEN HISTORIA PART = ' WS-FILHISE-CODE
001202        MOVE 9999 TO RETURN-CODE
001203        SET WS-FIN-LECTURA TO TRUE
001204        GO TO F-2200-CARGAR-HISTORIA
001205     END-IF
001206
001207     SET WS-NO-FIN-FILE TO TRUE
001208
001209     PERFORM 2210-LEER-UNA-HISTORIA THRU F-2210-LEER-UNA-HISTORIA
001210               UNTIL WS-FIN-FILE
001211
001212     CLOSE FILE-HISE
001213
001214     IF WS-FIN-LECTURA
001215        GO TO F-2200-CARGAR-HISTORIA
001216     END-IF
001217
001218     IF WS-LEIDOS-HIS IS NOT EQUAL WS-PRT-CANT
001219        DISPLAY '* FRAGMENTOS DE HISTORIA = ' WS-LEIDOS-HIS
001220                ' PARTICIONES = ' WS-PRT-CANT
001221        MOVE 9999 TO RETURN-CODE
001222        SET WS-FIN-LECTURA TO TRUE
001223        GO TO F-2200-CARGAR-HISTORIA
001224     END-IF
001225
001226     IF WS-HCO-SALDO-APERT IS NOT EQUAL WS-SALDO-APERTURA
001227        OR WS-HCO-SALDO-CIERRE IS NOT EQUAL WS-SALDO-CIERRE
001228        OR WS-HCO-TOT-CREDITOS IS NOT EQUAL WS-TOT-CREDITOS
001229        OR WS-HCO-TOT-DEBITOS IS NOT EQUAL WS-TOT-DEBITOS
001230        DISPLAY '* HISTORIA DE PARTICIONES NO COINCIDE CON '
001231                'SUS TOTALES *'
001232        MOVE 9999 TO RETURN-CODE
001233        SET WS-FIN-LECTURA TO TRUE
001234     END-IF.
001235
001236 F-2200-CARGAR-HISTORIA. EXIT.
001237
001238 2210-LEER-UNA-HISTORIA.
001239
001240     READ FILE-HISE INTO WS-REG-HISTORIA
001241
001242     EVALUATE WS-FILHISE-CODE
001243
001244        WHEN '00'
001245           ADD 1 TO WS-LEIDOS-HIS
001246           IF WS-HIS-PARTICION IS NOT NUMERIC
001247              MOVE ZEROS TO WS-PRT-IDX
001248           ELSE
001249              MOVE WS-HIS-PARTICION TO WS-PRT-IDX
001250           END-IF
001251           IF WS-HIS-FECHA IS NOT EQUAL WS-FECHA-PROCESO
001252              OR WS-PRT-IDX IS EQUAL ZERO
001253              OR WS-PRT-IDX IS GREATER THAN WS-PRT-CANT
001254              OR NOT WS-HIS-EST-OK
001255              DISPLAY '* FRAGMENTO DE HISTORIA INVALIDO, FECHA = '
001256                      WS-HIS-FECHA ' ESTADO = ' WS-HIS-ESTADO
001257              MOVE 9999 TO RETURN-CODE
001258              SET WS-FIN-LECTURA TO TRUE
001259              SET WS-FIN-FILE TO TRUE
001260              GO TO F-2210-LEER-UNA-HISTORIA
001261           END-IF
001262           IF WS-PRT-CON-HIS (WS-PRT-IDX)
001263              DISPLAY '* FRAGMENTO DE HISTORIA DUPLICADO, '
001264                      'PARTICION = ' WS-PRT-IDX
001265              MOVE 9999 TO RETURN-CODE
001266              SET WS-FIN-LECTURA TO TRUE
001267              SET WS-FIN-FILE TO TRUE
001268              GO TO F-2210-LEER-UNA-HISTORIA
001269           END-IF
001270           MOVE 'Y' TO WS-PRT-HIS-SW (WS-PRT-IDX)
001271           ADD WS-HIS-LEIDOS-FILE1 TO WS-HCO-LEIDOS-FILE1
001272           ADD WS-HIS-LEIDOS-FILE2 TO WS-HCO-LEIDOS-FILE2
001273           ADD WS-HIS-ENCONTRADOS  TO WS-HCO-ENCONTRADOS
001274           ADD WS-HIS-RECHAZADOS   TO WS-HCO-RECHAZADOS
001275           ADD WS-HIS-RECH-MONEDA  TO WS-HCO-RECH-MONEDA
001276           ADD WS-HIS-TOT-CREDITOS TO WS-HCO-TOT-CREDITOS
001277           ADD WS-HIS-TOT-DEBITOS  TO WS-HCO-TOT-DEBITOS
001278           ADD WS-HIS-SALDO-APERT  TO WS-HCO-SALDO-APERT
001279           ADD WS-HIS-SALDO-CIERRE TO WS-HCO-SALDO-CIERRE
001280           ADD WS-HIS-CANT-ALMACEN TO WS-HCO-CANT-ALMACEN
001281           ADD WS-HIS-TOT-ALMACEN  TO WS-HCO-TOT-ALMACEN
001282
001283        WHEN '10'
001284           SET WS-FIN-FILE TO TRUE
001285
001286        WHEN OTHER
001287           DISPLAY '* ERROR EN LECTURA HISTORIA PART = '
001288                   WS-FILHISE-CODE
001289           MOVE 9999 TO RETURN-CODE
001290           SET WS-FIN-LECTURA TO TRUE
001291           SET WS-FIN-FILE TO TRUE
001292
001293     END-EVALUATE.
001294
001295 F-2210-LEER-UNA-HISTORIA. EXIT.
001296
001297**************************************
001298*  FRAGMENTOS DE DDCONTAB: CADA UNO  *
001299*  CON SU HEADER DE LA FECHA Y SU    *
001300*  TRAILER CUADRADO; LOS ASIENTOS SE *
001301*  ACUMULAN POR CLAVE CONTABLE       *
001302**************************************
001303
001304 2300-CARGAR-CONTAB.
001305
001306     OPEN INPUT FILE-CTBE.
001307     IF WS-FILCTBE-CODE IS NOT EQUAL '00'
001308        DISPLAY '* ERROR EN OPEN CONTAB PART = ' WS-FILCTBE-CODE
001309        MOVE 9999 TO RETURN-CODE
001310        SET WS-FIN-LECTURA TO TRUE
001311        GO TO F-2300-CARGAR-CONTAB
001312     END-IF
001313
001314     SET WS-FRG-CERRADO TO TRUE
001315     SET WS-NO-FIN-FILE TO TRUE
001316
001317     PERFORM 2310-LEER-UN-ASIENTO THRU F-2310-LEER-UN-ASIENTO
001318               UNTIL WS-FIN-FILE
001319
001320     CLOSE FILE-CTBE
001321
001322     IF WS-FIN-LECTURA
001323        GO TO F-2300-CARGAR-CONTAB
001324     END-IF
001325
001326     IF WS-FRG-ABIERTO
001327        OR WS-CANT-FRG-CTB IS NOT EQUAL WS-PRT-CANT
001328        DISPLAY '* FRAGMENTOS DE CONTAB COMPLETOS = '
001329                WS-CANT-FRG-CTB ' PARTICIONES = ' WS-PRT-CANT
001330        MOVE 9999 TO RETURN-CODE
001331        SET WS-FIN-LECTURA TO TRUE
001332     END-IF.
001333
001334 F-2300-CARGAR-CONTAB. EXIT.
001334
001334**************************************
001334*  FRAGMENTOS DE DDDIARIO: TODOS SUS *
001334*  ASIENTOS DEBEN SER DE LA FECHA    *
001334*  (UN FRAGMENTO QUE QUEDO DE OTRA   *
001334*  NOCHE NO SE AGREGA AL DIARIO)     *
001334**************************************
001334
001334 2400-CONTROLAR-DIARIO.
001334
001334     OPEN INPUT FILE-DIAE.
001334     IF WS-FILDIAE-CODE IS NOT EQUAL '00'
001334        DISPLAY '* ERROR EN OPEN DIARIO PART = ' WS-FILDIAE-CODE
001334        MOVE 9999 TO RETURN-CODE
001334        SET WS-FIN-LECTURA TO TRUE
001334        GO TO F-2400-CONTROLAR-DIARIO
001334     END-IF
001334
001334     SET WS-NO-FIN-FILE TO TRUE
001334
001334     PERFORM 2410-LEER-UN-DIARIO THRU F-2410-LEER-UN-DIARIO
001334               UNTIL WS-FIN-FILE
001334
001334     CLOSE FILE-DIAE.
001334
001334 F-2400-CONTROLAR-DIARIO. EXIT.
001334
001334 2410-LEER-UN-DIARIO.
001334
001334     READ FILE-DIAE INTO WS-REG-DIARIO
001334
001334     EVALUATE WS-FILDIAE-CODE
001334
001334        WHEN '00'
001334           ADD 1 TO WS-LEIDOS-DIA
001334           IF WS-DIA-FEC-PROCESO IS NOT EQUAL WS-FECHA-PROCESO
001334              DISPLAY '* FRAGMENTO DE DIARIO AJENO A LA CORRIDA, '
001334                      'FECHA = ' WS-DIA-FEC-PROCESO
001334                      ' ASIENTO = ' WS-LEIDOS-DIA
001334              MOVE 9999 TO RETURN-CODE
001334              SET WS-FIN-LECTURA TO TRUE
001334              SET WS-FIN-FILE TO TRUE
001334           END-IF
001334
001334        WHEN '10'
001334           SET WS-FIN-FILE TO TRUE
001334
001334        WHEN OTHER
001334           DISPLAY '* ERROR EN LECTURA DIARIO PART = '
001334                   WS-FILDIAE-CODE
001334           MOVE 9999 TO RETURN-CODE
001334           SET WS-FIN-LECTURA TO TRUE
001334           SET WS-FIN-FILE TO TRUE
001334
001334     END-EVALUATE.
001334
001334 F-2410-LEER-UN-DIARIO. EXIT.
001335
001336 2310-LEER-UN-ASIENTO.
001337
001338     READ FILE-CTBE INTO WS-REG-CONTAB
001339
001340     EVALUATE WS-FILCTBE-CODE
001341
001342        WHEN '00'
001343           EVALUATE TRUE
001344
001345              WHEN WS-CTB-ES-HEADER
001346                 IF WS-FRG-ABIERTO
001347                    OR WS-CTB-HDR-FECHA IS NOT EQUAL
001348                                         WS-FECHA-PROCESO
001349                    DISPLAY '* HEADER DE CONTAB PART INVALIDO, '
001350                            'FECHA = ' WS-CTB-HDR-FECHA
001351                    MOVE 9999 TO RETURN-CODE
001352                    SET WS-FIN-LECTURA TO TRUE
001353                    SET WS-FIN-FILE TO TRUE
001354                 ELSE
001355                    SET WS-FRG-ABIERTO TO TRUE
001356                    MOVE ZEROS TO WS-FRG-CANT
001357                    MOVE ZEROS TO WS-FRG-DEBE
001358                    MOVE ZEROS TO WS-FRG-HABER
001359                 END-IF
001360
001361              WHEN WS-CTB-ES-TRAILER
001362                 IF WS-FRG-CERRADO
001363                    OR WS-CTB-TRL-CANT IS NOT EQUAL WS-FRG-CANT
001364                    OR WS-CTB-TRL-TOT-DEBE IS NOT EQUAL
001365                                               WS-FRG-DEBE
001366                    OR WS-CTB-TRL-TOT-HABER IS NOT EQUAL
001367                                               WS-FRG-HABER
001368                    DISPLAY '* FRAGMENTO DE CONTAB NO CONCILIA '
001369                            'CON SU TRAILER *'
001370                    MOVE 9999 TO RETURN-CODE
001371                    SET WS-FIN-LECTURA TO TRUE
001372                    SET WS-FIN-FILE TO TRUE
001373                 ELSE
001374                    SET WS-FRG-CERRADO TO TRUE
001375                    ADD 1 TO WS-CANT-FRG-CTB
001376                 END-IF
001377
001378              WHEN OTHER
001379                 IF WS-FRG-CERRADO
001380                    DISPLAY '* ASIENTO DE CONTAB PART FUERA DE '
001381                            'HEADER/TRAILER *'
001382                    MOVE 9999 TO RETURN-CODE
001383                    SET WS-FIN-LECTURA TO TRUE
001384                    SET WS-FIN-FILE TO TRUE
001385                 ELSE
001386                    ADD 1 TO WS-LEIDOS-CTB
001387                    ADD 1 TO WS-FRG-CANT
001388                    IF WS-CTB-ES-DEBE
001389                       ADD WS-CTB-IMPORTE TO WS-FRG-DEBE
001390                    ELSE
001391                       ADD WS-CTB-IMPORTE TO WS-FRG-HABER
001392                    END-IF
001393                    PERFORM 2320-ACUMULAR-ASIENTO
001394                                THRU F-2320-ACUMULAR-ASIENTO
001395                 END-IF
001396
001397           END-EVALUATE
001398
001399        WHEN '10'
001400           SET WS-FIN-FILE TO TRUE
001401
001402        WHEN OTHER
001403           DISPLAY '* ERROR EN LECTURA CONTAB PART = '
001404                   WS-FILCTBE-CODE
001405           MOVE 9999 TO RETURN-CODE
001406           SET WS-FIN-LECTURA TO TRUE
001407           SET WS-FIN-FILE TO TRUE
001408
001409     END-EVALUATE.
001410
001411 F-2310-LEER-UN-ASIENTO. EXIT.
001412
001413**************************************
001414*  SUMAR UN ASIENTO EN LA TABLA POR  *
001415*  CUENTA, SENTIDO, MONEDA, TIPO Y   *
001416*  CONCEPTO                          *
001417**************************************
001418
001419 2320-ACUMULAR-ASIENTO.
001420
001421     MOVE WS-CTB-CUENTA-CTB TO WS-BUS-CUENTA-CTB
001422     MOVE WS-CTB-DH         TO WS-BUS-DH
001423     MOVE WS-CTB-MONEDA     TO WS-BUS-MONEDA
001424     MOVE WS-CTB-TIPO-CTA   TO WS-BUS-TIPO-CTA
001425     MOVE WS-CTB-CONCEPTO   TO WS-BUS-CONCEPTO
001426
001427     MOVE ZEROS TO WS-ACU-HALLADO
001428     MOVE ZEROS TO WS-ACU-IDX
001429
001430     PERFORM 2330-COMPARAR-ASIENTO THRU F-2330-COMPARAR-ASIENTO
001431               UNTIL WS-ACU-IDX IS NOT LESS THAN WS-ACU-CANT
001432               OR WS-ACU-HALLADO IS NOT EQUAL ZERO
001433
001434     IF WS-ACU-HALLADO IS EQUAL ZERO
001435        IF WS-ACU-CANT IS NOT LESS THAN WS-ACU-MAX
001436           DISPLAY '* TABLA DE ASIENTOS DESBORDADA *'
001437           MOVE 9999 TO RETURN-CODE
001438           SET WS-FIN-LECTURA TO TRUE
001439           SET WS-FIN-FILE TO TRUE
001440           GO TO F-2320-ACUMULAR-ASIENTO
001441        END-IF
001442        ADD 1 TO WS-ACU-CANT
001443        MOVE WS-ACU-CANT  TO WS-ACU-HALLADO
001444        MOVE WS-BUS-CLAVE TO WS-ACU-CLAVE (WS-ACU-HALLADO)
001445        MOVE ZEROS        TO WS-ACU-IMPORTE (WS-ACU-HALLADO)
001446     END-IF
001447
001448     ADD WS-CTB-IMPORTE TO WS-ACU-IMPORTE (WS-ACU-HALLADO).
001449
001450 F-2320-ACUMULAR-ASIENTO. EXIT.
001451
001452 2330-COMPARAR-ASIENTO.
001453
001454     ADD 1 TO WS-ACU-IDX
001455
001456     IF WS-ACU-CLAVE (WS-ACU-IDX) IS EQUAL WS-BUS-CLAVE
001457        MOVE WS-ACU-IDX TO WS-ACU-HALLADO
001458     END-IF.
001459
001460 F-2330-COMPARAR-ASIENTO. EXIT.
001461
001462**************************************
001463*  GRABAR LOS ARCHIVOS UNICOS: EL    *
001464*  DIARIO Y LA HISTORIA (EN EXTEND)  *
001465*  VAN AL FINAL, DESPUES DE LOS QUE SE*
001466*  PUEDEN REGRABAR ENTEROS           *
001467**************************************
001468
001469 3000-GRABAR-CONSOLIDADOS.
001470
001471     PERFORM 3100-GRABAR-CONTABLE THRU F-3100-GRABAR-CONTABLE
001472
001473     IF RETURN-CODE IS EQUAL ZERO
001474        PERFORM 3200-COPIAR-RECHAZOS THRU F-3200-COPIAR-RECHAZOS
001475     END-IF
001476
001477     IF RETURN-CODE IS EQUAL ZERO
001478        PERFORM 3300-AGREGAR-DIARIO THRU F-3300-AGREGAR-DIARIO
001479     END-IF
001480
001481     IF RETURN-CODE IS EQUAL ZERO
001482        PERFORM 3400-GRABAR-HISTORIA THRU F-3400-GRABAR-HISTORIA
001483     END-IF.
001484
001485 F-3000-GRABAR-CONSOLIDADOS. EXIT.
001486
001487**************************************
001488*  DDCONTAB UNICO CON SU HEADER Y SU *
001489*  TRAILER (ORIGEN PGMAPJ1D, COMO EN *
001490*  UNA CORRIDA COMPLETA); DEBE       *
001491*  BALANCEAR DEBE CONTRA HABER       *
001492**************************************
001493
001494 3100-GRABAR-CONTABLE.
001495
001496     OPEN OUTPUT FILE-CTB.
001497     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001498        DISPLAY '* ERROR EN OPEN CONTAB = ' WS-FILCTB-CODE
001499        MOVE 9999 TO RETURN-CODE
001500        GO TO F-3100-GRABAR-CONTABLE
001501     END-IF
001502
001503     MOVE SPACES           TO WS-REG-CONTAB
001504     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
001505     MOVE 'PGMAPJ1D'       TO WS-CTB-HDR-ORIGEN
001506     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
001507
001508     WRITE REG-FILE-CTB FROM WS-REG-CONTAB-HDR
001509     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001510        DISPLAY '* ERROR EN GRABAR CONTAB = ' WS-FILCTB-CODE
001511        MOVE 9999 TO RETURN-CODE
001512     END-IF
001513
001514     MOVE ZEROS TO WS-ACU-IDX
001515
001516     PERFORM 3110-GRABAR-UN-ASIENTO THRU F-3110-GRABAR-UN-ASIENTO
001517               UNTIL WS-ACU-IDX IS NOT LESS THAN WS-ACU-CANT
001518
001519     MOVE SPACES               TO WS-REG-CONTAB
001520     MOVE 'TRL'                TO WS-CTB-TRL-MARCA
001521     MOVE WS-CTB-CANT-ASIENTOS TO WS-CTB-TRL-CANT
001522     MOVE WS-CTB-TOT-DEBE      TO WS-CTB-TRL-TOT-DEBE
001523     MOVE WS-CTB-TOT-HABER     TO WS-CTB-TRL-TOT-HABER
001524
001525     WRITE REG-FILE-CTB FROM WS-REG-CONTAB-TRL
001526     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001527        DISPLAY '* ERROR EN GRABAR CONTAB = ' WS-FILCTB-CODE
001528        MOVE 9999 TO RETURN-CODE
001529     END-IF
001530
001531     CLOSE FILE-CTB
001532     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001533        DISPLAY '* ERROR EN CLOSE CONTAB = ' WS-FILCTB-CODE
001534        MOVE 9999 TO RETURN-CODE
001535     END-IF
001536
001537     IF WS-CTB-TOT-DEBE IS NOT EQUAL WS-CTB-TOT-HABER
001538        DISPLAY '* INTERFAZ CONTABLE DESBALANCEADA      *'
001539        DISPLAY '* TOTAL DEBE  = ' WS-CTB-TOT-DEBE
001540        DISPLAY '* TOTAL HABER = ' WS-CTB-TOT-HABER
001541        MOVE 9999 TO RETURN-CODE
001542     END-IF.
001543
001544 F-3100-GRABAR-CONTABLE. EXIT.
001545
001546 3110-GRABAR-UN-ASIENTO.
001547
001548     ADD 1 TO WS-ACU-IDX
001549
001550     MOVE SPACES                         TO WS-REG-CONTAB
001551     MOVE WS-FECHA-PROCESO               TO WS-CTB-FECHA
001552     MOVE WS-ACU-CUENTA-CTB (WS-ACU-IDX) TO WS-CTB-CUENTA-CTB
001553     MOVE WS-ACU-DH (WS-ACU-IDX)         TO WS-CTB-DH
001554     MOVE WS-ACU-IMPORTE (WS-ACU-IDX)    TO WS-CTB-IMPORTE
001555     MOVE WS-ACU-MONEDA (WS-ACU-IDX)     TO WS-CTB-MONEDA
001556     MOVE WS-ACU-TIPO-CTA (WS-ACU-IDX)   TO WS-CTB-TIPO-CTA
001557     MOVE WS-ACU-CONCEPTO (WS-ACU-IDX)   TO WS-CTB-CONCEPTO
001558
001559     WRITE REG-FILE-CTB FROM WS-REG-CONTAB
001560
001561     EVALUATE WS-FILCTB-CODE
001562
001563        WHEN '00'
001564           ADD 1 TO WS-CTB-CANT-ASIENTOS
001565           IF WS-CTB-ES-DEBE
001566              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-DEBE
001567           ELSE
001568              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-HABER
001569           END-IF
001570
001571        WHEN OTHER
001572           DISPLAY '* ERROR EN GRABAR CONTAB = ' WS-FILCTB-CODE
001573           MOVE 9999 TO RETURN-CODE
001574           MOVE WS-ACU-CANT TO WS-ACU-IDX
001575
001576     END-EVALUATE.
001577
001578 F-3110-GRABAR-UN-ASIENTO. EXIT.
001579
001580**************************************
001581*  DDRECHAZ UNICO: LOS FRAGMENTOS EN *
001582*  ORDEN DE PARTICION                *
001583**************************************
001584
001585 3200-COPIAR-RECHAZOS.
001586
001587     OPEN INPUT FILE-RCHE.
001588     IF WS-FILRCHE-CODE IS NOT EQUAL '00'
001589        DISPLAY '* ERROR EN OPEN RECHAZ PART = ' WS-FILRCHE-CODE
001590        MOVE 9999 TO RETURN-CODE
001591        GO TO F-3200-COPIAR-RECHAZOS
001592     END-IF
001593
001594     OPEN OUTPUT FILE-RCH.
001595     IF WS-FILRCH-CODE IS NOT EQUAL '00'
001596        DISPLAY '* ERROR EN OPEN RECHAZ = ' WS-FILRCH-CODE
001597        MOVE 9999 TO RETURN-CODE
001598        CLOSE FILE-RCHE
001599        GO TO F-3200-COPIAR-RECHAZOS
001600     END-IF
001601
001602     SET WS-NO-FIN-FILE TO TRUE
001603
001604     PERFORM 3210-COPIAR-UN-RECHAZO THRU F-3210-COPIAR-UN-RECHAZO
001605               UNTIL WS-FIN-FILE
001606
001607     CLOSE FILE-RCHE
001608
001609     CLOSE FILE-RCH
001610     IF WS-FILRCH-CODE IS NOT EQUAL '00'
001611        DISPLAY '* ERROR EN CLOSE RECHAZ = ' WS-FILRCH-CODE
001612        MOVE 9999 TO RETURN-CODE
001613     END-IF.
001614
001615 F-3200-COPIAR-RECHAZOS. EXIT.
001616
001617 3210-COPIAR-UN-RECHAZO.
001618
001619     READ FILE-RCHE
001620
001621     EVALUATE WS-FILRCHE-CODE
001622
001623        WHEN '00'
001624           WRITE REG-FILE-RCH FROM REG-FILE-RCHE
001625           IF WS-FILRCH-CODE IS EQUAL '00'
001626              ADD 1 TO WS-CANT-RECHAZOS
001627           ELSE
001628              DISPLAY '* ERROR EN GRABAR RECHAZ = ' WS-FILRCH-CODE
001629              MOVE 9999 TO RETURN-CODE
001630              SET WS-FIN-FILE TO TRUE
001631           END-IF
001632
001633        WHEN '10'
001634           SET WS-FIN-FILE TO TRUE
001635
001636        WHEN OTHER
001637           DISPLAY '* ERROR EN LECTURA RECHAZ PART = '
001638                   WS-FILRCHE-CODE
001639           MOVE 9999 TO RETURN-CODE
001640           SET WS-FIN-FILE TO TRUE
001641
001642     END-EVALUATE.
001643
001644 F-3210-COPIAR-UN-RECHAZO. EXIT.
001645
001646**************************************
001647*  DIARIO PERMANENTE: SE LE AGREGAN  *
001648*  LOS FRAGMENTOS EN ORDEN DE        *
001649*  PARTICION (EL STATUS 05 ES LA     *
001650*  CREACION EN LA PRIMERA CORRIDA),  *
001650*  CON LOS ASIENTOS RENUMERADOS      *
001651**************************************
001652
001653 3300-AGREGAR-DIARIO.
001654
001655     OPEN INPUT FILE-DIAE.
001656     IF WS-FILDIAE-CODE IS NOT EQUAL '00'
001657        DISPLAY '* ERROR EN OPEN DIARIO PART = ' WS-FILDIAE-CODE
001658        MOVE 9999 TO RETURN-CODE
001659        GO TO F-3300-AGREGAR-DIARIO
001660     END-IF
001661
001662     OPEN EXTEND FILE-DIA.
001663     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001664        AND WS-FILDIA-CODE IS NOT EQUAL '05'
001665        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
001666        MOVE 9999 TO RETURN-CODE
001667        CLOSE FILE-DIAE
001668        GO TO F-3300-AGREGAR-DIARIO
001669     END-IF
001670
001671     SET WS-NO-FIN-FILE TO TRUE
001671
001671     ACCEPT WS-MRG-HORA FROM TIME
001671     MOVE ZEROS  TO WS-MRG-SECUEN
001671     MOVE SPACES TO WS-MRG-ASI-ORIGINAL
001671     MOVE SPACES TO WS-MRG-ASI-NUEVO
001672
001673     PERFORM 3310-AGREGAR-UN-ASIENTO
001674                 THRU F-3310-AGREGAR-UN-ASIENTO
001675               UNTIL WS-FIN-FILE
001676
001677     CLOSE FILE-DIAE
001678
001679     CLOSE FILE-DIA
001680     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001681        DISPLAY '* ERROR EN CLOSE DIARIO = ' WS-FILDIA-CODE
001682        MOVE 9999 TO RETURN-CODE
001683     END-IF.
001684
001685 F-3300-AGREGAR-DIARIO. EXIT.
001686
001687 3310-AGREGAR-UN-ASIENTO.
001688
001689     READ FILE-DIAE INTO WS-REG-DIARIO
001690
001691     EVALUATE WS-FILDIAE-CODE
001692
001693        WHEN '00'
001693           IF WS-DIA-ASI-RELAC IS NOT EQUAL SPACES
001693              AND WS-DIA-ASI-RELAC IS EQUAL WS-MRG-ASI-ORIGINAL
001693              MOVE WS-MRG-ASI-NUEVO TO WS-DIA-ASI-RELAC
001693           END-IF
001693           MOVE WS-DIA-ASIENTO     TO WS-MRG-ASI-ORIGINAL
001693           ADD 1 TO WS-MRG-SECUEN
001693           MOVE WS-MRG-HORA (1:6)  TO WS-DIA-ASI-HORA
001693           MOVE WS-MRG-SECUEN      TO WS-DIA-ASI-SECUEN
001693           MOVE WS-DIA-ASIENTO     TO WS-MRG-ASI-NUEVO
001694           WRITE REG-FILE-DIA FROM WS-REG-DIARIO
001695           IF WS-FILDIA-CODE IS EQUAL '00'
001696              ADD 1 TO WS-CANT-DIARIO
001697           ELSE
001698              DISPLAY '* ERROR EN GRABAR DIARIO = ' WS-FILDIA-CODE
001699              MOVE 9999 TO RETURN-CODE
001700              SET WS-FIN-FILE TO TRUE
001701           END-IF
001702
001703        WHEN '10'
001704           SET WS-FIN-FILE TO TRUE
001705
001706        WHEN OTHER
001707           DISPLAY '* ERROR EN LECTURA DIARIO PART = '
001708                   WS-FILDIAE-CODE
001709           MOVE 9999 TO RETURN-CODE
001710           SET WS-FIN-FILE TO TRUE
001711
001712     END-EVALUATE.
001713
001714 F-3310-AGREGAR-UN-ASIENTO. EXIT.
001715
001716**************************************
001717*  REGISTRO UNICO DE DDHISTO DE LA   *
001718*  FECHA CON LA SUMA DE LAS          *
001719*  PARTICIONES (PARTICION CERO)      *
001720**************************************
001721
001722 3400-GRABAR-HISTORIA.
001723
001724     OPEN EXTEND FILE-HIS.
001725     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001726        AND WS-FILHIS-CODE IS NOT EQUAL '05'
001727        DISPLAY '* ERROR EN OPEN HISTORIA = ' WS-FILHIS-CODE
001728        MOVE 9999 TO RETURN-CODE
001729        GO TO F-3400-GRABAR-HISTORIA
001730     END-IF
001731
001732     MOVE SPACES              TO WS-REG-HISTORIA
001733     MOVE WS-FECHA-PROCESO    TO WS-HIS-FECHA
001734     MOVE 'O'                 TO WS-HIS-ESTADO
001735     MOVE WS-HCO-LEIDOS-FILE1 TO WS-HIS-LEIDOS-FILE1
001736     MOVE WS-HCO-LEIDOS-FILE2 TO WS-HIS-LEIDOS-FILE2
001737     MOVE WS-HCO-ENCONTRADOS  TO WS-HIS-ENCONTRADOS
001738     MOVE WS-HCO-RECHAZADOS   TO WS-HIS-RECHAZADOS
001739     MOVE WS-HCO-RECH-MONEDA  TO WS-HIS-RECH-MONEDA
001740     MOVE WS-HCO-TOT-CREDITOS TO WS-HIS-TOT-CREDITOS
001741     MOVE WS-HCO-TOT-DEBITOS  TO WS-HIS-TOT-DEBITOS
001742     MOVE WS-HCO-SALDO-APERT  TO WS-HIS-SALDO-APERT
001743     MOVE WS-HCO-SALDO-CIERRE TO WS-HIS-SALDO-CIERRE
001744     MOVE WS-HCO-CANT-ALMACEN TO WS-HIS-CANT-ALMACEN
001745     MOVE WS-HCO-TOT-ALMACEN  TO WS-HIS-TOT-ALMACEN
001746     MOVE ZEROS               TO WS-HIS-PARTICION
001747
001748     WRITE REG-FILE-HIS FROM WS-REG-HISTORIA
001749     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001750        DISPLAY '* ERROR EN GRABAR HISTORIA = ' WS-FILHIS-CODE
001751        MOVE 9999 TO RETURN-CODE
001752     END-IF
001753
001754     CLOSE FILE-HIS.
001755     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001756        DISPLAY '* ERROR EN CLOSE HISTORIA = ' WS-FILHIS-CODE
001757        MOVE 9999 TO RETURN-CODE
001758     END-IF.
001759
001760 F-3400-GRABAR-HISTORIA. EXIT.
001761
001762**************************************
001763*  CONCILIAR SALDO DE APERTURA CONTRA*
001764*  SALDO DE CIERRE Y NETO DE MOVIMI. *
001765*  SOBRE TODAS LAS PARTICIONES       *
001766**************************************
001767
001768 9500-CONCILIAR-SALDOS.
001769
001770     COMPUTE WS-SALDO-CIERRE-TEOR =
001771                WS-SALDO-APERTURA + WS-TOT-CREDITOS
001772                                  + WS-TOT-DEBITOS
001773                                  + WS-TOT-CREDITOS-DEVENGO
001774                                  + WS-TOT-CREDITOS-DEV-CA
001775                                  + WS-TOT-DEBITOS-IMPUESTO
001776                                  + WS-TOT-DEBITOS-COMISION
001777                                  + WS-TOT-DEBITOS-RECHAZO
001778                                  + WS-TOT-DEBITOS-DESCUB
001779
001780     IF WS-SALDO-CIERRE-TEOR NOT EQUAL WS-SALDO-CIERRE
001781
001782        DISPLAY '* ERROR DE CONCILIACION DE SALDOS      *'
001783        DISPLAY '* SALDO APERTURA       = ' WS-SALDO-APERTURA
001784        DISPLAY '* SALDO CIERRE TEORICO = ' WS-SALDO-CIERRE-TEOR
001785        DISPLAY '* SALDO CIERRE REAL    = ' WS-SALDO-CIERRE
001786        MOVE 9999 TO RETURN-CODE
001787
001788     END-IF.
001789
001790 F-9500-CONCILIAR-SALDOS. EXIT.
001791
001792**************************************
001793*  ESTAMPAR EL FIN DEL PASO PROPIO:  *
001794*  COMPLETO SIN ERRORES O CON ERROR  *
001795*  SEGUN EL RETURN-CODE DEL RUN      *
001796**************************************
001797
001798 9950-ESTAMPAR-FIN.
001799
001800     IF WS-RUN-NO-ESTAMPADO
001801        GO TO F-9950-ESTAMPAR-FIN
001802     END-IF
001803
001804     MOVE WS-FECHA-PROCESO   TO REG-RUN-FECHA
001805     MOVE WS-RUN-PASO-PROPIO TO REG-RUN-PASO
001806
001807     READ FILE-RUN INTO WS-REG-RUNCTL
001808        KEY IS REG-RUN-CLAVE
001809
001810     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001811        DISPLAY '* ERROR EN READ RUNCTL (F) = ' WS-FILRUN-CODE
001812        MOVE 9999 TO RETURN-CODE
001813        CLOSE FILE-RUN
001814        GO TO F-9950-ESTAMPAR-FIN
001815     END-IF
001816
001817     ACCEPT WS-HORA-RUN FROM TIME
001818
001819     IF RETURN-CODE IS EQUAL ZERO
001820        MOVE 'C' TO WS-RUN-ESTADO
001821     ELSE
001822        MOVE 'E' TO WS-RUN-ESTADO
001823     END-IF
001824
001825     MOVE WS-FECHA-PROCESO  TO WS-RUN-FEC-FIN
001826     MOVE WS-HORA-RUN (1:6) TO WS-RUN-HORA-FIN
001827
001828     REWRITE REG-RUN FROM WS-REG-RUNCTL
001829
001830     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001831        DISPLAY '* ERROR EN REWRITE RUNCTL (F) = ' WS-FILRUN-CODE
001832        MOVE 9999 TO RETURN-CODE
001833     END-IF
001834
001835     CLOSE FILE-RUN.
001836
001837 F-9950-ESTAMPAR-FIN. EXIT.
001838
001839**************************************
001840*  CUERPO FINAL: TOTALES DE CONTROL  *
001841**************************************
001842
001843 9999-FINAL.
001844
001845     DISPLAY WS-LEYEN-PARTICIONES    WS-PRT-CANT.
001846     DISPLAY WS-LEYEN-LEIDOS-CTB     WS-LEIDOS-CTB.
001847     DISPLAY WS-LEYEN-ASIENTOS       WS-CTB-CANT-ASIENTOS.
001848     DISPLAY WS-LEYEN-RECHAZOS       WS-CANT-RECHAZOS.
001849     DISPLAY WS-LEYEN-DIARIO         WS-CANT-DIARIO.
001850     DISPLAY WS-LEYEN-SALDO-APERT    WS-SALDO-APERTURA.
001851     DISPLAY WS-LEYEN-SALDO-CIERRE   WS-SALDO-CIERRE.
001852
001853     PERFORM 9950-ESTAMPAR-FIN THRU F-9950-ESTAMPAR-FIN.
001854
001855 F-9999-FINAL.
001856     EXIT.
