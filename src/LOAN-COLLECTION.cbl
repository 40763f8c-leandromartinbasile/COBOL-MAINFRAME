000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ2B.
000115**********************************************************
000120*                                                        *
000125*    LOAN COLLECTION code                                *
000130*    DESEMBOLSO Y COBRANZA NOCTURNA DE PRESTAMOS (TIPO   *
000135*    05). RECORRE DDPRESTA: LOS OTORGADOS SE ACREDITAN EN*
000140*    LA CUENTA DE DEBITO (PRD); DE LOS VIGENTES Y EN MORA*
000145*    SE COBRAN LAS CUOTAS VENCIDAS A LA FECHA DE PROCESO *
000150*    CON LOS FONDOS DISPONIBLES DE LA CC/CA (SALDO MAS   *
000155*    DESCUBIERTO, RESPETANDO EL EMBARGO), IMPUTANDO      *
000160*    PUNITORIO (PRP), INTERES (PRI) Y CAPITAL (PRC) EN   *
000165*    ESE ORDEN. LO VENCIDO IMPAGO QUEDA EN MORA Y DEVENGA*
000170*    PUNITORIO. GRABA DDDIARIO (ORIGEN P) Y UN LOTE      *
000175*    CONTABLE PROPIO DDCTBPRE (FORMATO DDCONTAB) CON EL  *
000180*    PRESTAMO COMO ACTIVO. CORRE EN EL STREAM ANTES DE   *
000185*    PGMAPJ1D, CON LA FECHA DE DDPARM                    *
000190**********************************************************
000191*      MANTENIMIENTO DE PROGRAMA                         *
000192**********************************************************
000193*    FECHA *    DETALLE        * COD *
000194**************************************
000195* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000196**************************************
000197
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
000214*    MAESTRO DE PRESTAMOS (VER LAYOUT-Prestamo), SE RECORRE
000215*    COMPLETO EN ORDEN DE CLAVE
000216     SELECT FILE-PRE ASSIGN DDPRESTA
000217     ORGANIZATION IS INDEXED
000218     ACCESS IS SEQUENTIAL
000219     RECORD KEY IS REG-PRE-CLAVE
000220     FILE STATUS IS WS-FILPRE-CODE.
000221
000222*    CRONOGRAMA DE CUOTAS (VER LAYOUT-CuoPres)
000223     SELECT FILE-CUO ASSIGN DDCUOTAS
000224     ORGANIZATION IS INDEXED
000225     ACCESS IS RANDOM
000226     RECORD KEY IS REG-CUO-CLAVE
000227     FILE STATUS IS WS-FILCUO-CODE.
000228
000229*    DIARIO PERMANENTE: LOS ASIENTOS SE AGREGAN AL FINAL
000230     SELECT OPTIONAL FILE-DIA ASSIGN DDDIARIO
000231     ACCESS IS SEQUENTIAL
000232     FILE STATUS IS WS-FILDIA-CODE.
000233
000234*    LOTE CONTABLE DE PRESTAMOS (FORMATO DDCONTAB)
000235     SELECT FILE-CTB  ASSIGN DDCTBPRE
000236     ACCESS IS SEQUENTIAL
000237     FILE STATUS IS WS-FILCTB-CODE.
000238
000239     SELECT FILE-LIS  ASSIGN DDPRECOB
000240     ACCESS IS SEQUENTIAL
000241     FILE STATUS IS WS-FILLIS-CODE.
000242
000243     SELECT FILE-PARM ASSIGN DDPARM
000244     ACCESS IS SEQUENTIAL
000245     FILE STATUS IS WS-FILPARM-CODE.
000246
000247*    MAESTRO DE EMBARGOS JUDICIALES (VER PGMAPJ1E): LO
000248*    RETENIDO NO SE APLICA A LA CUOTA; SU AUSENCIA NO FRENA
000249*    EL PROCESO
000250     SELECT FILE-EMB  ASSIGN DDEMBARG
000251     ORGANIZATION IS INDEXED
000252     ACCESS IS RANDOM
000253     RECORD KEY IS REG-EMB-CLAVE
000254     FILE STATUS IS WS-FILEMB-CODE.
000255
000256*    CONTROL DE CORRIDA DEL STREAM: NO SE COBRA MIENTRAS
000257*    PGMAPJ1D O PGMAPJ1A ESTAN EN CURSO SOBRE EL MAESTRO
000258     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000259     ORGANIZATION IS INDEXED
000260     ACCESS IS RANDOM
000261     RECORD KEY IS REG-RUN-CLAVE
000262     FILE STATUS IS WS-FILRUN-CODE.
000263
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
000404 FD FILE-PRE
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-PRE.
000409     03  REG-PRE-CLAVE.
000410         05  REG-PRE-NRO         PIC 9(05).
000411         05  REG-PRE-TIPO        PIC 9(02).
000412         05  REG-PRE-CUENTA      PIC 9(08).
000413     03  FILLER                  PIC X(135).
000414
000415 FD FILE-CUO
000416      BLOCK CONTAINS 0 RECORDS
000417      RECORDING MODE IS F.
000418
000419 01 REG-CUO.
000420     03  REG-CUO-CLAVE.
000421         05  REG-CUO-NRO         PIC 9(05).
000422         05  REG-CUO-TIPO        PIC 9(02).
000423         05  REG-CUO-CUENTA      PIC 9(08).
000424         05  REG-CUO-NUMERO      PIC 9(03).
000425     03  FILLER                  PIC X(122).
000426
000427 FD FILE-DIA
000428      BLOCK CONTAINS 0 RECORDS
000429      RECORDING MODE IS F.
000430
000431 01 REG-DIA          PIC X(130).
000432
000433 FD FILE-CTB
000434      BLOCK CONTAINS 0 RECORDS
000435      RECORDING MODE IS F.
000436
000437 01 REG-CTB          PIC X(80).
000438
000439 FD FILE-LIS
000440      BLOCK CONTAINS 0 RECORDS
000441      RECORDING MODE IS F.
000442
000443 01 REG-LIS          PIC X(132).
000444
000445 FD FILE-PARM
000446      BLOCK CONTAINS 0 RECORDS
000447      RECORDING MODE IS F.
000448
000449 01 REG-FILE-PARM    PIC X(08).
000450
000451 FD FILE-EMB
000452      BLOCK CONTAINS 0 RECORDS
000453      RECORDING MODE IS F.
000454
000455 01 REG-EMB.
000456     03  REG-EMB-CLAVE.
000457         05  REG-EMB-NRO         PIC 9(05).
000458         05  REG-EMB-TIPO        PIC 9(02).
000459         05  REG-EMB-CUENTA      PIC 9(08).
000460     03  FILLER                  PIC X(65).
000461
000462 FD FILE-RUN
000463      BLOCK CONTAINS 0 RECORDS
000464      RECORDING MODE IS F.
000465
000466 01 REG-RUN.
000467     03  REG-RUN-CLAVE.
000468         05  REG-RUN-FECHA   PIC 9(08).
000469         05  REG-RUN-PASO    PIC 9(02).
000470     03  FILLER              PIC X(70).
000471
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILPRE-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCUO-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000509 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000511
000512 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000513     88  WS-FIN-LECTURA                  VALUE 'SI'.
000514     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000515
000516 01  WS-STATUS-CUO           PIC X(02)   VALUE 'NO'.
000517     88  WS-FIN-CUOTAS                   VALUE 'SI'.
000518     88  WS-NO-FIN-CUOTAS                VALUE 'NO'.
000519
000520********  CONTADORES DE CONTROL  *
000521
000522 77  WS-CANT-LEIDOS          PIC 9(05)   VALUE ZEROS.
000523 77  WS-CANT-DESEMBOLSOS     PIC 9(05)   VALUE ZEROS.
000524 77  WS-CANT-DES-DIFERIDOS   PIC 9(05)   VALUE ZEROS.
000525 77  WS-CANT-CUOTAS-COBRADAS PIC 9(05)   VALUE ZEROS.
000526 77  WS-CANT-CUOTAS-MORA     PIC 9(05)   VALUE ZEROS.
000527 77  WS-CANT-CANCELADOS      PIC 9(05)   VALUE ZEROS.
000528 77  WS-CANT-EN-MORA         PIC 9(05)   VALUE ZEROS.
000529 77  WS-CANT-DIARIO          PIC 9(05)   VALUE ZEROS.
000530
000531 77  WS-TOT-DESEMBOLSADO     PIC 9(13)V99 VALUE ZEROS.
000532 77  WS-TOT-CAPITAL          PIC 9(13)V99 VALUE ZEROS.
000533 77  WS-TOT-INTERES          PIC 9(13)V99 VALUE ZEROS.
000534 77  WS-TOT-PUNITORIO        PIC 9(13)V99 VALUE ZEROS.
000535
000536********  COBRANZA DEL PRESTAMO EN CURSO  *
000537
000538*    FONDOS DE LA CUENTA DE DEBITO QUE QUEDAN PARA LAS
000539*    CUOTAS DEL PRESTAMO (NUNCA NEGATIVO)
000540 77  WS-COB-DISPONIBLE       PIC S9(10)V99 VALUE ZEROS.
000541 77  WS-COB-DISP-EMB         PIC S9(10)V99 VALUE ZEROS.
000542 77  WS-COB-NUMERO           PIC 9(03)     VALUE ZEROS.
000543
000544*    PENDIENTE DE CADA COMPONENTE DE LA CUOTA Y LO QUE SE
000545*    COBRA ESTA NOCHE
000546 77  WS-COB-PEND-PUN         PIC 9(09)V99  VALUE ZEROS.
000547 77  WS-COB-PEND-INT         PIC 9(09)V99  VALUE ZEROS.
000548 77  WS-COB-PEND-CAP         PIC 9(09)V99  VALUE ZEROS.
000549 77  WS-COB-PAGO-PUN         PIC 9(09)V99  VALUE ZEROS.
000550 77  WS-COB-PAGO-INT         PIC 9(09)V99  VALUE ZEROS.
000551 77  WS-COB-PAGO-CAP         PIC 9(09)V99  VALUE ZEROS.
000552 77  WS-COB-IMPAGO           PIC 9(09)V99  VALUE ZEROS.
000553
000554*    SITUACION DEL PRESTAMO QUE SE ARMA CUOTA A CUOTA
000555 77  WS-COB-FEC-MORA         PIC 9(08)     VALUE ZEROS.
000556 77  WS-COB-DEUDA-VENC       PIC 9(09)V99  VALUE ZEROS.
000557 77  WS-COB-ESTADO-ANT       PIC X(01)     VALUE SPACE.
000558
000559 77  WS-PRE-MODIF-SW         PIC X       VALUE 'N'.
000560     88  WS-PRE-MODIFICADO               VALUE 'Y'.
000561     88  WS-PRE-SIN-CAMBIOS              VALUE 'N'.
000562
000563*    PUNITORIO: DIAS DE ATRASO EN BASE 30/360 DESDE EL
000564*    VENCIMIENTO O DESDE EL ULTIMO DEVENGAMIENTO
000565 77  WS-PUN-DIAS             PIC S9(07)    VALUE ZEROS.
000566 77  WS-PUN-IMPORTE          PIC 9(09)V99  VALUE ZEROS.
000567
000568 01  WS-FEC-TRABAJO          PIC 9(08)     VALUE ZEROS.
000569 01  FILLER REDEFINES WS-FEC-TRABAJO.
000570     03  WS-FEC-TRA-ANIO     PIC 9(04).
000571     03  WS-FEC-TRA-MES      PIC 9(02).
000572     03  WS-FEC-TRA-DIA      PIC 9(02).
000573 01  WS-FECHA-PROCESO-R.
000574     03  WS-FEC-PRO-ANIO     PIC 9(04)     VALUE ZEROS.
000575     03  WS-FEC-PRO-MES      PIC 9(02)     VALUE ZEROS.
000576     03  WS-FEC-PRO-DIA      PIC 9(02)     VALUE ZEROS.
000577
000578 01  WS-PERIODO-MTD.
000579     03  WS-PERIODO-MTD-CC   PIC 9(02)   VALUE ZEROS.
000580     03  WS-PERIODO-MTD-AA   PIC 9(02)   VALUE ZEROS.
000581     03  WS-PERIODO-MTD-MM   PIC 9(02)   VALUE ZEROS.
000582
000583 01  WS-PERIODO-YTD.
000584     03  WS-PERIODO-YTD-CC   PIC 9(02)   VALUE ZEROS.
000585     03  WS-PERIODO-YTD-AA   PIC 9(02)   VALUE ZEROS.
000586
000587********  IMPUTACION A UNA CUENTA (2800-)  *
000588
000589*    CUENTA, IMPORTE CON SIGNO, CONCEPTO DEL DIARIO Y
000590*    CUENTA CONTRAPARTE DEL ASIENTO
000591 01  WS-APL-CLAVE.
000592     03  WS-APL-NRO          PIC 9(05)   VALUE ZEROS.
000593     03  WS-APL-TIPO         PIC 9(02)   VALUE ZEROS.
000594     03  WS-APL-CUENTA       PIC 9(08)   VALUE ZEROS.
000595 77  WS-APL-IMPORTE          PIC S9(09)V99 VALUE ZEROS.
000596 77  WS-APL-CONCEPTO         PIC X(03)   VALUE SPACES.
000597 01  WS-APL-CONTRA.
000598     03  WS-APL-CONTRA-TIPO   PIC 9(02)   VALUE ZEROS.
000599     03  WS-APL-CONTRA-CUENTA PIC 9(08)   VALUE ZEROS.
000600
000601*    REFERENCIA UNICA DE LOS ASIENTOS (HORA DE LA CORRIDA
000602*    MAS SECUENCIA, ORIGEN P)
000603 77  WS-DIA-HORA-W           PIC 9(08)      VALUE ZEROS.
000604 77  WS-DIA-SECUEN-W         PIC 9(06)      VALUE ZEROS.
000605
000606********  EMBARGOS  *
000607
000608 77  WS-EMB-DISP-SW          PIC X       VALUE 'N'.
000609     88  WS-EMB-DISPONIBLE               VALUE 'Y'.
000610     88  WS-EMB-NO-DISPONIBLE            VALUE 'N'.
000611
000612 77  WS-EMB-VIG-SW           PIC X       VALUE 'N'.
000613     88  WS-EMB-VIGENTE                  VALUE 'Y'.
000614     88  WS-EMB-SIN-EMBARGO              VALUE 'N'.
000615
000616********  INTERFAZ CONTABLE DE PRESTAMOS  *
000617
000618*    DEPOSITOS POR TIPO DE CUENTA (LAS MISMAS DE 9600- EN
000619*    PGMAPJ1D); EL PRESTAMO ES UN ACTIVO Y SUS INTERESES Y
000620*    PUNITORIOS SON INGRESOS
000621 01  WS-GL-CTAS-DEPOSITO.
000622     03  FILLER             PIC X(10) VALUE '2102000000'.
000623     03  FILLER             PIC X(10) VALUE '2103000000'.
000624     03  FILLER             PIC X(10) VALUE '2104000000'.
000625 01  FILLER REDEFINES WS-GL-CTAS-DEPOSITO.
000626     03  WS-GL-CTA-DEP      PIC X(10) OCCURS 3 TIMES.
000627
000628 77  WS-GL-CTA-PRESTAMOS    PIC X(10) VALUE '1301000000'.
000629 77  WS-GL-CTA-ING-INT-PRE  PIC X(10) VALUE '4105000000'.
000630 77  WS-GL-CTA-ING-PUNIT    PIC X(10) VALUE '4106000000'.
000631
000632 77  WS-GL-IDX-TIPO         PIC 9(01)      VALUE ZEROS.
000633 77  WS-GL-CTA-DEBE         PIC X(10)      VALUE SPACES.
000634 77  WS-GL-CTA-HABER        PIC X(10)      VALUE SPACES.
000635 77  WS-GL-TIPO-DEBE        PIC 9(02)      VALUE ZEROS.
000636 77  WS-GL-TIPO-HABER       PIC 9(02)      VALUE ZEROS.
000637 77  WS-GL-CONCEPTO         PIC X(20)      VALUE SPACES.
000638 77  WS-GL-TIPO-W           PIC 9(02)      VALUE ZEROS.
000639
000640 77  WS-CTB-CANT-ASIENTOS   PIC 9(07)      VALUE ZEROS.
000641 77  WS-CTB-TOT-DEBE        PIC 9(13)V99   VALUE ZEROS.
000642 77  WS-CTB-TOT-HABER       PIC 9(13)V99   VALUE ZEROS.
000643 77  WS-CTB-IMPORTE-ABS     PIC 9(13)V99   VALUE ZEROS.
000644
000645********     FECHA DE PROCESO  ***************
000646
000647 01  WS-FECHA-PROCESO.
000648     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000649     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000650     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000651     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000652 01  FILLER REDEFINES WS-FECHA-PROCESO.
000653     03  WS-FEC-PROCESO-N    PIC 9(08).
000654
000655 01  WS-FECHA.
000656     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000657     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000658     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000659
000660 01  WS-REG-PARM.
000661     03  WS-PARM-FECHA.
000662         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000663         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000664         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000665         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000666
000667********  LINEAS DEL LISTADO  *************
000668
000669 01  WS-LIN-CABECERA.
000670     03  FILLER              PIC X(01) VALUE SPACE.
000671     03  FILLER              PIC X(44) VALUE
000672             'COBRANZA DE PRESTAMOS - PGMAPJ2B'.
000673     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000674     03  WS-CAB-FECHA        PIC 9(08).
000675     03  FILLER              PIC X(72) VALUE SPACES.
000676
000677 01  WS-LIN-SALIDA.
000678     03  FILLER              PIC X(01)   VALUE SPACE.
000679     03  WS-LIN-TEXTO        PIC X(131).
000680
000681 77  WS-LIN-MENSAJE          PIC X(100)  VALUE SPACES.
000682
000683 01  WS-LIN-EDIT-CAPITAL     PIC ZZZ.ZZZ.ZZ9,99.
000684 01  WS-LIN-EDIT-INTERES     PIC ZZZ.ZZZ.ZZ9,99.
000685 01  WS-LIN-EDIT-PUNIT       PIC ZZZ.ZZZ.ZZ9,99.
000686 01  WS-LIN-EDIT-IMPAGO      PIC ZZZ.ZZZ.ZZ9,99.
000687
000688 01  WS-LEYEN-LEIDOS         PIC X(35)
000689         VALUE '* PRESTAMOS LEIDOS          = '.
000690 01  WS-LEYEN-DESEMBOLSOS    PIC X(35)
000691         VALUE '* PRESTAMOS DESEMBOLSADOS   = '.
000692 01  WS-LEYEN-DES-DIFERIDOS  PIC X(35)
000693         VALUE '* DESEMBOLSOS DIFERIDOS     = '.
000694 01  WS-LEYEN-CUOTAS-COBRADAS PIC X(35)
000695         VALUE '* CUOTAS CANCELADAS         = '.
000696 01  WS-LEYEN-CUOTAS-MORA    PIC X(35)
000697         VALUE '* CUOTAS VENCIDAS IMPAGAS   = '.
000698 01  WS-LEYEN-CANCELADOS     PIC X(35)
000699         VALUE '* PRESTAMOS CANCELADOS      = '.
000700 01  WS-LEYEN-EN-MORA        PIC X(35)
000701         VALUE '* PRESTAMOS EN MORA         = '.
000702 01  WS-LEYEN-DIARIO         PIC X(35)
000703         VALUE '* ASIENTOS DE DIARIO        = '.
000704 01  WS-LEYEN-CTB            PIC X(35)
000705         VALUE '* ASIENTOS CONTABLES        = '.
000706 01  WS-LEYEN-TOT-DESEMB     PIC X(35)
000707         VALUE '* TOTAL DESEMBOLSADO        = '.
000708 01  WS-LEYEN-TOT-CAPITAL    PIC X(35)
000709         VALUE '* TOTAL CAPITAL COBRADO     = '.
000710 01  WS-LEYEN-TOT-INTERES    PIC X(35)
000711         VALUE '* TOTAL INTERES COBRADO     = '.
000712 01  WS-LEYEN-TOT-PUNIT      PIC X(35)
000713         VALUE '* TOTAL PUNITORIO COBRADO   = '.
000714
000715     COPY "LAYOUT-Clients.cpy".
000716     COPY "LAYOUT-Prestamo.cpy".
000717     COPY "LAYOUT-CuoPres.cpy".
000718     COPY "LAYOUT-Diario.cpy".
000719     COPY "LAYOUT-Embargo.cpy".
000720     COPY "LAYOUT-Contab.cpy".
000721     COPY "LAYOUT-RunCtl.cpy".
000722
000723 PROCEDURE DIVISION.
000724
000725 MAIN-PROGRAM.
000726
000727     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000728
000729     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000730               UNTIL WS-FIN-LECTURA.
000731
000732     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000733
000734 F-MAIN-PROGRAM. GOBACK.
000735
000736**************************************
000737* INICIALIZACION                     *
000738**************************************
000739
000740 1000-INICIO.
000741
000742     SET WS-NO-FIN-LECTURA TO TRUE.
000743
000744     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000745
000746     MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-R.
000747
000748     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-MTD-CC
000749     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-MTD-AA
000750     MOVE WS-FECHA-PROC-MM TO WS-PERIODO-MTD-MM
000751     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-YTD-CC
000752     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-YTD-AA
000753
000754*    INTERBLOQUEO CONTRA EL STREAM NOCTURNO ANTES DE TOCAR
000755*    EL MAESTRO
000756
000757     PERFORM 1600-CONTROL-INTERBLOQUEO
000758                 THRU F-1600-CONTROL-INTERBLOQUEO.
000759
000760     OPEN I-O    FILE1.
000761     IF WS-FIL1-CODE IS NOT EQUAL '00'
000762        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000763        MOVE 9999 TO RETURN-CODE
000764        SET  WS-FIN-LECTURA TO TRUE
000765     END-IF.
000766
000767     OPEN I-O    FILE-PRE.
000768     IF WS-FILPRE-CODE IS NOT EQUAL '00'
000769        DISPLAY '* ERROR EN OPEN PRESTA  = ' WS-FILPRE-CODE
000770        MOVE 9999 TO RETURN-CODE
000771        SET  WS-FIN-LECTURA TO TRUE
000772     END-IF.
000773
000774     OPEN I-O    FILE-CUO.
000775     IF WS-FILCUO-CODE IS NOT EQUAL '00'
000776        DISPLAY '* ERROR EN OPEN CUOTAS  = ' WS-FILCUO-CODE
000777        MOVE 9999 TO RETURN-CODE
000778        SET  WS-FIN-LECTURA TO TRUE
000779     END-IF.
000780
000781     OPEN INPUT FILE-EMB.
000782     IF WS-FILEMB-CODE IS EQUAL '00'
000783        SET WS-EMB-DISPONIBLE TO TRUE
000784     ELSE
000785        DISPLAY '* SIN MAESTRO DE EMBARGOS, COBRANZA '
000786                'SIN CONTROL DE EMBARGO = ' WS-FILEMB-CODE
000787        SET WS-EMB-NO-DISPONIBLE TO TRUE
000788     END-IF.
000789
000790*    EL STATUS 05 ES LA CREACION DEL DIARIO EN LA PRIMERA
000791*    CORRIDA, NO ES UN ERROR
000792     OPEN EXTEND FILE-DIA.
000793     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000794        AND WS-FILDIA-CODE IS NOT EQUAL '05'
000795        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000796        MOVE 9999 TO RETURN-CODE
000797        SET  WS-FIN-LECTURA TO TRUE
000798     END-IF.
000799
000800     OPEN OUTPUT FILE-LIS.
000801     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000802        DISPLAY '* ERROR EN OPEN PRECOB  = ' WS-FILLIS-CODE
000803        MOVE 9999 TO RETURN-CODE
000804        SET  WS-FIN-LECTURA TO TRUE
000805     END-IF.
000806
000807     OPEN OUTPUT FILE-CTB.
000808     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000809        DISPLAY '* ERROR EN OPEN CTBPRE  = ' WS-FILCTB-CODE
000810        MOVE 9999 TO RETURN-CODE
000811        SET  WS-FIN-LECTURA TO TRUE
000812     END-IF.
000813
000814     MOVE SPACES           TO WS-REG-CONTAB
000815     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
000816     MOVE 'PGMAPJ2B'       TO WS-CTB-HDR-ORIGEN
000817     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
000818     WRITE REG-CTB FROM WS-REG-CONTAB-HDR
000819     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000820        DISPLAY '* ERROR EN GRABAR CTBPRE = ' WS-FILCTB-CODE
000821        MOVE 9999 TO RETURN-CODE
000822        SET  WS-FIN-LECTURA TO TRUE
000823     END-IF.
000824
000825     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000826     WRITE REG-LIS FROM WS-LIN-CABECERA.
000827
000828     IF WS-NO-FIN-LECTURA
000829        PERFORM 3000-LEER-PRESTAMO THRU F-3000-LEER-PRESTAMO
000830     END-IF.
000831
000832 F-1000-INICIO.   EXIT.
000833
000834**************************************
000835*  FECHA DE PROCESO: DDPARM O FECHA  *
000836*  DEL SISTEMA                       *
000837**************************************
000838
000839 1050-LEER-PARM-FECHA.
000840
000841     OPEN INPUT FILE-PARM.
000842
000843     IF WS-FILPARM-CODE IS EQUAL '00'
000844
000845        READ FILE-PARM INTO WS-REG-PARM
000846
000847        IF WS-FILPARM-CODE IS EQUAL '00'
000848           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000849           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000850           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000851           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000852           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000853           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000854                                      WS-PARM-FECHA
000855        ELSE
000856           ACCEPT WS-FECHA FROM DATE
000857           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000858           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000859           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000860        END-IF
000861
000862        CLOSE FILE-PARM
000863
000864     ELSE
000865
000866        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000867        ACCEPT WS-FECHA FROM DATE
000868        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000869        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000870        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000871
000872     END-IF.
000873
000874 F-1050-LEER-PARM-FECHA. EXIT.
000875
000876**************************************
000877* INTERBLOQUEO CON EL STREAM: SI EL  *
000878* POSTEO NOCTURNO (PASO 04, PGMAPJ1D)*
000879* O EL APLICADOR DE SALDOS (PASO 05, *
000880* PGMAPJ1A) FIGURAN INICIADOS PARA LA*
000881* FECHA, NO SE COBRA NADA            *
000882**************************************
000883
000884 1600-CONTROL-INTERBLOQUEO.
000885
000886     OPEN INPUT FILE-RUN.
000887
000888     IF WS-FILRUN-CODE IS EQUAL '05'
000889        OR WS-FILRUN-CODE IS EQUAL '35'
000890        DISPLAY '* SIN DDRUNCTL, COBRANZA SIN INTERBLOQUEO'
000891        GO TO F-1600-CONTROL-INTERBLOQUEO
000892     END-IF
000893
000894     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000895        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000896        MOVE 9999 TO RETURN-CODE
000897        SET WS-FIN-LECTURA TO TRUE
000898        GO TO F-1600-CONTROL-INTERBLOQUEO
000899     END-IF
000900
000901     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
000902     MOVE 04               TO REG-RUN-PASO
000903     PERFORM 1610-CONTROLAR-UN-PASO
000904                 THRU F-1610-CONTROLAR-UN-PASO
000905
000906     MOVE 05               TO REG-RUN-PASO
000907     PERFORM 1610-CONTROLAR-UN-PASO
000908                 THRU F-1610-CONTROLAR-UN-PASO
000909
000910     CLOSE FILE-RUN.
000911
000912 F-1600-CONTROL-INTERBLOQUEO. EXIT.
000913
000914 1610-CONTROLAR-UN-PASO.
000915
000916     READ FILE-RUN INTO WS-REG-RUNCTL
000917        KEY IS REG-RUN-CLAVE
000918
000919     EVALUATE WS-FILRUN-CODE
000920
000921        WHEN '00'
000922           IF WS-RUN-EST-INICIADO
000923              DISPLAY '* PASO ' REG-RUN-PASO ' ('
000924                      WS-RUN-PROGRAMA ') EN CURSO, '
000925                      'COBRANZA BLOQUEADA *'
000926              MOVE 8 TO RETURN-CODE
000927              SET WS-FIN-LECTURA TO TRUE
000928           END-IF
000929
000930        WHEN '23'
000931           CONTINUE
000932
000933        WHEN OTHER
000934           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000935           MOVE 9999 TO RETURN-CODE
000936           SET WS-FIN-LECTURA TO TRUE
000937
000938     END-EVALUATE.
000939
000940 F-1610-CONTROLAR-UN-PASO. EXIT.
000941
000942**************************************
000943* PROCESO DE UN PRESTAMO: DESEMBOLSO *
000944* SI ESTA OTORGADO Y COBRANZA SI ESTA*
000945* EN CURSO (UN PRESTAMO DESEMBOLSADO *
000946* ESTA NOCHE COBRA LO QUE YA ESTE    *
000947* VENCIDO)                           *
000948**************************************
000949
000950 2000-PROCESO.
000951
000952     SET WS-PRE-SIN-CAMBIOS TO TRUE
000953     MOVE WS-PRE-ESTADO TO WS-COB-ESTADO-ANT
000954
000955     IF WS-PRE-EST-OTORGADO
000956        PERFORM 2100-DESEMBOLSAR THRU F-2100-DESEMBOLSAR
000957     END-IF
000958
000959     IF WS-PRE-EST-EN-CURSO
000960        AND WS-NO-FIN-LECTURA
000961        PERFORM 2200-COBRAR-PRESTAMO THRU F-2200-COBRAR-PRESTAMO
000962     END-IF
000963
000964     IF WS-PRE-MODIFICADO
000965        AND WS-NO-FIN-LECTURA
000966        IF WS-PRE-ESTADO IS NOT EQUAL WS-COB-ESTADO-ANT
000967           MOVE WS-FEC-PROCESO-N TO WS-PRE-FEC-ESTADO
000968        END-IF
000969        REWRITE REG-PRE FROM WS-REG-PRESTAMO
000970        IF WS-FILPRE-CODE IS NOT EQUAL '00'
000971           DISPLAY '* ERROR EN REWRITE PRESTA = ' WS-FILPRE-CODE
000972           MOVE 9999 TO RETURN-CODE
000973           SET WS-FIN-LECTURA TO TRUE
000974        END-IF
000975     END-IF
000976
000977     IF WS-NO-FIN-LECTURA
000978        PERFORM 3000-LEER-PRESTAMO THRU F-3000-LEER-PRESTAMO
000979     END-IF.
000980
000981 F-2000-PROCESO. EXIT.
000982
000983**************************************
000984* LECTURA SECUENCIAL DE DDPRESTA     *
000985**************************************
000986
000987 3000-LEER-PRESTAMO.
000988
000989     READ FILE-PRE NEXT RECORD INTO WS-REG-PRESTAMO
000990
000991     EVALUATE WS-FILPRE-CODE
000992
000993        WHEN '00'
000994           ADD 1 TO WS-CANT-LEIDOS
000995
000996        WHEN '10'
000997           SET WS-FIN-LECTURA TO TRUE
000998
000999        WHEN OTHER
001000           DISPLAY '* ERROR EN LECTURA PRESTA = ' WS-FILPRE-CODE
001001           MOVE 9999 TO RETURN-CODE
001002           SET WS-FIN-LECTURA TO TRUE
001003
001004     END-EVALUATE.
001005
001006 F-3000-LEER-PRESTAMO. EXIT.
001007
001008**************************************
001009* DESEMBOLSO: SE ACREDITA EL CAPITAL *
001010* EN LA CUENTA DE DEBITO Y LA CUENTA *
001011* DEL PRESTAMO QUEDA DEUDORA POR EL  *
001012* MISMO IMPORTE. SI ALGUNA DE LAS DOS*
001013* NO ESTA EN CONDICIONES EL DESEMBOLSO*
001014* SE DIFIERE A LA PROXIMA CORRIDA    *
001015**************************************
001016
001017 2100-DESEMBOLSAR.
001018
001019     MOVE WS-PRE-CLAVE TO REG-FILE1-CLAVE
001020
001021     READ FILE1 INTO WS-REG-CLIENTE
001022        KEY IS REG-FILE1-CLAVE
001023
001024     EVALUATE WS-FIL1-CODE
001025
001026        WHEN '00'
001027           IF WS-CLI-EST-BAJA
001028              ADD 1 TO WS-CANT-DES-DIFERIDOS
001029              MOVE 'DESEMBOLSO DIFERIDO - PRESTAMO EN BAJA'
001030                                       TO WS-LIN-MENSAJE
001031              PERFORM 2900-IMPRIMIR-PRESTAMO
001032                          THRU F-2900-IMPRIMIR-PRESTAMO
001033              GO TO F-2100-DESEMBOLSAR
001034           END-IF
001035
001036        WHEN '23'
001037           ADD 1 TO WS-CANT-DES-DIFERIDOS
001038           MOVE 'DESEMBOLSO DIFERIDO - SIN CUENTA DEL PRESTAMO'
001039                                    TO WS-LIN-MENSAJE
001040           PERFORM 2900-IMPRIMIR-PRESTAMO
001041                       THRU F-2900-IMPRIMIR-PRESTAMO
001042           GO TO F-2100-DESEMBOLSAR
001043
001044        WHEN OTHER
001045           DISPLAY '* ERROR EN READ FILE1 (PRE) = ' WS-FIL1-CODE
001046           MOVE 9999 TO RETURN-CODE
001047           SET WS-FIN-LECTURA TO TRUE
001048           GO TO F-2100-DESEMBOLSAR
001049
001050     END-EVALUATE
001051
001052     MOVE WS-PRE-NRO        TO REG-FILE1-NRO
001053     MOVE WS-PRE-DEB-TIPO   TO REG-FILE1-TIPO
001054     MOVE WS-PRE-DEB-CUENTA TO REG-FILE1-CUENTA
001055
001056     READ FILE1 INTO WS-REG-CLIENTE
001057        KEY IS REG-FILE1-CLAVE
001058
001059     EVALUATE WS-FIL1-CODE
001060
001061        WHEN '00'
001062           IF WS-CLI-EST-BAJA
001063              ADD 1 TO WS-CANT-DES-DIFERIDOS
001064              MOVE 'DESEMBOLSO DIFERIDO - DEBITO EN BAJA'
001065                                       TO WS-LIN-MENSAJE
001066              PERFORM 2900-IMPRIMIR-PRESTAMO
001067                          THRU F-2900-IMPRIMIR-PRESTAMO
001068              GO TO F-2100-DESEMBOLSAR
001069           END-IF
001070
001071        WHEN '23'
001072           ADD 1 TO WS-CANT-DES-DIFERIDOS
001073           MOVE 'DESEMBOLSO DIFERIDO - SIN CUENTA DE DEBITO'
001074                                    TO WS-LIN-MENSAJE
001075           PERFORM 2900-IMPRIMIR-PRESTAMO
001076                       THRU F-2900-IMPRIMIR-PRESTAMO
001077           GO TO F-2100-DESEMBOLSAR
001078
001079        WHEN OTHER
001080           DISPLAY '* ERROR EN READ FILE1 (DEB) = ' WS-FIL1-CODE
001081           MOVE 9999 TO RETURN-CODE
001082           SET WS-FIN-LECTURA TO TRUE
001083           GO TO F-2100-DESEMBOLSAR
001084
001085     END-EVALUATE
001086
001087*    CREDITO EN LA CUENTA DE DEBITO
001088
001089     MOVE WS-PRE-NRO          TO WS-APL-NRO
001090     MOVE WS-PRE-DEB-TIPO     TO WS-APL-TIPO
001091     MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CUENTA
001092     MOVE WS-PRE-CAPITAL      TO WS-APL-IMPORTE
001093     MOVE 'PRD'               TO WS-APL-CONCEPTO
001094     MOVE WS-PRE-TIPO         TO WS-APL-CONTRA-TIPO
001095     MOVE WS-PRE-CUENTA       TO WS-APL-CONTRA-CUENTA
001096     PERFORM 2800-APLICAR-EN-CUENTA THRU F-2800-APLICAR-EN-CUENTA
001097
001098*    DEBITO EN LA CUENTA DEL PRESTAMO
001099
001100     MOVE WS-PRE-TIPO         TO WS-APL-TIPO
001101     MOVE WS-PRE-CUENTA       TO WS-APL-CUENTA
001102     COMPUTE WS-APL-IMPORTE = ZERO - WS-PRE-CAPITAL
001103     MOVE WS-PRE-DEB-TIPO     TO WS-APL-CONTRA-TIPO
001104     MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CONTRA-CUENTA
001105     PERFORM 2800-APLICAR-EN-CUENTA THRU F-2800-APLICAR-EN-CUENTA
001106
001107     IF WS-FIN-LECTURA
001108        GO TO F-2100-DESEMBOLSAR
001109     END-IF
001110
001111*    PRESTAMOS (ACTIVO) CONTRA DEPOSITOS DE LA CUENTA DE DEBITO
001112
001113     COMPUTE WS-GL-IDX-TIPO = WS-PRE-DEB-TIPO - 1
001114     MOVE WS-PRE-CAPITAL           TO WS-CTB-IMPORTE-ABS
001115     MOVE WS-GL-CTA-PRESTAMOS      TO WS-GL-CTA-DEBE
001116     MOVE WS-PRE-TIPO              TO WS-GL-TIPO-DEBE
001117     MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-GL-CTA-HABER
001118     MOVE WS-PRE-DEB-TIPO          TO WS-GL-TIPO-HABER
001119     MOVE 'DESEMBOLSO PRESTAMO'    TO WS-GL-CONCEPTO
001120     PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001121
001122     MOVE 'A'                   TO WS-PRE-ESTADO
001123     MOVE WS-FEC-PROCESO-N      TO WS-PRE-FEC-DESEMBOLSO
001124     MOVE WS-PRE-CAPITAL        TO WS-PRE-SALDO-CAPITAL
001125     SET WS-PRE-MODIFICADO      TO TRUE
001126
001127     ADD 1              TO WS-CANT-DESEMBOLSOS
001128     ADD WS-PRE-CAPITAL TO WS-TOT-DESEMBOLSADO
001129
001130     MOVE WS-PRE-CAPITAL TO WS-LIN-EDIT-CAPITAL
001131     MOVE SPACES         TO WS-LIN-MENSAJE
001132     STRING 'DESEMBOLSADO: ' WS-LIN-EDIT-CAPITAL
001133            ' ' WS-PRE-MONEDA
001134               DELIMITED BY SIZE
001135               INTO WS-LIN-MENSAJE
001136     END-STRING
001137     PERFORM 2900-IMPRIMIR-PRESTAMO THRU F-2900-IMPRIMIR-PRESTAMO.
001138
001139 F-2100-DESEMBOLSAR. EXIT.
001140
001141**************************************
001142* COBRANZA DE UN PRESTAMO EN CURSO:  *
001143* CUOTAS VENCIDAS DESDE LA PRIMERA NO*
001144* CANCELADA, CON LOS FONDOS DE LA    *
001145* CUENTA DE DEBITO; AL FINAL SE ARMA *
001146* LA SITUACION DE MORA DEL PRESTAMO  *
001147**************************************
001148
001149 2200-COBRAR-PRESTAMO.
001150
001151     PERFORM 2300-CALCULAR-DISPONIBLE
001152                 THRU F-2300-CALCULAR-DISPONIBLE
001153
001154     MOVE ZEROS              TO WS-COB-FEC-MORA
001155     MOVE ZEROS              TO WS-COB-DEUDA-VENC
001156     MOVE WS-PRE-PROX-CUOTA  TO WS-COB-NUMERO
001157     SET WS-NO-FIN-CUOTAS    TO TRUE
001158
001159     PERFORM 2210-COBRAR-CUOTA THRU F-2210-COBRAR-CUOTA
001160               UNTIL WS-FIN-CUOTAS
001161               OR WS-COB-NUMERO IS GREATER THAN
001162                                      WS-PRE-PLAZO-CUOTAS
001163               OR WS-FIN-LECTURA
001164
001165     IF WS-FIN-LECTURA
001166        GO TO F-2200-COBRAR-PRESTAMO
001167     END-IF
001168
001169     EVALUATE TRUE
001170
001171        WHEN WS-PRE-PROX-CUOTA IS GREATER THAN
001172                                      WS-PRE-PLAZO-CUOTAS
001173           MOVE 'C'   TO WS-PRE-ESTADO
001174           MOVE ZEROS TO WS-PRE-FEC-MORA
001175           MOVE ZEROS TO WS-PRE-DEUDA-VENCIDA
001176           ADD 1 TO WS-CANT-CANCELADOS
001177           MOVE 'PRESTAMO CANCELADO' TO WS-LIN-MENSAJE
001178           PERFORM 2900-IMPRIMIR-PRESTAMO
001179                       THRU F-2900-IMPRIMIR-PRESTAMO
001180
001181        WHEN WS-COB-FEC-MORA IS GREATER THAN ZERO
001182           MOVE 'M'               TO WS-PRE-ESTADO
001183           MOVE WS-COB-FEC-MORA   TO WS-PRE-FEC-MORA
001184           MOVE WS-COB-DEUDA-VENC TO WS-PRE-DEUDA-VENCIDA
001185           ADD 1 TO WS-CANT-EN-MORA
001186
001187        WHEN OTHER
001188           MOVE 'A'   TO WS-PRE-ESTADO
001189           MOVE ZEROS TO WS-PRE-FEC-MORA
001190           MOVE ZEROS TO WS-PRE-DEUDA-VENCIDA
001191
001192     END-EVALUATE
001193
001194     SET WS-PRE-MODIFICADO TO TRUE.
001195
001196 F-2200-COBRAR-PRESTAMO. EXIT.
001197
001198**************************************
001199* UNA CUOTA DEL CRONOGRAMA: SI YA    *
001200* VENCIO SE DEVENGA EL PUNITORIO Y SE*
001201* COBRA LO QUE ALCANCE; LA PRIMERA NO*
001202* VENCIDA CORTA EL RECORRIDO         *
001203**************************************
001204
001205 2210-COBRAR-CUOTA.
001206
001207     MOVE WS-PRE-NRO    TO REG-CUO-NRO
001208     MOVE WS-PRE-TIPO   TO REG-CUO-TIPO
001209     MOVE WS-PRE-CUENTA TO REG-CUO-CUENTA
001210     MOVE WS-COB-NUMERO TO REG-CUO-NUMERO
001211
001212     READ FILE-CUO INTO WS-REG-CUOTA
001213        KEY IS REG-CUO-CLAVE
001214
001215     IF WS-FILCUO-CODE IS NOT EQUAL '00'
001216        DISPLAY '* ERROR EN READ CUOTAS = ' WS-FILCUO-CODE
001217                ' PRESTAMO ' WS-PRE-CLAVE ' CUOTA ' WS-COB-NUMERO
001218        MOVE 9999 TO RETURN-CODE
001219        SET WS-FIN-LECTURA TO TRUE
001220        GO TO F-2210-COBRAR-CUOTA
001221     END-IF
001222
001223     IF WS-CUO-FEC-VENC IS GREATER THAN WS-FEC-PROCESO-N
001224        SET WS-FIN-CUOTAS TO TRUE
001225        GO TO F-2210-COBRAR-CUOTA
001226     END-IF
001227
001228     IF WS-CUO-EST-CANCELADA
001229        IF WS-COB-NUMERO IS EQUAL WS-PRE-PROX-CUOTA
001230           ADD 1 TO WS-PRE-PROX-CUOTA
001231        END-IF
001232        ADD 1 TO WS-COB-NUMERO
001233        GO TO F-2210-COBRAR-CUOTA
001234     END-IF
001235
001236     PERFORM 2220-DEVENGAR-PUNITORIO
001237                 THRU F-2220-DEVENGAR-PUNITORIO
001238
001239     COMPUTE WS-COB-PEND-PUN = WS-CUO-PUN-DEVENGADO
001240                             - WS-CUO-PUN-PAGADO
001241     COMPUTE WS-COB-PEND-INT = WS-CUO-INTERES
001242                             - WS-CUO-INT-PAGADO
001243     COMPUTE WS-COB-PEND-CAP = WS-CUO-CAPITAL
001244                             - WS-CUO-CAP-PAGADO
001245
001246*    IMPUTACION: PUNITORIO, INTERES Y CAPITAL, HASTA DONDE
001247*    ALCANCEN LOS FONDOS
001248
001249     MOVE ZEROS TO WS-COB-PAGO-PUN
001250     MOVE ZEROS TO WS-COB-PAGO-INT
001251     MOVE ZEROS TO WS-COB-PAGO-CAP
001252
001253     IF WS-COB-DISPONIBLE IS NOT LESS THAN WS-COB-PEND-PUN
001254        MOVE WS-COB-PEND-PUN   TO WS-COB-PAGO-PUN
001255     ELSE
001256        MOVE WS-COB-DISPONIBLE TO WS-COB-PAGO-PUN
001257     END-IF
001258     SUBTRACT WS-COB-PAGO-PUN FROM WS-COB-DISPONIBLE
001259
001260     IF WS-COB-DISPONIBLE IS NOT LESS THAN WS-COB-PEND-INT
001261        MOVE WS-COB-PEND-INT   TO WS-COB-PAGO-INT
001262     ELSE
001263        MOVE WS-COB-DISPONIBLE TO WS-COB-PAGO-INT
001264     END-IF
001265     SUBTRACT WS-COB-PAGO-INT FROM WS-COB-DISPONIBLE
001266
001267     IF WS-COB-DISPONIBLE IS NOT LESS THAN WS-COB-PEND-CAP
001268        MOVE WS-COB-PEND-CAP   TO WS-COB-PAGO-CAP
001269     ELSE
001270        MOVE WS-COB-DISPONIBLE TO WS-COB-PAGO-CAP
001271     END-IF
001272     SUBTRACT WS-COB-PAGO-CAP FROM WS-COB-DISPONIBLE
001273
001274     PERFORM 2230-IMPUTAR-PAGO THRU F-2230-IMPUTAR-PAGO
001275
001276     IF WS-FIN-LECTURA
001277        GO TO F-2210-COBRAR-CUOTA
001278     END-IF
001279
001280     COMPUTE WS-COB-IMPAGO = WS-COB-PEND-PUN - WS-COB-PAGO-PUN
001281                           + WS-COB-PEND-INT - WS-COB-PAGO-INT
001282                           + WS-COB-PEND-CAP - WS-COB-PAGO-CAP
001283
001284     IF WS-COB-IMPAGO IS EQUAL ZERO
001285        MOVE 'C' TO WS-CUO-ESTADO
001286        ADD 1 TO WS-CANT-CUOTAS-COBRADAS
001287        IF WS-COB-NUMERO IS EQUAL WS-PRE-PROX-CUOTA
001288           ADD 1 TO WS-PRE-PROX-CUOTA
001289        END-IF
001290     ELSE
001291        MOVE 'M' TO WS-CUO-ESTADO
001292        ADD 1 TO WS-CANT-CUOTAS-MORA
001293        ADD WS-COB-IMPAGO TO WS-COB-DEUDA-VENC
001294        IF WS-COB-FEC-MORA IS EQUAL ZERO
001295           MOVE WS-CUO-FEC-VENC TO WS-COB-FEC-MORA
001296        END-IF
001297     END-IF
001298
001299     REWRITE REG-CUO FROM WS-REG-CUOTA
001300
001301     IF WS-FILCUO-CODE IS NOT EQUAL '00'
001302        DISPLAY '* ERROR EN REWRITE CUOTAS = ' WS-FILCUO-CODE
001303        MOVE 9999 TO RETURN-CODE
001304        SET WS-FIN-LECTURA TO TRUE
001305        GO TO F-2210-COBRAR-CUOTA
001306     END-IF
001307
001308     PERFORM 2910-IMPRIMIR-CUOTA THRU F-2910-IMPRIMIR-CUOTA
001309
001310     ADD 1 TO WS-COB-NUMERO.
001311
001312 F-2210-COBRAR-CUOTA. EXIT.
001313
001314**************************************
001315* PUNITORIO SOBRE CAPITAL E INTERES  *
001316* VENCIDOS IMPAGOS, A LA TASA PUNITORIA*
001317* ANUAL Y EN BASE 30/360, DESDE EL   *
001318* VENCIMIENTO O DESDE EL ULTIMO DIA  *
001319* DEVENGADO HASTA LA FECHA DE PROCESO*
001320**************************************
001321
001322 2220-DEVENGAR-PUNITORIO.
001323
001324     IF WS-PRE-TASA-PUNIT IS EQUAL ZERO
001325        GO TO F-2220-DEVENGAR-PUNITORIO
001326     END-IF
001327
001328     IF WS-CUO-FEC-ULT-PUNIT IS GREATER THAN WS-CUO-FEC-VENC
001329        MOVE WS-CUO-FEC-ULT-PUNIT TO WS-FEC-TRABAJO
001330     ELSE
001331        MOVE WS-CUO-FEC-VENC      TO WS-FEC-TRABAJO
001332     END-IF
001333
001334     COMPUTE WS-PUN-DIAS =
001335                (WS-FEC-PRO-ANIO - WS-FEC-TRA-ANIO) * 360
001336              + (WS-FEC-PRO-MES  - WS-FEC-TRA-MES)  * 30
001337              + (WS-FEC-PRO-DIA  - WS-FEC-TRA-DIA)
001338
001339     IF WS-PUN-DIAS IS NOT GREATER THAN ZERO
001340        GO TO F-2220-DEVENGAR-PUNITORIO
001341     END-IF
001342
001343     COMPUTE WS-PUN-IMPORTE ROUNDED =
001344                (WS-CUO-CAPITAL - WS-CUO-CAP-PAGADO
001345               + WS-CUO-INTERES - WS-CUO-INT-PAGADO)
001346              * WS-PRE-TASA-PUNIT * WS-PUN-DIAS / 36000
001347
001348     ADD WS-PUN-IMPORTE   TO WS-CUO-PUN-DEVENGADO
001349     MOVE WS-FEC-PROCESO-N TO WS-CUO-FEC-ULT-PUNIT.
001350
001351 F-2220-DEVENGAR-PUNITORIO. EXIT.
001352
001353**************************************
001354* IMPUTAR LO COBRADO DE UNA CUOTA: UN*
001355* DEBITO POR COMPONENTE EN LA CUENTA *
001356* DE DEBITO (PRP / PRI / PRC), EL    *
001357* CAPITAL ACREDITADO EN LA CUENTA DEL*
001358* PRESTAMO Y SU CONTRAPARTIDA CONTABLE*
001359**************************************
001360
001361 2230-IMPUTAR-PAGO.
001362
001363     MOVE WS-PRE-NRO          TO WS-APL-NRO
001364     COMPUTE WS-GL-IDX-TIPO = WS-PRE-DEB-TIPO - 1
001365
001366     IF WS-COB-PAGO-PUN IS GREATER THAN ZERO
001367        MOVE WS-PRE-DEB-TIPO     TO WS-APL-TIPO
001368        MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CUENTA
001369        COMPUTE WS-APL-IMPORTE = ZERO - WS-COB-PAGO-PUN
001370        MOVE 'PRP'               TO WS-APL-CONCEPTO
001371        MOVE WS-PRE-TIPO         TO WS-APL-CONTRA-TIPO
001372        MOVE WS-PRE-CUENTA       TO WS-APL-CONTRA-CUENTA
001373        PERFORM 2800-APLICAR-EN-CUENTA
001374                    THRU F-2800-APLICAR-EN-CUENTA
001375        MOVE WS-COB-PAGO-PUN     TO WS-CTB-IMPORTE-ABS
001376        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-GL-CTA-DEBE
001377        MOVE WS-PRE-DEB-TIPO     TO WS-GL-TIPO-DEBE
001378        MOVE WS-GL-CTA-ING-PUNIT TO WS-GL-CTA-HABER
001379        MOVE WS-PRE-TIPO         TO WS-GL-TIPO-HABER
001380        MOVE 'PUNITORIO PRESTAMO' TO WS-GL-CONCEPTO
001381        PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001382        ADD WS-COB-PAGO-PUN      TO WS-CUO-PUN-PAGADO
001383        ADD WS-COB-PAGO-PUN      TO WS-TOT-PUNITORIO
001384        MOVE WS-FEC-PROCESO-N    TO WS-CUO-FEC-PAGO
001385     END-IF
001386
001387     IF WS-COB-PAGO-INT IS GREATER THAN ZERO
001388        MOVE WS-PRE-DEB-TIPO     TO WS-APL-TIPO
001389        MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CUENTA
001390        COMPUTE WS-APL-IMPORTE = ZERO - WS-COB-PAGO-INT
001391        MOVE 'PRI'               TO WS-APL-CONCEPTO
001392        MOVE WS-PRE-TIPO         TO WS-APL-CONTRA-TIPO
001393        MOVE WS-PRE-CUENTA       TO WS-APL-CONTRA-CUENTA
001394        PERFORM 2800-APLICAR-EN-CUENTA
001395                    THRU F-2800-APLICAR-EN-CUENTA
001396        MOVE WS-COB-PAGO-INT     TO WS-CTB-IMPORTE-ABS
001397        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-GL-CTA-DEBE
001398        MOVE WS-PRE-DEB-TIPO     TO WS-GL-TIPO-DEBE
001399        MOVE WS-GL-CTA-ING-INT-PRE TO WS-GL-CTA-HABER
001400        MOVE WS-PRE-TIPO         TO WS-GL-TIPO-HABER
001401        MOVE 'INTERES PRESTAMO'  TO WS-GL-CONCEPTO
001402        PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001403        ADD WS-COB-PAGO-INT      TO WS-CUO-INT-PAGADO
001404        ADD WS-COB-PAGO-INT      TO WS-TOT-INTERES
001405        MOVE WS-FEC-PROCESO-N    TO WS-CUO-FEC-PAGO
001406     END-IF
001407
001408     IF WS-COB-PAGO-CAP IS GREATER THAN ZERO
001409        MOVE WS-PRE-DEB-TIPO     TO WS-APL-TIPO
001410        MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CUENTA
001411        COMPUTE WS-APL-IMPORTE = ZERO - WS-COB-PAGO-CAP
001412        MOVE 'PRC'               TO WS-APL-CONCEPTO
001413        MOVE WS-PRE-TIPO         TO WS-APL-CONTRA-TIPO
001414        MOVE WS-PRE-CUENTA       TO WS-APL-CONTRA-CUENTA
001415        PERFORM 2800-APLICAR-EN-CUENTA
001416                    THRU F-2800-APLICAR-EN-CUENTA
001417        MOVE WS-PRE-TIPO         TO WS-APL-TIPO
001418        MOVE WS-PRE-CUENTA       TO WS-APL-CUENTA
001419        MOVE WS-COB-PAGO-CAP     TO WS-APL-IMPORTE
001420        MOVE WS-PRE-DEB-TIPO     TO WS-APL-CONTRA-TIPO
001421        MOVE WS-PRE-DEB-CUENTA   TO WS-APL-CONTRA-CUENTA
001422        PERFORM 2800-APLICAR-EN-CUENTA
001423                    THRU F-2800-APLICAR-EN-CUENTA
001424        MOVE WS-COB-PAGO-CAP     TO WS-CTB-IMPORTE-ABS
001425        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-GL-CTA-DEBE
001426        MOVE WS-PRE-DEB-TIPO     TO WS-GL-TIPO-DEBE
001427        MOVE WS-GL-CTA-PRESTAMOS TO WS-GL-CTA-HABER
001428        MOVE WS-PRE-TIPO         TO WS-GL-TIPO-HABER
001429        MOVE 'CAPITAL PRESTAMO'  TO WS-GL-CONCEPTO
001430        PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001431        ADD WS-COB-PAGO-CAP      TO WS-CUO-CAP-PAGADO
001432        SUBTRACT WS-COB-PAGO-CAP FROM WS-PRE-SALDO-CAPITAL
001433        ADD WS-COB-PAGO-CAP      TO WS-TOT-CAPITAL
001434        MOVE WS-FEC-PROCESO-N    TO WS-CUO-FEC-PAGO
001435     END-IF.
001436
001437 F-2230-IMPUTAR-PAGO. EXIT.
001438
001439**************************************
001440* FONDOS DE LA CUENTA DE DEBITO PARA *
001441* LAS CUOTAS: SALDO (MAS DESCUBIERTO *
001442* EN CC) SIN TOCAR LO RETENIDO POR UN*
001443* EMBARGO VIGENTE, COMO 2700- Y 2500-*
001444* DE PGMAPJ1K. UNA CUENTA INEXISTENTE*
001445* O EN BAJA NO TIENE FONDOS          *
001446**************************************
001447
001448 2300-CALCULAR-DISPONIBLE.
001449
001450     MOVE ZEROS TO WS-COB-DISPONIBLE
001451
001452     MOVE WS-PRE-NRO        TO REG-FILE1-NRO
001453     MOVE WS-PRE-DEB-TIPO   TO REG-FILE1-TIPO
001454     MOVE WS-PRE-DEB-CUENTA TO REG-FILE1-CUENTA
001455
001456     READ FILE1 INTO WS-REG-CLIENTE
001457        KEY IS REG-FILE1-CLAVE
001458
001459     EVALUATE WS-FIL1-CODE
001460
001461        WHEN '00'
001462           IF WS-CLI-EST-BAJA
001463              GO TO F-2300-CALCULAR-DISPONIBLE
001464           END-IF
001465
001466        WHEN '23'
001467           GO TO F-2300-CALCULAR-DISPONIBLE
001468
001469        WHEN OTHER
001470           DISPLAY '* ERROR EN READ FILE1 (DEB) = ' WS-FIL1-CODE
001471           MOVE 9999 TO RETURN-CODE
001472           SET WS-FIN-LECTURA TO TRUE
001473           GO TO F-2300-CALCULAR-DISPONIBLE
001474
001475     END-EVALUATE
001476
001477     IF WS-CLI-TIPO = 02
001478        COMPUTE WS-COB-DISPONIBLE =
001479                   WS-CLI-SALDO + WS-CLI-LIM-DESCUB
001480     ELSE
001481        MOVE WS-CLI-SALDO TO WS-COB-DISPONIBLE
001482     END-IF
001483
001484     PERFORM 2960-BUSCAR-EMBARGO THRU F-2960-BUSCAR-EMBARGO
001485
001486     IF WS-EMB-VIGENTE
001487        COMPUTE WS-COB-DISP-EMB = WS-CLI-SALDO - WS-EMB-IMPORTE
001488        IF WS-COB-DISP-EMB IS LESS THAN WS-COB-DISPONIBLE
001489           MOVE WS-COB-DISP-EMB TO WS-COB-DISPONIBLE
001490        END-IF
001491     END-IF
001492
001493     IF WS-COB-DISPONIBLE IS LESS THAN ZERO
001494        MOVE ZEROS TO WS-COB-DISPONIBLE
001495     END-IF.
001496
001497 F-2300-CALCULAR-DISPONIBLE. EXIT.
001498
001499**************************************
001500*  ARRANQUE DE PERIODO MTD / YTD DE  *
001501*  LA CUENTA SI CAMBIO EL MES / ANIO *
001502**************************************
001503
001504 2150-ABRIR-PERIODO.
001505
001506     IF WS-CLI-MTD-PERIODO NOT EQUAL WS-PERIODO-MTD
001507        MOVE WS-PERIODO-MTD    TO WS-CLI-MTD-PERIODO
001508        MOVE ZEROS             TO WS-CLI-MTD-DEBITOS
001509        MOVE ZEROS             TO WS-CLI-MTD-CREDITOS
001510        MOVE ZEROS             TO WS-CLI-MTD-CANT-MOV
001511     END-IF
001512
001513     IF WS-CLI-YTD-PERIODO NOT EQUAL WS-PERIODO-YTD
001514        MOVE WS-PERIODO-YTD    TO WS-CLI-YTD-PERIODO
001515        MOVE ZEROS             TO WS-CLI-YTD-DEBITOS
001516        MOVE ZEROS             TO WS-CLI-YTD-CREDITOS
001517        MOVE ZEROS             TO WS-CLI-YTD-CANT-MOV
001518     END-IF.
001519
001520 F-2150-ABRIR-PERIODO. EXIT.
001521
001522**************************************
001523* CONTRAPARTIDA CONTABLE: UNA LINEA AL*
001524* DEBE Y UNA AL HABER POR EL MISMO   *
001525* IMPORTE                            *
001526**************************************
001527
001528 2270-CONTABILIZAR.
001529
001530     MOVE WS-GL-CTA-DEBE    TO WS-CTB-CUENTA-CTB
001531     MOVE 'D'               TO WS-CTB-DH
001532     MOVE WS-GL-TIPO-DEBE   TO WS-GL-TIPO-W
001533     PERFORM 2280-GRABAR-ASIENTO-CTB
001534                 THRU F-2280-GRABAR-ASIENTO-CTB
001535
001536     MOVE WS-GL-CTA-HABER   TO WS-CTB-CUENTA-CTB
001537     MOVE 'H'               TO WS-CTB-DH
001538     MOVE WS-GL-TIPO-HABER  TO WS-GL-TIPO-W
001539     PERFORM 2280-GRABAR-ASIENTO-CTB
001540                 THRU F-2280-GRABAR-ASIENTO-CTB.
001541
001542 F-2270-CONTABILIZAR. EXIT.
001543
001544 2280-GRABAR-ASIENTO-CTB.
001545
001546     MOVE WS-FEC-PROCESO-N   TO WS-CTB-FECHA
001547     MOVE WS-CTB-IMPORTE-ABS TO WS-CTB-IMPORTE
001548     MOVE WS-PRE-MONEDA      TO WS-CTB-MONEDA
001549     MOVE WS-GL-TIPO-W       TO WS-CTB-TIPO-CTA
001550     MOVE WS-GL-CONCEPTO     TO WS-CTB-CONCEPTO
001551
001552     WRITE REG-CTB FROM WS-REG-CONTAB
001553
001554     EVALUATE WS-FILCTB-CODE
001555
001556        WHEN '00'
001557           ADD 1 TO WS-CTB-CANT-ASIENTOS
001558           IF WS-CTB-ES-DEBE
001559              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-DEBE
001560           ELSE
001561              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-HABER
001562           END-IF
001563
001564        WHEN OTHER
001565           DISPLAY '* ERROR EN GRABAR CTBPRE = ' WS-FILCTB-CODE
001566           MOVE 9999 TO RETURN-CODE
001567           SET WS-FIN-LECTURA TO TRUE
001568
001569     END-EVALUATE.
001570
001571 F-2280-GRABAR-ASIENTO-CTB. EXIT.
001572
001573**************************************
001574* APLICAR UN IMPORTE (CON SIGNO) A LA*
001575* CUENTA WS-APL-CLAVE: SALDO Y       *
001576* ACUMULADOS MTD/YTD, Y SU ASIENTO EN*
001577* EL DIARIO                          *
001578**************************************
001579
001580 2800-APLICAR-EN-CUENTA.
001581
001582     MOVE WS-APL-CLAVE TO REG-FILE1-CLAVE
001583
001584     READ FILE1 INTO WS-REG-CLIENTE
001585        KEY IS REG-FILE1-CLAVE
001586
001587     IF WS-FIL1-CODE IS NOT EQUAL '00'
001588        DISPLAY '* ERROR EN READ FILE1 (APL) = ' WS-FIL1-CODE
001589                ' CUENTA ' WS-APL-CLAVE
001590        MOVE 9999 TO RETURN-CODE
001591        SET WS-FIN-LECTURA TO TRUE
001592        GO TO F-2800-APLICAR-EN-CUENTA
001593     END-IF
001594
001595     PERFORM 2150-ABRIR-PERIODO THRU F-2150-ABRIR-PERIODO
001596
001597     ADD WS-APL-IMPORTE TO WS-CLI-SALDO
001598     ADD 1              TO WS-CLI-CANT-MOV
001599
001600     IF WS-APL-IMPORTE IS GREATER THAN ZERO
001601        ADD WS-APL-IMPORTE TO WS-CLI-MTD-CREDITOS
001602        ADD WS-APL-IMPORTE TO WS-CLI-YTD-CREDITOS
001603     ELSE
001604        ADD WS-APL-IMPORTE TO WS-CLI-MTD-DEBITOS
001605        ADD WS-APL-IMPORTE TO WS-CLI-YTD-DEBITOS
001606     END-IF
001607     ADD 1 TO WS-CLI-MTD-CANT-MOV
001608     ADD 1 TO WS-CLI-YTD-CANT-MOV
001609
001610     REWRITE REG-FILE1 FROM WS-REG-CLIENTE
001611
001612     IF WS-FIL1-CODE IS NOT EQUAL '00'
001613        DISPLAY '* ERROR EN REWRITE FILE1 = ' WS-FIL1-CODE
001614        MOVE 9999 TO RETURN-CODE
001615        SET WS-FIN-LECTURA TO TRUE
001616        GO TO F-2800-APLICAR-EN-CUENTA
001617     END-IF
001618
001619     PERFORM 2850-GRABAR-DIARIO THRU F-2850-GRABAR-DIARIO.
001620
001621 F-2800-APLICAR-EN-CUENTA. EXIT.
001622
001623**************************************
001624* GRABAR EN EL DIARIO EL ASIENTO DEL *
001625* IMPORTE APLICADO, CON LA CUENTA    *
001626* CONTRAPARTE (PRESTAMO O CUENTA DE  *
001627* DEBITO)                            *
001628**************************************
001629
001630 2850-GRABAR-DIARIO.
001631
001632     MOVE SPACES              TO WS-REG-DIARIO
001633     MOVE WS-CLI-NRO          TO WS-DIA-NRO
001634     MOVE WS-CLI-TIPO         TO WS-DIA-TIPO
001635     MOVE WS-CLI-CUENTA       TO WS-DIA-CUENTA
001636     MOVE WS-FEC-PROCESO-N    TO WS-DIA-FEC-MOV
001637     MOVE WS-FEC-PROCESO-N    TO WS-DIA-FEC-PROCESO
001638     MOVE WS-APL-CONCEPTO     TO WS-DIA-CONCEPTO
001639     MOVE WS-CLI-MONEDA       TO WS-DIA-MONEDA
001640     MOVE WS-APL-IMPORTE      TO WS-DIA-IMPORTE
001641     MOVE WS-CLI-SALDO        TO WS-DIA-SALDO-DESP
001642     MOVE SPACES              TO WS-DIA-REF-TRANSF
001643     MOVE WS-APL-CONTRA-TIPO   TO WS-DIA-CONTRA-TIPO
001644     MOVE WS-APL-CONTRA-CUENTA TO WS-DIA-CONTRA-CUENTA
001645
001646     IF WS-DIA-HORA-W IS EQUAL ZERO
001647        ACCEPT WS-DIA-HORA-W FROM TIME
001648     END-IF
001649     ADD 1 TO WS-DIA-SECUEN-W
001650     MOVE WS-FEC-PROCESO-N    TO WS-DIA-ASI-FECHA
001651     MOVE 'P'                 TO WS-DIA-ASI-ORIGEN
001652     MOVE WS-DIA-HORA-W (1:6) TO WS-DIA-ASI-HORA
001653     MOVE WS-DIA-SECUEN-W     TO WS-DIA-ASI-SECUEN
001654
001655     WRITE REG-DIA FROM WS-REG-DIARIO
001656
001657     EVALUATE WS-FILDIA-CODE
001658
001659        WHEN '00'
001660           ADD 1 TO WS-CANT-DIARIO
001661
001662        WHEN OTHER
001663           DISPLAY '* ERROR EN GRABAR DIARIO = ' WS-FILDIA-CODE
001664           MOVE 9999 TO RETURN-CODE
001665           SET WS-FIN-LECTURA TO TRUE
001666
001667     END-EVALUATE.
001668
001669 F-2850-GRABAR-DIARIO. EXIT.
001670
001671**************************************
001672* IMPRIME UNA LINEA CON LA CLAVE DEL *
001673* PRESTAMO Y EL TEXTO EN WS-LIN-MENSAJE*
001674**************************************
001675
001676 2900-IMPRIMIR-PRESTAMO.
001677
001678     MOVE SPACES TO WS-LIN-TEXTO
001679
001680     STRING 'PRESTAMO ' WS-PRE-NRO
001681            '-'         WS-PRE-TIPO
001682            '-'         WS-PRE-CUENTA
001683            '  '        WS-LIN-MENSAJE
001684               DELIMITED BY SIZE
001685               INTO WS-LIN-TEXTO
001686     END-STRING
001687
001688     WRITE REG-LIS FROM WS-LIN-SALIDA.
001689
001690 F-2900-IMPRIMIR-PRESTAMO. EXIT.
001691
001692**************************************
001693* IMPRIME LO COBRADO DE UNA CUOTA Y LO*
001694* QUE QUEDA IMPAGO                   *
001695**************************************
001696
001697 2910-IMPRIMIR-CUOTA.
001698
001699     MOVE WS-COB-PAGO-CAP  TO WS-LIN-EDIT-CAPITAL
001700     MOVE WS-COB-PAGO-INT  TO WS-LIN-EDIT-INTERES
001701     MOVE WS-COB-PAGO-PUN  TO WS-LIN-EDIT-PUNIT
001702     MOVE WS-COB-IMPAGO    TO WS-LIN-EDIT-IMPAGO
001703     MOVE SPACES           TO WS-LIN-MENSAJE
001704
001705     STRING 'CUOTA '       WS-CUO-NUMERO
001706            ' VENC '       WS-CUO-FEC-VENC
001707            ' CAP '        WS-LIN-EDIT-CAPITAL
001708            ' INT '        WS-LIN-EDIT-INTERES
001709            ' PUN '        WS-LIN-EDIT-PUNIT
001710            ' IMPAGO '     WS-LIN-EDIT-IMPAGO
001711            ' ' WS-CUO-ESTADO
001712               DELIMITED BY SIZE
001713               INTO WS-LIN-MENSAJE
001714     END-STRING
001715
001716     PERFORM 2900-IMPRIMIR-PRESTAMO THRU F-2900-IMPRIMIR-PRESTAMO.
001717
001718 F-2910-IMPRIMIR-CUOTA. EXIT.
001719
001720**************************************
001721* BUSCA UN EMBARGO JUDICIAL VIGENTE  *
001722* SOBRE LA CUENTA DE WS-REG-CLIENTE  *
001723* (COMO 2960- DE PGMAPJ1M)           *
001724**************************************
001725
001726 2960-BUSCAR-EMBARGO.
001727
001728     SET WS-EMB-SIN-EMBARGO TO TRUE
001729
001730     IF WS-EMB-NO-DISPONIBLE
001731        GO TO F-2960-BUSCAR-EMBARGO
001732     END-IF
001733
001734     MOVE WS-CLI-NRO    TO REG-EMB-NRO
001735     MOVE WS-CLI-TIPO   TO REG-EMB-TIPO
001736     MOVE WS-CLI-CUENTA TO REG-EMB-CUENTA
001737
001738     READ FILE-EMB INTO WS-REG-EMBARGO
001739        KEY IS REG-EMB-CLAVE
001740
001741     EVALUATE WS-FILEMB-CODE
001742
001743        WHEN '00'
001744           IF WS-EMB-EST-ACTIVO
001745              AND WS-EMB-FEC-INICIO IS NOT GREATER THAN
001746                                       WS-FEC-PROCESO-N
001747              AND (WS-EMB-FEC-LEVANT IS EQUAL ZEROS
001748                   OR WS-EMB-FEC-LEVANT IS GREATER THAN
001749                                           WS-FEC-PROCESO-N)
001750              SET WS-EMB-VIGENTE TO TRUE
001751           END-IF
001752
001753        WHEN '23'
001754           CONTINUE
001755
001756        WHEN OTHER
001757           DISPLAY '* ERROR EN READ EMBARG = ' WS-FILEMB-CODE
001758           MOVE 9999 TO RETURN-CODE
001759           SET WS-FIN-LECTURA TO TRUE
001760
001761     END-EVALUATE.
001762
001763 F-2960-BUSCAR-EMBARGO. EXIT.
001764
001765**************************************
001766*   CIERRE DE ARCHIVOS Y TOTALES     *
001767**************************************
001768
001769 9999-FINAL.
001770
001771*    TRAILER DEL LOTE CONTABLE; EL LOTE DEBE NETEAR A CERO
001772
001773     MOVE SPACES               TO WS-REG-CONTAB
001774     MOVE 'TRL'                TO WS-CTB-TRL-MARCA
001775     MOVE WS-CTB-CANT-ASIENTOS TO WS-CTB-TRL-CANT
001776     MOVE WS-CTB-TOT-DEBE      TO WS-CTB-TRL-TOT-DEBE
001777     MOVE WS-CTB-TOT-HABER     TO WS-CTB-TRL-TOT-HABER
001778
001779     WRITE REG-CTB FROM WS-REG-CONTAB-TRL
001780     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001781        DISPLAY '* ERROR EN GRABAR CTBPRE = ' WS-FILCTB-CODE
001782        MOVE 9999 TO RETURN-CODE
001783     END-IF.
001784
001785     IF WS-CTB-TOT-DEBE IS NOT EQUAL WS-CTB-TOT-HABER
001786        DISPLAY '* LOTE CONTABLE DE PRESTAMOS DESBALANCEADO *'
001787        DISPLAY '* TOTAL DEBE  = ' WS-CTB-TOT-DEBE
001788        DISPLAY '* TOTAL HABER = ' WS-CTB-TOT-HABER
001789        MOVE 9999 TO RETURN-CODE
001790     END-IF.
001791
001792     CLOSE FILE1.
001793        IF WS-FIL1-CODE IS NOT EQUAL '00'
001794           DISPLAY '* ERROR EN CLOSE FILE1   = '
001795                                      WS-FIL1-CODE
001796           MOVE 9999 TO RETURN-CODE
001797        END-IF.
001798
001799     CLOSE FILE-PRE.
001800        IF WS-FILPRE-CODE IS NOT EQUAL '00'
001801           DISPLAY '* ERROR EN CLOSE PRESTA  = '
001802                                      WS-FILPRE-CODE
001803           MOVE 9999 TO RETURN-CODE
001804        END-IF.
001805
001806     CLOSE FILE-CUO.
001807        IF WS-FILCUO-CODE IS NOT EQUAL '00'
001808           DISPLAY '* ERROR EN CLOSE CUOTAS  = '
001809                                      WS-FILCUO-CODE
001810           MOVE 9999 TO RETURN-CODE
001811        END-IF.
001812
001813     CLOSE FILE-DIA.
001814        IF WS-FILDIA-CODE IS NOT EQUAL '00'
001815           DISPLAY '* ERROR EN CLOSE DIARIO  = '
001816                                      WS-FILDIA-CODE
001817           MOVE 9999 TO RETURN-CODE
001818        END-IF.
001819
001820     CLOSE FILE-CTB.
001821        IF WS-FILCTB-CODE IS NOT EQUAL '00'
001822           DISPLAY '* ERROR EN CLOSE CTBPRE  = '
001823                                      WS-FILCTB-CODE
001824           MOVE 9999 TO RETURN-CODE
001825        END-IF.
001826
001827     IF WS-EMB-DISPONIBLE
001828        CLOSE FILE-EMB
001829        IF WS-FILEMB-CODE IS NOT EQUAL '00'
001830           DISPLAY '* ERROR EN CLOSE EMBARG  = '
001831                                      WS-FILEMB-CODE
001832           MOVE 9999 TO RETURN-CODE
001833        END-IF
001834     END-IF.
001835
001836     CLOSE FILE-LIS.
001837        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001838           DISPLAY '* ERROR EN CLOSE PRECOB  = '
001839                                      WS-FILLIS-CODE
001840           MOVE 9999 TO RETURN-CODE
001841        END-IF.
001842
001843**************************************
001844*   MOSTRAR TOTALES DE CONTROL       *
001845**************************************
001846
001847     DISPLAY WS-LEYEN-LEIDOS          WS-CANT-LEIDOS.
001848     DISPLAY WS-LEYEN-DESEMBOLSOS     WS-CANT-DESEMBOLSOS.
001849     DISPLAY WS-LEYEN-DES-DIFERIDOS   WS-CANT-DES-DIFERIDOS.
001850     DISPLAY WS-LEYEN-CUOTAS-COBRADAS WS-CANT-CUOTAS-COBRADAS.
001851     DISPLAY WS-LEYEN-CUOTAS-MORA     WS-CANT-CUOTAS-MORA.
001852     DISPLAY WS-LEYEN-CANCELADOS      WS-CANT-CANCELADOS.
001853     DISPLAY WS-LEYEN-EN-MORA         WS-CANT-EN-MORA.
001854     DISPLAY WS-LEYEN-DIARIO          WS-CANT-DIARIO.
001855     DISPLAY WS-LEYEN-CTB             WS-CTB-CANT-ASIENTOS.
001856     DISPLAY WS-LEYEN-TOT-DESEMB      WS-TOT-DESEMBOLSADO.
001857     DISPLAY WS-LEYEN-TOT-CAPITAL     WS-TOT-CAPITAL.
001858     DISPLAY WS-LEYEN-TOT-INTERES     WS-TOT-INTERES.
001859     DISPLAY WS-LEYEN-TOT-PUNIT       WS-TOT-PUNITORIO.
001860
001861 F-9999-FINAL.
001862     EXIT.
