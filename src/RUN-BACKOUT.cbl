000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5F.
000115**********************************************************
000120*                                                        *
000125*    RUN BACKOUT code                                    *
000130*    REVERSION COMPLETA DE UNA FECHA DE PROCESO (DDPARM, *
000135*    OBLIGATORIA) QUE SE CORRIO CON DATOS EQUIVOCADOS,   *
000140*    PARA PODER CORRERLA DE NUEVO DESDE EL PASO 03:      *
000145*    REPONE EN DDCLIEN LAS IMAGENES PREVIAS QUE GRABO    *
000150*    PGMAPJ1A (DDIMGANT), PRUEBA QUE EL MAESTRO VUELVA AL*
000155*    SALDO DE APERTURA DE LA CORRIDA, QUITA DEL DIARIO   *
000160*    LOS ASIENTOS DE PGMAPJ1D DE LA FECHA (DDDIANEW),    *
000165*    ARMA EL LOTE CONTABLE INVERSO DE DDCONTAB (DDCTBREV),*
000170*    MARCA REVERTIDA LA FECHA EN DDHISTO (DDHISNEW),     *
000175*    DEJA EN R LOS PASOS 03 A 08 Y 41 A 60 DE DDRUNCTL Y *
000180*    VACIA EL CHECKPOINT DE PGMAPJ1D (DDCKPT).           *
000185*    NO REVIERTE SI LA FECHA NO CORRIO, YA FUE REVERTIDA *
000190*    O HAY CORRIDAS POSTERIORES; CUENTAS MOVIDAS DESPUES *
000191*    DE LA CORRIDA (PGMAPJ1K, PGMAPJ1S, PGMAPJ2B, PGMAPJ1M)*
000192*    SE LISTAN Y SOLO SE PISAN CON DDFORCE. TODOS ESTOS  *
000193*    CASOS TERMINAN CON RETURN-CODE 8 SIN TOCAR NADA,    *
000193*    IGUAL QUE SI EL MAESTRO, REPUESTAS LAS IMAGENES, NO *
000193*    VOLVERIA AL SALDO DE APERTURA DE LA CORRIDA (SE     *
000193*    PRUEBA ANTES DE GRABAR)                             *
000194**********************************************************
000195*      MANTENIMIENTO DE PROGRAMA                         *
000196**********************************************************
000197*    FECHA *    DETALLE        * COD *
000198**************************************
000199* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000199* 15/10/26 * TRANSF INTERBANCAR * LGS *
000199* 15/10/26 * CORTE SI NO ATA   * LGS *
000199* 15/10/26 * PRUEBA ANTES REPON* LGS *
000200**************************************
000201
000202 ENVIRONMENT DIVISION.
000203 CONFIGURATION SECTION.
000204 SPECIAL-NAMES.
000205     DECIMAL-POINT IS COMMA.
000206
000207 INPUT-OUTPUT SECTION.
000208 FILE-CONTROL.
000209
000210     SELECT FILE1   ASSIGN DDCLIEN
000211     ORGANIZATION IS INDEXED
000212     ACCESS IS DYNAMIC
000213     RECORD KEY IS REG-FILE1-CLAVE
000214     FILE STATUS IS WS-FIL1-CODE.
000215
000216*    IMAGENES PREVIAS GRABADAS POR PGMAPJ1A (LAYOUT-ImgPrevia)
000217     SELECT FILE-IMG ASSIGN DDIMGANT
000218     ORGANIZATION IS INDEXED
000219     ACCESS IS DYNAMIC
000220     RECORD KEY IS REG-IMG-CLAVE
000221     FILE STATUS IS WS-FILIMG-CODE.
000222
000223*    HISTORIA DE CORRIDAS Y SU COPIA CON LA FECHA MARCADA
000224*    REVERTIDA; OPERACIONES RENOMBRA DDHISNEW COMO DDHISTO
000225     SELECT FILE-HIS  ASSIGN DDHISTO
000226     ACCESS IS SEQUENTIAL
000227     FILE STATUS IS WS-FILHIS-CODE.
000228
000229     SELECT FILE-HISN ASSIGN DDHISNEW
000230     ACCESS IS SEQUENTIAL
000231     FILE STATUS IS WS-FILHISN-CODE.
000232
000233*    DIARIO PERMANENTE Y SU COPIA SIN LOS ASIENTOS DE PGMAPJ1D
000234*    DE LA FECHA; OPERACIONES RENOMBRA DDDIANEW COMO DDDIARIO
000235*    (COMO EN PGMAPJ1H)
000236     SELECT FILE-DIA  ASSIGN DDDIARIO
000237     ACCESS IS SEQUENTIAL
000238     FILE STATUS IS WS-FILDIA-CODE.
000239
000240     SELECT FILE-DIAN ASSIGN DDDIANEW
000241     ACCESS IS SEQUENTIAL
000242     FILE STATUS IS WS-FILDIAN-CODE.
000243
000244*    INTERFAZ CONTABLE DE LA FECHA Y SU LOTE INVERSO
000245     SELECT FILE-CTB  ASSIGN DDCONTAB
000246     ACCESS IS SEQUENTIAL
000247     FILE STATUS IS WS-FILCTB-CODE.
000248
000249     SELECT FILE-CTBR ASSIGN DDCTBREV
000250     ACCESS IS SEQUENTIAL
000251     FILE STATUS IS WS-FILCTBR-CODE.
000252
000253     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000254     ORGANIZATION IS INDEXED
000255     ACCESS IS DYNAMIC
000256     RECORD KEY IS REG-RUN-CLAVE
000257     FILE STATUS IS WS-FILRUN-CODE.
000258
000259*    CHECKPOINT DE PGMAPJ1D (SE VACIA PARA QUE LA NUEVA
000260*    CORRIDA EMPIECE DESDE EL PRINCIPIO)
000261     SELECT FILE-CKPT ASSIGN DDCKPT
000262     ACCESS IS SEQUENTIAL
000263     FILE STATUS IS WS-FILCKPT-CODE.
000264
000265     SELECT FILE-LIS  ASSIGN DDBKOLIS
000266     ACCESS IS SEQUENTIAL
000267     FILE STATUS IS WS-FILLIS-CODE.
000268
000269     SELECT FILE-PARM ASSIGN DDPARM
000270     ACCESS IS SEQUENTIAL
000271     FILE STATUS IS WS-FILPARM-CODE.
000272
000273     SELECT FILE-FRC ASSIGN DDFORCE
000274     ACCESS IS SEQUENTIAL
000275     FILE STATUS IS WS-FILFRC-CODE.
000276
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
000404 FD FILE-IMG
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-IMG.
000409     03  REG-IMG-CLAVE.
000410         05  REG-IMG-FECHA       PIC 9(08).
000411         05  REG-IMG-CUENTA      PIC X(15).
000412     03  FILLER                  PIC X(277).
000413
000414 FD FILE-HIS
000415      BLOCK CONTAINS 0 RECORDS
000416      RECORDING MODE IS F.
000417
000418 01 REG-HIS          PIC X(120).
000419
000420 FD FILE-HISN
000421      BLOCK CONTAINS 0 RECORDS
000422      RECORDING MODE IS F.
000423
000424 01 REG-HISN         PIC X(120).
000425
000426 FD FILE-DIA
000427      BLOCK CONTAINS 0 RECORDS
000428      RECORDING MODE IS F.
000429
000430 01 REG-DIA          PIC X(130).
000431
000432 FD FILE-DIAN
000433      BLOCK CONTAINS 0 RECORDS
000434      RECORDING MODE IS F.
000435
000436 01 REG-DIAN         PIC X(130).
000437
000438 FD FILE-CTB
000439      BLOCK CONTAINS 0 RECORDS
000440      RECORDING MODE IS F.
000441
000442 01 REG-CTB          PIC X(80).
000443
000444 FD FILE-CTBR
000445      BLOCK CONTAINS 0 RECORDS
000446      RECORDING MODE IS F.
000447
000448 01 REG-CTBR         PIC X(80).
000449
000450 FD FILE-RUN
000451      BLOCK CONTAINS 0 RECORDS
000452      RECORDING MODE IS F.
000453
000454 01 REG-RUN.
000455     03  REG-RUN-CLAVE.
000456         05  REG-RUN-FECHA   PIC 9(08).
000457         05  REG-RUN-PASO    PIC 9(02).
000458     03  FILLER              PIC X(70).
000459
000460 FD FILE-CKPT
000461      BLOCK CONTAINS 0 RECORDS
000462      RECORDING MODE IS F.
000463
000464 01 REG-FILE-CKPT    PIC X(719).
000465
000466 FD FILE-LIS
000467      BLOCK CONTAINS 0 RECORDS
000468      RECORDING MODE IS F.
000469
000470 01 REG-LIS          PIC X(132).
000471
000472 FD FILE-PARM
000473      BLOCK CONTAINS 0 RECORDS
000474      RECORDING MODE IS F.
000475
000476 01 REG-FILE-PARM    PIC X(08).
000477
000478 FD FILE-FRC
000479      BLOCK CONTAINS 0 RECORDS
000480      RECORDING MODE IS F.
000481
000482 01 REG-FILE-FRC     PIC X(01).
000483
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILIMG-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILHIS-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILHISN-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILDIAN-CODE         PIC X(02)   VALUE SPACES.
000508 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILCTBR-CODE         PIC X(02)   VALUE SPACES.
000510 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000511 77  WS-FILCKPT-CODE         PIC X(02)   VALUE SPACES.
000512 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000513 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
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
000524*    CORRIDA FORZADA (DDFORCE CON UNA 'F'): SE REPONEN TAMBIEN
000525*    LAS CUENTAS MOVIDAS DESPUES DE LA CORRIDA
000526 01  WS-FORCE-SW             PIC X       VALUE 'N'.
000527     88  WS-RUN-CON-FORCE                VALUE 'Y'.
000528     88  WS-RUN-SIN-FORCE                VALUE 'N'.
000529
000530 01  WS-REG-PARM-FORCE.
000531     03  WS-PARM-FORCE       PIC X(01).
000532
000533********  CORRIDA A REVERTIR SEGUN DDHISTO  *
000534
000535*    SE TOMA EL PRIMER REGISTRO VIGENTE DE LA FECHA (UN
000536*    REPROCESO FORZADO AGREGA OTRO, CON LA APERTURA YA MOVIDA)
000537 77  WS-HIS-HALLADA-SW       PIC X         VALUE 'N'.
000538     88  WS-HIS-HALLADA                    VALUE 'Y'.
000539 77  WS-HIS-CANT-FECHA       PIC 9(03)     VALUE ZEROS.
000540 77  WS-HIS-CANT-REVERT      PIC 9(03)     VALUE ZEROS.
000541 77  WS-HIS-CANT-POSTER      PIC 9(03)     VALUE ZEROS.
000542
000543 01  WS-HIS-CORRIDA.
000544     03  WS-HCR-SALDO-APERT  PIC S9(11)V99 VALUE ZEROS.
000545     03  WS-HCR-SALDO-CIERRE PIC S9(11)V99 VALUE ZEROS.
000546     03  WS-HCR-CANT-ALMACEN PIC 9(05)     VALUE ZEROS.
000547     03  WS-HCR-TOT-ALMACEN  PIC S9(11)V99 VALUE ZEROS.
000548
000549*    ULTIMA CORRIDA VIGENTE ANTERIOR A LA FECHA
000550 77  WS-HAN-FECHA            PIC 9(08)     VALUE ZEROS.
000551 77  WS-HAN-SALDO-CIERRE     PIC S9(11)V99 VALUE ZEROS.
000552
000553********  CONTROL DE DDCONTAB  *
000554
000555 77  WS-CTB-FECHA-HDR        PIC 9(08)     VALUE ZEROS.
000556 77  WS-CTB-ORIGEN-HDR       PIC X(08)     VALUE SPACES.
000557 77  WS-CTB-TRL-HALLADO-SW   PIC X         VALUE 'N'.
000558     88  WS-CTB-TRL-HALLADO                VALUE 'Y'.
000559 77  WS-CTB-TRL-CANT-W       PIC 9(07)     VALUE ZEROS.
000560 77  WS-CTB-TRL-DEBE-W       PIC 9(13)V99  VALUE ZEROS.
000561 77  WS-CTB-TRL-HABER-W      PIC 9(13)V99  VALUE ZEROS.
000562 77  WS-CTB-CANT-DETALLE     PIC 9(07)     VALUE ZEROS.
000563 77  WS-CTB-SUM-DEBE         PIC 9(13)V99  VALUE ZEROS.
000564 77  WS-CTB-SUM-HABER        PIC 9(13)V99  VALUE ZEROS.
000565
000566*    TOTALES DEL LOTE INVERSO (DEBE Y HABER DADOS VUELTA)
000567 77  WS-REV-CANT-DETALLE     PIC 9(07)     VALUE ZEROS.
000568 77  WS-REV-SUM-DEBE         PIC 9(13)V99  VALUE ZEROS.
000569 77  WS-REV-SUM-HABER        PIC 9(13)V99  VALUE ZEROS.
000570
000571********  REPOSICION DE CUENTAS  *
000572
000573*    SALDO DE LA CUENTA EN EL MAESTRO AL MOMENTO DE REVERTIR
000574 77  WS-SALDO-ACTUAL         PIC S9(09)V99 VALUE ZEROS.
000575 77  WS-SALDO-PREVIO         PIC S9(09)V99 VALUE ZEROS.
000576 77  WS-SALDO-DIF            PIC S9(09)V99 VALUE ZEROS.
000577
000578*    SITUACION DE LA CUENTA RESPECTO DE SU IMAGEN
000579 77  WS-IMG-SITUACION        PIC X(01)     VALUE SPACE.
000580     88  WS-IMG-SIT-NORMAL                 VALUE 'N'.
000581     88  WS-IMG-SIT-REPUESTA               VALUE 'Y'.
000582     88  WS-IMG-SIT-MOVIDA                 VALUE 'M'.
000583     88  WS-IMG-SIT-INEXISTENTE            VALUE 'X'.
000584
000585*    PASADA SOBRE LAS IMAGENES: V = VALIDAR / R = REPONER
000586 77  WS-PASADA               PIC X(01)     VALUE SPACE.
000587     88  WS-PASADA-VALIDAR                 VALUE 'V'.
000588     88  WS-PASADA-REPONER                 VALUE 'R'.
000589
000590********  PRUEBA DE SALDOS  *
000591
000592*    TOTAL DEL MAESTRO DE LOS TIPOS QUE INTEGRAN DDHISTO (02 A
000593*    04, SIN PRESTAMOS), COMO WS-SALDO-APERTURA EN PGMAPJ1D
000594 77  WS-TOT-MAESTRO          PIC S9(11)V99 VALUE ZEROS.
000595 77  WS-DIF-PRUEBA           PIC S9(11)V99 VALUE ZEROS.
000596 77  WS-DIF-FUERA-STREAM     PIC S9(11)V99 VALUE ZEROS.
000596*    PRUEBA PREVIA: EFECTO DE REPONER LAS IMAGENES (SALDO DE LA
000596*    IMAGEN MENOS SALDO ACTUAL) Y MAESTRO RESULTANTE
000596 77  WS-DIF-REPOSICION       PIC S9(11)V99 VALUE ZEROS.
000596 77  WS-TOT-PROYECTADO       PIC S9(11)V99 VALUE ZEROS.
000597
000598********  DEPURACION DEL DIARIO  *
000599
000600 77  WS-DIA-NETO-QUITADO     PIC S9(11)V99 VALUE ZEROS.
000600
000600*    DEBITOS TRE DE LA FECHA: LAS ORDENES YA PUDIERON SALIR A
000600*    CAMARA EN DDTRFCAM (PGMAPJ6B)
000600 77  WS-CANT-DIA-TRE         PIC 9(07)     VALUE ZEROS.
000600 77  WS-DIA-TRE-QUITADO      PIC S9(11)V99 VALUE ZEROS.
000601
000602********  CONTROL DE CORRIDAS  *
000603
000604*    PASOS QUE SE VUELVEN A CORRER: 03 A 08 DEL STREAM Y 41 A
000605*    60 DE LAS PARTICIONES. LOS PASOS 01 Y 02 NO SE TOCAN
000606*    (PGMAPJ1G YA AVANZO DDORDPER Y SUS SALIDAS SE REUSAN)
000607 77  WS-PASO-DESDE           PIC 9(02)     VALUE 03.
000608 77  WS-PASO-HASTA           PIC 9(02)     VALUE 08.
000609 77  WS-PAR-DESDE            PIC 9(02)     VALUE 41.
000610 77  WS-PAR-HASTA            PIC 9(02)     VALUE 60.
000611 77  WS-PASO-IDX             PIC 9(02)     VALUE ZEROS.
000612
000613 01  WS-HORA-RUN.
000614     03  WS-HORA-RUN-HH      PIC 99      VALUE ZEROS.
000615     03  WS-HORA-RUN-MM      PIC 99      VALUE ZEROS.
000616     03  WS-HORA-RUN-SS      PIC 99      VALUE ZEROS.
000617     03  WS-HORA-RUN-CS      PIC 99      VALUE ZEROS.
000618
000619********  CONTADORES DE CONTROL  *
000620
000621 77  WS-LEIDOS-HISTO         PIC 9(07)   VALUE ZEROS.
000622 77  WS-LEIDOS-CONTAB        PIC 9(07)   VALUE ZEROS.
000623 77  WS-LEIDOS-DIARIO        PIC 9(07)   VALUE ZEROS.
000624 77  WS-LEIDOS-FILE1         PIC 9(07)   VALUE ZEROS.
000625 77  WS-CANT-IMAGENES        PIC 9(07)   VALUE ZEROS.
000626 77  WS-CANT-REPUESTAS       PIC 9(07)   VALUE ZEROS.
000627 77  WS-CANT-YA-REPUESTAS    PIC 9(07)   VALUE ZEROS.
000628 77  WS-CANT-MOVIDAS         PIC 9(07)   VALUE ZEROS.
000629 77  WS-CANT-INEXISTENTES    PIC 9(07)   VALUE ZEROS.
000630 77  WS-CANT-DIA-QUITADOS    PIC 9(07)   VALUE ZEROS.
000631 77  WS-CANT-DIA-GRABADOS    PIC 9(07)   VALUE ZEROS.
000632 77  WS-CANT-HIS-MARCADOS    PIC 9(05)   VALUE ZEROS.
000633 77  WS-CANT-PASOS-REVERT    PIC 9(05)   VALUE ZEROS.
000634
000635********     FECHA DE PROCESO  ***************
000636
000637*    FECHA A REVERTIR (DDPARM) Y FECHA EN QUE SE REVIERTE
000638 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000639 01  WS-FECHA-HOY            PIC 9(08)   VALUE ZEROS.
000640
000641 01  WS-FECHA.
000642     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000643     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000644     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000645
000646 01  WS-REG-PARM.
000647     03  WS-PARM-FECHA       PIC 9(08).
000648
000649********  LINEAS DEL LISTADO  *************
000650
000651 01  WS-LIN-CABECERA.
000652     03  FILLER              PIC X(01) VALUE SPACE.
000653     03  FILLER              PIC X(44) VALUE
000654             'REVERSION DE FECHA DE PROCESO - PGMAPJ5F'.
000655     03  FILLER              PIC X(18) VALUE
000656             'FECHA REVERTIDA: '.
000657     03  WS-CAB-FECHA        PIC 9(08).
000658     03  FILLER              PIC X(15) VALUE
000659             '  REVERTIDA EL '.
000660     03  WS-CAB-FEC-HOY      PIC 9(08).
000661     03  WS-CAB-FORZADA      PIC X(10).
000662     03  FILLER              PIC X(28) VALUE SPACES.
000663
000664 01  WS-LIN-TITULO.
000665     03  FILLER              PIC X(01) VALUE SPACE.
000666     03  WS-TIT-TEXTO        PIC X(131).
000667
000668 01  WS-LIN-CUENTA.
000669     03  FILLER              PIC X(01) VALUE SPACE.
000670     03  WS-LCU-NRO          PIC 9(05).
000671     03  FILLER              PIC X(01) VALUE SPACE.
000672     03  WS-LCU-TIPO         PIC 9(02).
000673     03  FILLER              PIC X(01) VALUE SPACE.
000674     03  WS-LCU-CUENTA       PIC 9(08).
000675     03  FILLER              PIC X(01) VALUE SPACE.
000676     03  WS-LCU-MONEDA       PIC X(03).
000677     03  FILLER              PIC X(10) VALUE ' CORRIDA: '.
000678     03  WS-LCU-SALDO-CORR   PIC ----.---.--9,99.
000679     03  FILLER              PIC X(09) VALUE ' ACTUAL: '.
000680     03  WS-LCU-SALDO-ACT    PIC ----.---.--9,99.
000681     03  FILLER              PIC X(08) VALUE ' PREVIO:'.
000682     03  WS-LCU-SALDO-PREV   PIC ----.---.--9,99.
000683     03  FILLER              PIC X(01) VALUE SPACE.
000684     03  WS-LCU-MARCA        PIC X(26).
000685     03  FILLER              PIC X(11) VALUE SPACES.
000686
000687 01  WS-LIN-TOTAL.
000688     03  FILLER              PIC X(01) VALUE SPACE.
000689     03  WS-TOT-LEYENDA      PIC X(60).
000690     03  WS-TOT-CANT         PIC ZZZ.ZZ9.
000691     03  FILLER              PIC X(02) VALUE SPACES.
000692     03  WS-TOT-IMPORTE      PIC ----.---.---.--9,99.
000693     03  FILLER              PIC X(02) VALUE SPACES.
000694     03  WS-TOT-MARCA        PIC X(20).
000695     03  FILLER              PIC X(21) VALUE SPACES.
000696
000697 01  WS-LIN-PASO.
000698     03  FILLER              PIC X(01) VALUE SPACE.
000699     03  FILLER              PIC X(06) VALUE 'PASO: '.
000700     03  WS-LPA-PASO         PIC 9(02).
000701     03  FILLER              PIC X(11) VALUE ' PROGRAMA: '.
000702     03  WS-LPA-PROGRAMA     PIC X(08).
000703     03  FILLER              PIC X(18) VALUE
000704             ' ESTADO ANTERIOR: '.
000705     03  WS-LPA-ESTADO       PIC X(01).
000706     03  FILLER              PIC X(85) VALUE
000707             ' -> R (RECORRER)'.
000708
000709 01  WS-LEYEN-HISTO          PIC X(35)
000710         VALUE '* REGISTROS DDHISTO LEIDOS  = '.
000711 01  WS-LEYEN-CONTAB         PIC X(35)
000712         VALUE '* REGISTROS DDCONTAB LEIDOS = '.
000713 01  WS-LEYEN-IMAGENES       PIC X(35)
000714         VALUE '* IMAGENES PREVIAS LEIDAS   = '.
000715 01  WS-LEYEN-REPUESTAS      PIC X(35)
000716         VALUE '* CUENTAS REPUESTAS         = '.
000717 01  WS-LEYEN-YA-REPUESTAS   PIC X(35)
000718         VALUE '* CUENTAS YA REPUESTAS      = '.
000719 01  WS-LEYEN-MOVIDAS        PIC X(35)
000720         VALUE '* CUENTAS MOVIDAS DESPUES   = '.
000721 01  WS-LEYEN-INEXISTENTES   PIC X(35)
000722         VALUE '* CUENTAS INEXISTENTES      = '.
000723 01  WS-LEYEN-DIARIO         PIC X(35)
000724         VALUE '* REGISTROS DDDIARIO LEIDOS = '.
000725 01  WS-LEYEN-DIA-QUITADOS   PIC X(35)
000726         VALUE '* ASIENTOS QUITADOS DIARIO  = '.
000727 01  WS-LEYEN-DIA-GRABADOS   PIC X(35)
000728         VALUE '* ASIENTOS COPIADOS DIANEW  = '.
000729 01  WS-LEYEN-CTB-REVERSA    PIC X(35)
000730         VALUE '* ASIENTOS CONTABLES INVERSOS = '.
000731 01  WS-LEYEN-HIS-MARCADOS   PIC X(35)
000732         VALUE '* CORRIDAS MARCADAS REVERTIDAS= '.
000733 01  WS-LEYEN-PASOS          PIC X(35)
000734         VALUE '* PASOS DDRUNCTL A RECORRER = '.
000735
000736     COPY "LAYOUT-Clients.cpy".
000737     COPY "LAYOUT-ImgPrevia.cpy".
000738     COPY "LAYOUT-Historia.cpy".
000739     COPY "LAYOUT-Diario.cpy".
000740     COPY "LAYOUT-Contab.cpy".
000741     COPY "LAYOUT-RunCtl.cpy".
000742
000743 PROCEDURE DIVISION.
000744
000745 MAIN-PROGRAM.
000746
000747     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000748
000749     IF WS-NO-FIN-LECTURA
000750        PERFORM 2000-REPONER-CUENTAS THRU F-2000-REPONER-CUENTAS
000751     END-IF.
000752
000753     IF WS-NO-FIN-LECTURA
000754        PERFORM 3000-PROBAR-SALDOS THRU F-3000-PROBAR-SALDOS
000755     END-IF.
000756
000757     IF WS-NO-FIN-LECTURA
000758        PERFORM 4000-DEPURAR-DIARIO THRU F-4000-DEPURAR-DIARIO
000759     END-IF.
000760
000761     IF WS-NO-FIN-LECTURA
000762        PERFORM 5000-REVERTIR-CONTAB THRU F-5000-REVERTIR-CONTAB
000763     END-IF.
000764
000765     IF WS-NO-FIN-LECTURA
000766        PERFORM 6000-MARCAR-HISTORIA THRU F-6000-MARCAR-HISTORIA
000767     END-IF.
000768
000769     IF WS-NO-FIN-LECTURA
000770        PERFORM 7000-RECORRER-PASOS THRU F-7000-RECORRER-PASOS
000771     END-IF.
000772
000773     IF WS-NO-FIN-LECTURA
000774        PERFORM 7500-VACIAR-CHECKPOINT
000775                    THRU F-7500-VACIAR-CHECKPOINT
000776     END-IF.
000777
000778     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000779
000780 F-MAIN-PROGRAM. GOBACK.
000781
000782**************************************
000783* INICIALIZACION Y VALIDACIONES: NADA*
000784* SE TOCA HASTA QUE LA HISTORIA, EL  *
000785* DDCONTAB Y LAS IMAGENES PREVIAS    *
000786* ESTAN CONFORMES                    *
000787**************************************
000788
000789 1000-INICIO.
000790
000791     SET WS-NO-FIN-LECTURA TO TRUE.
000792
000793     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000794
000795     IF WS-FIN-LECTURA
000796        GO TO F-1000-INICIO
000797     END-IF
000798
000799     PERFORM 1850-LEER-PARM-FORCE THRU F-1850-LEER-PARM-FORCE.
000800
000801     ACCEPT WS-FECHA FROM DATE
000802     COMPUTE WS-FECHA-HOY = 20000000
000803                          + WS-FECHA-AA * 10000
000804                          + WS-FECHA-MM * 100
000805                          + WS-FECHA-DD.
000806
000807     OPEN I-O    FILE1.
000808     IF WS-FIL1-CODE IS NOT EQUAL '00'
000809        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000810        MOVE 9999 TO RETURN-CODE
000811        SET  WS-FIN-LECTURA TO TRUE
000812     END-IF.
000813
000814     OPEN INPUT  FILE-IMG.
000815     IF WS-FILIMG-CODE IS NOT EQUAL '00'
000816        DISPLAY '* ERROR EN OPEN IMGANT  = ' WS-FILIMG-CODE
000817        MOVE 9999 TO RETURN-CODE
000818        SET  WS-FIN-LECTURA TO TRUE
000819     END-IF.
000820
000821     OPEN OUTPUT FILE-LIS.
000822     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000823        DISPLAY '* ERROR EN OPEN BKOLIS  = ' WS-FILLIS-CODE
000824        MOVE 9999 TO RETURN-CODE
000825        SET  WS-FIN-LECTURA TO TRUE
000826     END-IF.
000827
000828     IF WS-FIN-LECTURA
000829        GO TO F-1000-INICIO
000830     END-IF
000831
000832     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000833     MOVE WS-FECHA-HOY     TO WS-CAB-FEC-HOY
000834     IF WS-RUN-CON-FORCE
000835        MOVE ' FORZADA'    TO WS-CAB-FORZADA
000836     ELSE
000837        MOVE SPACES        TO WS-CAB-FORZADA
000838     END-IF
000839     WRITE REG-LIS FROM WS-LIN-CABECERA
000840
000841     PERFORM 1100-BUSCAR-CORRIDA THRU F-1100-BUSCAR-CORRIDA
000842
000843     IF WS-NO-FIN-LECTURA
000844        PERFORM 1200-VALIDAR-CONTAB THRU F-1200-VALIDAR-CONTAB
000845     END-IF
000846
000847     IF WS-NO-FIN-LECTURA
000848        PERFORM 1300-VALIDAR-IMAGENES
000849                    THRU F-1300-VALIDAR-IMAGENES
000850     END-IF.
000851
000852 F-1000-INICIO.   EXIT.
000853
000854**************************************
000855*  FECHA A REVERTIR: DDPARM ES       *
000856*  OBLIGATORIO (NO SE TOMA LA FECHA  *
000857*  DEL SISTEMA)                      *
000858**************************************
000859
000860 1050-LEER-PARM-FECHA.
000861
000862     OPEN INPUT FILE-PARM.
000863
000864     IF WS-FILPARM-CODE IS EQUAL '00'
000865
000866        READ FILE-PARM INTO WS-REG-PARM
000867
000868        IF WS-FILPARM-CODE IS EQUAL '00'
000869           AND WS-PARM-FECHA IS NUMERIC
000870           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000871           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000872           DISPLAY '* FECHA A REVERTIR POR PARAMETRO = '
000873                                      WS-PARM-FECHA
000874        END-IF
000875
000876        CLOSE FILE-PARM
000877
000878     END-IF.
000879
000880     IF WS-FECHA-PROCESO IS EQUAL ZEROS
000881        DISPLAY '* SIN FECHA A REVERTIR EN DDPARM         *'
000882        MOVE 9999 TO RETURN-CODE
000883        SET WS-FIN-LECTURA TO TRUE
000884     END-IF.
000885
000886 F-1050-LEER-PARM-FECHA. EXIT.
000887
000888**************************************
000889*  CORRIDA DE LA FECHA EN DDHISTO: DEBE*
000890*  EXISTIR VIGENTE Y SER LA ULTIMA (SE*
000891*  REVIERTE DE LA MAS NUEVA HACIA ATRAS)*
000892**************************************
000893
000894 1100-BUSCAR-CORRIDA.
000895
000896     OPEN INPUT FILE-HIS.
000897     IF WS-FILHIS-CODE IS NOT EQUAL '00'
000898        DISPLAY '* ERROR EN OPEN HISTO   = ' WS-FILHIS-CODE
000899        MOVE 9999 TO RETURN-CODE
000900        SET  WS-FIN-LECTURA TO TRUE
000901        GO TO F-1100-BUSCAR-CORRIDA
000902     END-IF
000903
000904     SET WS-NO-FIN-FILE TO TRUE
000905
000906     PERFORM 1110-LEER-UNA-CORRIDA THRU F-1110-LEER-UNA-CORRIDA
000907               UNTIL WS-FIN-FILE
000908
000909     CLOSE FILE-HIS
000910
000911     IF WS-FIN-LECTURA
000912        GO TO F-1100-BUSCAR-CORRIDA
000913     END-IF
000914
000915     IF NOT WS-HIS-HALLADA
000916        IF WS-HIS-CANT-REVERT IS GREATER THAN ZEROS
000917           DISPLAY '* LA FECHA YA FUE REVERTIDA              *'
000918        ELSE
000919           DISPLAY '* LA FECHA NO TIENE CORRIDA EN DDHISTO; '
000920                   'SI CORTO A MITAD, REANUDAR PGMAPJ1D DESDE '
000921                   'SU CHECKPOINT'
000922        END-IF
000923        MOVE 8 TO RETURN-CODE
000924        SET WS-FIN-LECTURA TO TRUE
000925        GO TO F-1100-BUSCAR-CORRIDA
000926     END-IF
000927
000928     IF WS-HIS-CANT-FECHA IS GREATER THAN 1
000929        DISPLAY '* LA FECHA TIENE ' WS-HIS-CANT-FECHA
000930                ' CORRIDAS (REPROCESO FORZADO); SE TOMA LA '
000931                'APERTURA DE LA PRIMERA'
000932     END-IF
000933
000934     IF WS-HIS-CANT-POSTER IS GREATER THAN ZEROS
000935        DISPLAY '* HAY CORRIDAS POSTERIORES A LA FECHA; '
000936                'REVERTIR PRIMERO LA MAS NUEVA'
000937        MOVE 8 TO RETURN-CODE
000938        SET WS-FIN-LECTURA TO TRUE
000939     END-IF.
000940
000941 F-1100-BUSCAR-CORRIDA. EXIT.
000942
000943 1110-LEER-UNA-CORRIDA.
000944
000945     READ FILE-HIS INTO WS-REG-HISTORIA
000946
000947     EVALUATE WS-FILHIS-CODE
000948
000949        WHEN '00'
000950           ADD 1 TO WS-LEIDOS-HISTO
000951
000952        WHEN '10'
000953           SET WS-FIN-FILE TO TRUE
000954           GO TO F-1110-LEER-UNA-CORRIDA
000955
000956        WHEN OTHER
000957           DISPLAY '* ERROR EN LECTURA HISTO = ' WS-FILHIS-CODE
000958           MOVE 9999 TO RETURN-CODE
000959           SET WS-FIN-LECTURA TO TRUE
000960           SET WS-FIN-FILE    TO TRUE
000961           GO TO F-1110-LEER-UNA-CORRIDA
000962
000963     END-EVALUATE
000964
000965     IF WS-HIS-EST-REVERTIDA
000966        IF WS-HIS-FECHA IS EQUAL WS-FECHA-PROCESO
000967           ADD 1 TO WS-HIS-CANT-REVERT
000968        END-IF
000969        GO TO F-1110-LEER-UNA-CORRIDA
000970     END-IF
000971
000972     EVALUATE TRUE
000973
000974        WHEN WS-HIS-FECHA IS LESS THAN WS-FECHA-PROCESO
000975           MOVE WS-HIS-FECHA        TO WS-HAN-FECHA
000976           MOVE WS-HIS-SALDO-CIERRE TO WS-HAN-SALDO-CIERRE
000977
000978        WHEN WS-HIS-FECHA IS EQUAL WS-FECHA-PROCESO
000979           ADD 1 TO WS-HIS-CANT-FECHA
000980           IF NOT WS-HIS-HALLADA
000981              SET WS-HIS-HALLADA TO TRUE
000982              MOVE WS-HIS-SALDO-APERT  TO WS-HCR-SALDO-APERT
000983              MOVE WS-HIS-SALDO-CIERRE TO WS-HCR-SALDO-CIERRE
000984              MOVE WS-HIS-CANT-ALMACEN TO WS-HCR-CANT-ALMACEN
000985              MOVE WS-HIS-TOT-ALMACEN  TO WS-HCR-TOT-ALMACEN
000986           END-IF
000987
000988        WHEN OTHER
000989           ADD 1 TO WS-HIS-CANT-POSTER
000990
000991     END-EVALUATE.
000992
000993 F-1110-LEER-UNA-CORRIDA. EXIT.
000994
000995**************************************
000996*  DDCONTAB DEBE SER EL DE LA FECHA  *
000997*  (HEADER DE PGMAPJ1D) Y ATAR CONTRA*
000998*  SU TRAILER, YA QUE SE LO REVIERTE *
000999**************************************
001000
001001 1200-VALIDAR-CONTAB.
001002
001003     OPEN INPUT  FILE-CTB.
001004     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001005        DISPLAY '* ERROR EN OPEN CONTAB  = ' WS-FILCTB-CODE
001006        MOVE 9999 TO RETURN-CODE
001007        SET  WS-FIN-LECTURA TO TRUE
001008        GO TO F-1200-VALIDAR-CONTAB
001009     END-IF
001010
001011     SET WS-NO-FIN-FILE TO TRUE
001012
001013     PERFORM 1210-LEER-UN-ASIENTO THRU F-1210-LEER-UN-ASIENTO
001014               UNTIL WS-FIN-FILE
001015
001016     CLOSE FILE-CTB
001017
001018     IF WS-FIN-LECTURA
001019        GO TO F-1200-VALIDAR-CONTAB
001020     END-IF
001021
001022     IF WS-CTB-FECHA-HDR IS NOT EQUAL WS-FECHA-PROCESO
001023        OR WS-CTB-ORIGEN-HDR IS NOT EQUAL 'PGMAPJ1D'
001024        DISPLAY '* DDCONTAB NO ES EL DE LA FECHA = '
001025                WS-CTB-ORIGEN-HDR ' ' WS-CTB-FECHA-HDR
001026        MOVE 9999 TO RETURN-CODE
001027        SET WS-FIN-LECTURA TO TRUE
001028        GO TO F-1200-VALIDAR-CONTAB
001029     END-IF
001030
001031     IF NOT WS-CTB-TRL-HALLADO
001032        DISPLAY '* DDCONTAB SIN TRAILER, ARCHIVO INCOMPLETO *'
001033        MOVE 9999 TO RETURN-CODE
001034        SET WS-FIN-LECTURA TO TRUE
001035        GO TO F-1200-VALIDAR-CONTAB
001036     END-IF
001037
001038     IF WS-CTB-CANT-DETALLE IS NOT EQUAL WS-CTB-TRL-CANT-W
001039        OR WS-CTB-SUM-DEBE  IS NOT EQUAL WS-CTB-TRL-DEBE-W
001040        OR WS-CTB-SUM-HABER IS NOT EQUAL WS-CTB-TRL-HABER-W
001041        DISPLAY '* DDCONTAB NO ATA CONTRA SU TRAILER      *'
001042        MOVE 9999 TO RETURN-CODE
001043        SET WS-FIN-LECTURA TO TRUE
001044     END-IF.
001045
001046 F-1200-VALIDAR-CONTAB. EXIT.
001047
001048 1210-LEER-UN-ASIENTO.
001049
001050     READ FILE-CTB INTO WS-REG-CONTAB
001051
001052     EVALUATE WS-FILCTB-CODE
001053
001054        WHEN '00'
001055           ADD 1 TO WS-LEIDOS-CONTAB
001056
001057        WHEN '10'
001058           SET WS-FIN-FILE TO TRUE
001059           GO TO F-1210-LEER-UN-ASIENTO
001060
001061        WHEN OTHER
001062           DISPLAY '* ERROR EN LECTURA CONTAB = ' WS-FILCTB-CODE
001063           MOVE 9999 TO RETURN-CODE
001064           SET WS-FIN-LECTURA TO TRUE
001065           SET WS-FIN-FILE    TO TRUE
001066           GO TO F-1210-LEER-UN-ASIENTO
001067
001068     END-EVALUATE
001069
001070     IF WS-CTB-ES-HEADER
001071        MOVE WS-CTB-HDR-FECHA  TO WS-CTB-FECHA-HDR
001072        MOVE WS-CTB-HDR-ORIGEN TO WS-CTB-ORIGEN-HDR
001073        GO TO F-1210-LEER-UN-ASIENTO
001074     END-IF
001075
001076     IF WS-CTB-ES-TRAILER
001077        SET WS-CTB-TRL-HALLADO TO TRUE
001078        MOVE WS-CTB-TRL-CANT      TO WS-CTB-TRL-CANT-W
001079        MOVE WS-CTB-TRL-TOT-DEBE  TO WS-CTB-TRL-DEBE-W
001080        MOVE WS-CTB-TRL-TOT-HABER TO WS-CTB-TRL-HABER-W
001081        GO TO F-1210-LEER-UN-ASIENTO
001082     END-IF
001083
001084     ADD 1 TO WS-CTB-CANT-DETALLE
001085
001086     IF WS-CTB-ES-DEBE
001087        ADD WS-CTB-IMPORTE TO WS-CTB-SUM-DEBE
001088     ELSE
001089        ADD WS-CTB-IMPORTE TO WS-CTB-SUM-HABER
001090     END-IF.
001091
001092 F-1210-LEER-UN-ASIENTO. EXIT.
001093
001094**************************************
001095*  PRIMERA PASADA SOBRE LAS IMAGENES:*
001096*  CUENTAS MOVIDAS DESPUES DE LA     *
001097*  CORRIDA (SALDO DEL MAESTRO DISTINTO*
001098*  DEL APLICADO Y DEL PREVIO). SIN   *
001099*  DDFORCE NO SE REVIERTE            *
001100**************************************
001101
001102 1300-VALIDAR-IMAGENES.
001103
001104     MOVE 'CUENTAS MOVIDAS DESPUES DE LA CORRIDA'
001105                                      TO WS-TIT-TEXTO
001106     WRITE REG-LIS FROM WS-LIN-TITULO
001107
001108     SET WS-PASADA-VALIDAR TO TRUE
001109
001110     PERFORM 1900-RECORRER-IMAGENES THRU F-1900-RECORRER-IMAGENES
001111
001112     IF WS-FIN-LECTURA
001113        GO TO F-1300-VALIDAR-IMAGENES
001114     END-IF
001115
001116     IF WS-CANT-IMAGENES IS EQUAL ZEROS
001117        DISPLAY '* SIN IMAGENES PREVIAS PARA LA FECHA '
001118                '(PGMAPJ1A NO APLICO SALDOS)'
001119     END-IF
001120
001121     IF WS-CANT-MOVIDAS IS GREATER THAN ZEROS
001122        OR WS-CANT-INEXISTENTES IS GREATER THAN ZEROS
001123        IF WS-RUN-CON-FORCE
001124           DISPLAY '* HAY CUENTAS MOVIDAS DESPUES DE LA CORRIDA, '
001125                   'SE REPONEN IGUAL POR DDFORCE'
001126        ELSE
001127           DISPLAY '* HAY CUENTAS MOVIDAS DESPUES DE LA CORRIDA, '
001128                   'SOLO SE REVIERTE CON DDFORCE'
001129           MOVE 8 TO RETURN-CODE
001130           SET WS-FIN-LECTURA TO TRUE
001131        END-IF
001132     END-IF
001132
001132     IF WS-NO-FIN-LECTURA
001132        PERFORM 1400-PROBAR-REPOSICION
001132                    THRU F-1400-PROBAR-REPOSICION
001132     END-IF.
001133
001134 F-1300-VALIDAR-IMAGENES. EXIT.
001134
001134**************************************
001134*  PRUEBA PREVIA, ANTES DE GRABAR:   *
001134*  TOTAL ACTUAL DEL MAESTRO MAS EL   *
001134*  EFECTO DE REPONER LAS IMAGENES    *
001134*  DEBE DAR EL SALDO DE APERTURA DE  *
001134*  LA CORRIDA. SI NO ATA NO SE TOCA  *
001134*  NINGUN ARCHIVO (RETURN-CODE 8)    *
001134**************************************
001134
001134 1400-PROBAR-REPOSICION.
001134
001134     MOVE LOW-VALUES TO REG-FILE1-CLAVE
001134
001134     START FILE1 KEY IS NOT LESS THAN REG-FILE1-CLAVE
001134
001134     EVALUATE WS-FIL1-CODE
001134        WHEN '00'
001134           SET WS-NO-FIN-FILE TO TRUE
001134           PERFORM 3010-SUMAR-UNA-CUENTA
001134                       THRU F-3010-SUMAR-UNA-CUENTA
001134                     UNTIL WS-FIN-FILE
001134        WHEN '23'
001134           CONTINUE
001134        WHEN OTHER
001134           DISPLAY '* ERROR EN START FILE1 = ' WS-FIL1-CODE
001134           MOVE 9999 TO RETURN-CODE
001134           SET WS-FIN-LECTURA TO TRUE
001134     END-EVALUATE
001134
001134     IF WS-FIN-LECTURA
001134        GO TO F-1400-PROBAR-REPOSICION
001134     END-IF
001134
001134     COMPUTE WS-TOT-PROYECTADO =
001134                WS-TOT-MAESTRO + WS-DIF-REPOSICION
001134     COMPUTE WS-DIF-PRUEBA =
001134                WS-TOT-PROYECTADO - WS-HCR-SALDO-APERT
001134
001134     MOVE 'PRUEBA PREVIA DE SALDOS (ANTES DE REPONER)'
001134                                      TO WS-TIT-TEXTO
001134     WRITE REG-LIS FROM WS-LIN-TITULO
001134
001134     MOVE 'SALDO DE APERTURA DE LA CORRIDA REVERTIDA (DDHISTO)'
001134                                      TO WS-TOT-LEYENDA
001134     MOVE ZEROS              TO WS-TOT-CANT
001134     MOVE WS-HCR-SALDO-APERT TO WS-TOT-IMPORTE
001134     MOVE SPACES             TO WS-TOT-MARCA
001134     WRITE REG-LIS FROM WS-LIN-TOTAL
001134
001134     MOVE 'SALDO ACTUAL DEL MAESTRO'  TO WS-TOT-LEYENDA
001134     MOVE WS-LEIDOS-FILE1    TO WS-TOT-CANT
001134     MOVE WS-TOT-MAESTRO     TO WS-TOT-IMPORTE
001134     WRITE REG-LIS FROM WS-LIN-TOTAL
001134
001134     MOVE 'EFECTO DE REPONER LAS IMAGENES (DDIMGANT)'
001134                                      TO WS-TOT-LEYENDA
001134     MOVE ZEROS              TO WS-TOT-CANT
001134     MOVE WS-DIF-REPOSICION  TO WS-TOT-IMPORTE
001134     WRITE REG-LIS FROM WS-LIN-TOTAL
001134
001134     MOVE 'SALDO DEL MAESTRO DESPUES DE LA REVERSION'
001134                                      TO WS-TOT-LEYENDA
001134     MOVE WS-TOT-PROYECTADO  TO WS-TOT-IMPORTE
001134     WRITE REG-LIS FROM WS-LIN-TOTAL
001134
001134     MOVE 'DIFERENCIA'       TO WS-TOT-LEYENDA
001134     MOVE WS-DIF-PRUEBA      TO WS-TOT-IMPORTE
001134     IF WS-DIF-PRUEBA IS EQUAL ZEROS
001134        MOVE 'CONFORME'      TO WS-TOT-MARCA
001134     ELSE
001134        MOVE '*NO ATA*'      TO WS-TOT-MARCA
001134     END-IF
001134     WRITE REG-LIS FROM WS-LIN-TOTAL
001134
001134*    3000 VUELVE A SUMAR EL MAESTRO YA REPUESTO
001134
001134     MOVE ZEROS TO WS-TOT-MAESTRO
001134     MOVE ZEROS TO WS-LEIDOS-FILE1
001134
001134     IF WS-DIF-PRUEBA IS NOT EQUAL ZEROS
001134        DISPLAY '* EL MAESTRO NO VOLVERIA AL SALDO DE APERTURA '
001134                'DE LA CORRIDA, NO SE REVIERTE, VER DDBKOLIS'
001134        MOVE 8 TO RETURN-CODE
001134        SET WS-FIN-LECTURA TO TRUE
001134     END-IF.
001134
001134 F-1400-PROBAR-REPOSICION. EXIT.
001135
001136**************************************
001137*  MARCA DE CORRIDA FORZADA (DDFORCE *
001138*  CON UNA 'F'); SIN ARCHIVO NO HAY  *
001139*  FORZADO                           *
001140**************************************
001141
001142 1850-LEER-PARM-FORCE.
001143
001144     OPEN INPUT FILE-FRC.
001145
001146     IF WS-FILFRC-CODE IS EQUAL '00'
001147
001148        READ FILE-FRC INTO WS-REG-PARM-FORCE
001149
001150        IF WS-FILFRC-CODE IS EQUAL '00'
001151           AND WS-PARM-FORCE IS EQUAL 'F'
001152           SET WS-RUN-CON-FORCE TO TRUE
001153           DISPLAY '* REVERSION FORZADA POR DDFORCE'
001154        END-IF
001155
001156        CLOSE FILE-FRC
001157
001158     END-IF.
001159
001160 F-1850-LEER-PARM-FORCE. EXIT.
001161
001162**************************************
001163*  RECORRER LAS IMAGENES DE LA FECHA *
001164*  (CLAVE FECHA + CUENTA) EN LA PASADA*
001165*  INDICADA POR WS-PASADA            *
001166**************************************
001167
001168 1900-RECORRER-IMAGENES.
001169
001170     MOVE WS-FECHA-PROCESO TO REG-IMG-FECHA
001171     MOVE LOW-VALUES       TO REG-IMG-CUENTA
001172
001173     START FILE-IMG KEY IS NOT LESS THAN REG-IMG-CLAVE
001174
001175     EVALUATE WS-FILIMG-CODE
001176        WHEN '00'
001177           SET WS-NO-FIN-FILE TO TRUE
001178           PERFORM 1910-UNA-IMAGEN THRU F-1910-UNA-IMAGEN
001179                     UNTIL WS-FIN-FILE
001180        WHEN '23'
001181           CONTINUE
001182        WHEN OTHER
001183           DISPLAY '* ERROR EN START IMGANT = ' WS-FILIMG-CODE
001184           MOVE 9999 TO RETURN-CODE
001185           SET WS-FIN-LECTURA TO TRUE
001186     END-EVALUATE.
001187
001188 F-1900-RECORRER-IMAGENES. EXIT.
001189
001190 1910-UNA-IMAGEN.
001191
001192     READ FILE-IMG NEXT RECORD INTO WS-REG-IMGPREVIA
001193
001194     EVALUATE WS-FILIMG-CODE
001195
001196        WHEN '00'
001197           CONTINUE
001198
001199        WHEN '10'
001200           SET WS-FIN-FILE TO TRUE
001201           GO TO F-1910-UNA-IMAGEN
001202
001203        WHEN OTHER
001204           DISPLAY '* ERROR EN READ NEXT IMGANT = ' WS-FILIMG-CODE
001205           MOVE 9999 TO RETURN-CODE
001206           SET WS-FIN-LECTURA TO TRUE
001207           SET WS-FIN-FILE    TO TRUE
001208           GO TO F-1910-UNA-IMAGEN
001209
001210     END-EVALUATE
001211
001212     IF WS-IMG-FECHA IS NOT EQUAL WS-FECHA-PROCESO
001213        SET WS-FIN-FILE TO TRUE
001214        GO TO F-1910-UNA-IMAGEN
001215     END-IF
001216
001217     PERFORM 1920-SITUACION-CUENTA THRU F-1920-SITUACION-CUENTA
001218
001219     IF WS-FIN-LECTURA
001220        SET WS-FIN-FILE TO TRUE
001221        GO TO F-1910-UNA-IMAGEN
001222     END-IF
001223
001224     IF WS-PASADA-VALIDAR
001225        ADD 1 TO WS-CANT-IMAGENES
001225        PERFORM 1930-EFECTO-REPOSICION
001225                    THRU F-1930-EFECTO-REPOSICION
001226        EVALUATE TRUE
001227           WHEN WS-IMG-SIT-REPUESTA
001228              ADD 1 TO WS-CANT-YA-REPUESTAS
001229           WHEN WS-IMG-SIT-MOVIDA
001230              ADD 1 TO WS-CANT-MOVIDAS
001231              MOVE ' *MOVIDA DESPUES*' TO WS-LCU-MARCA
001232              PERFORM 2800-IMPRIMIR-CUENTA
001233                          THRU F-2800-IMPRIMIR-CUENTA
001234           WHEN WS-IMG-SIT-INEXISTENTE
001235              ADD 1 TO WS-CANT-INEXISTENTES
001236              MOVE ' *NO ESTA EN DDCLIEN*' TO WS-LCU-MARCA
001237              PERFORM 2800-IMPRIMIR-CUENTA
001238                          THRU F-2800-IMPRIMIR-CUENTA
001239           WHEN OTHER
001240              CONTINUE
001241        END-EVALUATE
001242     ELSE
001243        PERFORM 2100-REPONER-UNA-CUENTA
001244                    THRU F-2100-REPONER-UNA-CUENTA
001245     END-IF.
001246
001247 F-1910-UNA-IMAGEN. EXIT.
001248
001249**************************************
001250*  SALDO ACTUAL DE LA CUENTA DE LA   *
001251*  IMAGEN CONTRA EL APLICADO POR LA  *
001252*  CORRIDA Y EL PREVIO A ELLA        *
001253**************************************
001254
001255 1920-SITUACION-CUENTA.
001256
001257     MOVE WS-IMG-CUENTA TO REG-FILE1-CLAVE
001258
001259     READ FILE1 INTO WS-REG-CLIENTE
001260        KEY IS REG-FILE1-CLAVE
001261
001262     EVALUATE WS-FIL1-CODE
001263
001264        WHEN '00'
001265           MOVE WS-CLI-SALDO TO WS-SALDO-ACTUAL
001266
001267        WHEN '23'
001268           SET WS-IMG-SIT-INEXISTENTE TO TRUE
001269           MOVE ZEROS TO WS-SALDO-ACTUAL
001270
001271        WHEN OTHER
001272           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001273           MOVE 9999 TO RETURN-CODE
001274           SET WS-FIN-LECTURA TO TRUE
001275           GO TO F-1920-SITUACION-CUENTA
001276
001277     END-EVALUATE
001278
001279*    DATOS DE LA CUENTA ANTES DE LA CORRIDA (LA IMAGEN)
001280
001281     MOVE WS-IMG-CLIENTE TO WS-REG-CLIENTE
001282     MOVE WS-CLI-SALDO   TO WS-SALDO-PREVIO
001283
001284     IF WS-FIL1-CODE IS EQUAL '23'
001285        GO TO F-1920-SITUACION-CUENTA
001286     END-IF
001287
001288     EVALUATE TRUE
001289        WHEN WS-SALDO-ACTUAL IS EQUAL WS-IMG-SALDO-APLIC
001290           SET WS-IMG-SIT-NORMAL    TO TRUE
001291        WHEN WS-SALDO-ACTUAL IS EQUAL WS-SALDO-PREVIO
001292           SET WS-IMG-SIT-REPUESTA  TO TRUE
001293        WHEN OTHER
001294           SET WS-IMG-SIT-MOVIDA    TO TRUE
001295     END-EVALUATE.
001296
001297 F-1920-SITUACION-CUENTA. EXIT.
001297
001297**************************************
001297*  LO QUE CAMBIA EL TOTAL DEL MAESTRO*
001297*  (TIPOS 02 A 04) AL REPONER LA     *
001297*  IMAGEN; LAS QUE 2100 NO GRABA NO  *
001297*  CAMBIAN NADA                      *
001297**************************************
001297
001297 1930-EFECTO-REPOSICION.
001297
001297     IF WS-IMG-SIT-REPUESTA OR WS-IMG-SIT-INEXISTENTE
001297        GO TO F-1930-EFECTO-REPOSICION
001297     END-IF
001297
001297     IF WS-IMG-TIPO IS EQUAL 02
001297        OR WS-IMG-TIPO IS EQUAL 03
001297        OR WS-IMG-TIPO IS EQUAL 04
001297        COMPUTE WS-DIF-REPOSICION = WS-DIF-REPOSICION
001297                                  + WS-SALDO-PREVIO
001297                                  - WS-SALDO-ACTUAL
001297     END-IF.
001297
001297 F-1930-EFECTO-REPOSICION. EXIT.
001298
001299**************************************
001300*  SEGUNDA PASADA: REPONER EN DDCLIEN*
001301*  EL REGISTRO TAL COMO ESTABA ANTES *
001302*  DE LA CORRIDA                     *
001303**************************************
001304
001305 2000-REPONER-CUENTAS.
001306
001307     MOVE 'CUENTAS MOVIDAS REPUESTAS POR DDFORCE'
001308                                      TO WS-TIT-TEXTO
001309     WRITE REG-LIS FROM WS-LIN-TITULO
001310
001311     SET WS-PASADA-REPONER TO TRUE
001312
001313     PERFORM 1900-RECORRER-IMAGENES THRU F-1900-RECORRER-IMAGENES.
001314
001315 F-2000-REPONER-CUENTAS. EXIT.
001316
001317 2100-REPONER-UNA-CUENTA.
001318
001319*    UNA CUENTA YA REPUESTA (REVERSION QUE SE CORTO Y SE VUELVE
001320*    A CORRER) O QUE YA NO ESTA EN EL MAESTRO NO SE TOCA
001321
001322     IF WS-IMG-SIT-REPUESTA OR WS-IMG-SIT-INEXISTENTE
001323        GO TO F-2100-REPONER-UNA-CUENTA
001324     END-IF
001325
001326     REWRITE REG-FILE1 FROM WS-IMG-CLIENTE
001327
001328     IF WS-FIL1-CODE IS NOT EQUAL '00'
001329        DISPLAY '* ERROR EN REWRITE FILE1 = ' WS-FIL1-CODE
001330                ' CUENTA ' WS-IMG-CUENTA
001331        MOVE 9999 TO RETURN-CODE
001332        SET WS-FIN-LECTURA TO TRUE
001333        SET WS-FIN-FILE    TO TRUE
001334        GO TO F-2100-REPONER-UNA-CUENTA
001335     END-IF
001336
001337     ADD 1 TO WS-CANT-REPUESTAS
001338
001339     IF WS-IMG-SIT-MOVIDA
001340        MOVE ' *REPUESTA (DDFORCE)*' TO WS-LCU-MARCA
001341        PERFORM 2800-IMPRIMIR-CUENTA THRU F-2800-IMPRIMIR-CUENTA
001342     END-IF.
001343
001344 F-2100-REPONER-UNA-CUENTA. EXIT.
001345
001346**************************************
001347*  LINEA DE UNA CUENTA CON SUS TRES  *
001348*  SALDOS: APLICADO POR LA CORRIDA,  *
001349*  ACTUAL Y PREVIO A LA CORRIDA      *
001350**************************************
001351
001352 2800-IMPRIMIR-CUENTA.
001353
001354     MOVE WS-IMG-NRO          TO WS-LCU-NRO
001355     MOVE WS-IMG-TIPO         TO WS-LCU-TIPO
001356     MOVE WS-IMG-NRO-CTA      TO WS-LCU-CUENTA
001357     MOVE WS-CLI-MONEDA       TO WS-LCU-MONEDA
001358     MOVE WS-IMG-SALDO-APLIC  TO WS-LCU-SALDO-CORR
001359     MOVE WS-SALDO-ACTUAL     TO WS-LCU-SALDO-ACT
001360     MOVE WS-SALDO-PREVIO     TO WS-LCU-SALDO-PREV
001361
001362     WRITE REG-LIS FROM WS-LIN-CUENTA
001363
001364     IF WS-FILLIS-CODE IS NOT EQUAL '00'
001365        DISPLAY '* ERROR EN GRABAR BKOLIS = ' WS-FILLIS-CODE
001366        MOVE 9999 TO RETURN-CODE
001367        SET WS-FIN-LECTURA TO TRUE
001368     END-IF.
001369
001370 F-2800-IMPRIMIR-CUENTA. EXIT.
001371
001372**************************************
001373*  PRUEBA: EL MAESTRO (TIPOS 02 A 04)*
001374*  DEBE VOLVER AL SALDO DE APERTURA  *
001375*  DE LA CORRIDA REVERTIDA. LA       *
001376*  DIFERENCIA CONTRA EL CIERRE DE LA *
001377*  CORRIDA ANTERIOR ES INFORMATIVA   *
001378*  (MOVIMIENTOS FUERA DEL STREAM).   *
001378*  CONFIRMA LA PRUEBA PREVIA DE 1400 *
001379**************************************
001380
001381 3000-PROBAR-SALDOS.
001382
001383     MOVE LOW-VALUES TO REG-FILE1-CLAVE
001384
001385     START FILE1 KEY IS NOT LESS THAN REG-FILE1-CLAVE
001386
001387     EVALUATE WS-FIL1-CODE
001388        WHEN '00'
001389           SET WS-NO-FIN-FILE TO TRUE
001390           PERFORM 3010-SUMAR-UNA-CUENTA
001391                       THRU F-3010-SUMAR-UNA-CUENTA
001392                     UNTIL WS-FIN-FILE
001393        WHEN '23'
001394           CONTINUE
001395        WHEN OTHER
001396           DISPLAY '* ERROR EN START FILE1 = ' WS-FIL1-CODE
001397           MOVE 9999 TO RETURN-CODE
001398           SET WS-FIN-LECTURA TO TRUE
001399     END-EVALUATE
001400
001401     IF WS-FIN-LECTURA
001402        GO TO F-3000-PROBAR-SALDOS
001403     END-IF
001404
001405     MOVE 'PRUEBA DE SALDOS DEL MAESTRO (TIPOS 02 A 04)'
001406                                      TO WS-TIT-TEXTO
001407     WRITE REG-LIS FROM WS-LIN-TITULO
001408
001409     COMPUTE WS-DIF-PRUEBA = WS-TOT-MAESTRO - WS-HCR-SALDO-APERT
001410
001411     MOVE 'SALDO DE APERTURA DE LA CORRIDA REVERTIDA (DDHISTO)'
001412                                      TO WS-TOT-LEYENDA
001413     MOVE ZEROS              TO WS-TOT-CANT
001414     MOVE WS-HCR-SALDO-APERT TO WS-TOT-IMPORTE
001415     MOVE SPACES             TO WS-TOT-MARCA
001416     WRITE REG-LIS FROM WS-LIN-TOTAL
001417
001418     MOVE 'SALDO DE CIERRE DE LA CORRIDA REVERTIDA (DDHISTO)'
001419                                      TO WS-TOT-LEYENDA
001420     MOVE WS-HCR-SALDO-CIERRE TO WS-TOT-IMPORTE
001421     WRITE REG-LIS FROM WS-LIN-TOTAL
001422
001423     MOVE 'SALDO DEL MAESTRO DESPUES DE LA REVERSION'
001424                                      TO WS-TOT-LEYENDA
001425     MOVE WS-LEIDOS-FILE1    TO WS-TOT-CANT
001426     MOVE WS-TOT-MAESTRO     TO WS-TOT-IMPORTE
001427     WRITE REG-LIS FROM WS-LIN-TOTAL
001428
001429     MOVE 'DIFERENCIA'       TO WS-TOT-LEYENDA
001430     MOVE ZEROS              TO WS-TOT-CANT
001431     MOVE WS-DIF-PRUEBA      TO WS-TOT-IMPORTE
001432     IF WS-DIF-PRUEBA IS EQUAL ZEROS
001433        MOVE 'CONFORME'      TO WS-TOT-MARCA
001434     ELSE
001435        MOVE '*NO ATA*'      TO WS-TOT-MARCA
001436     END-IF
001437     WRITE REG-LIS FROM WS-LIN-TOTAL
001438
001439     MOVE SPACES             TO WS-TOT-MARCA
001440
001441     IF WS-HAN-FECHA IS EQUAL ZEROS
001442        MOVE 'SIN CORRIDA ANTERIOR VIGENTE EN DDHISTO'
001443                                      TO WS-TOT-LEYENDA
001444        MOVE ZEROS           TO WS-TOT-IMPORTE
001445        WRITE REG-LIS FROM WS-LIN-TOTAL
001446     ELSE
001447        COMPUTE WS-DIF-FUERA-STREAM =
001448                   WS-HCR-SALDO-APERT - WS-HAN-SALDO-CIERRE
001449        MOVE 'SALDO DE CIERRE DE LA CORRIDA ANTERIOR DEL '
001450                                      TO WS-TOT-LEYENDA
001451        MOVE WS-HAN-FECHA    TO WS-TOT-LEYENDA (44:8)
001452        MOVE WS-HAN-SALDO-CIERRE TO WS-TOT-IMPORTE
001453        WRITE REG-LIS FROM WS-LIN-TOTAL
001454        MOVE 'MOVIMIENTOS FUERA DEL STREAM ENTRE AMBAS CORRIDAS'
001455                                      TO WS-TOT-LEYENDA
001456        MOVE WS-DIF-FUERA-STREAM TO WS-TOT-IMPORTE
001457        WRITE REG-LIS FROM WS-LIN-TOTAL
001458     END-IF
001459
001460*    CON LA PRUEBA PREVIA CONFORME SOLO PUEDE DIFERIR SI OTRO
001460*    PROCESO GRABO DDCLIEN DURANTE LA REVERSION; LAS CUENTAS YA
001460*    ESTAN REPUESTAS Y SE TERMINA LA REVERSION PARA NO DEJAR LA
001460*    FECHA A MEDIAS
001460
001460     IF WS-DIF-PRUEBA IS NOT EQUAL ZEROS
001461        DISPLAY '* ERROR: EL MAESTRO NO VOLVIO AL SALDO DE '
001462                'APERTURA DE LA CORRIDA, VER DDBKOLIS'
001463        MOVE 9999 TO RETURN-CODE
001464     END-IF.
001465
001466 F-3000-PROBAR-SALDOS. EXIT.
001467
001468 3010-SUMAR-UNA-CUENTA.
001469
001470     READ FILE1 NEXT RECORD INTO WS-REG-CLIENTE
001471
001472     EVALUATE WS-FIL1-CODE
001473
001474        WHEN '00'
001475           CONTINUE
001476
001477        WHEN '10'
001478           SET WS-FIN-FILE TO TRUE
001479           GO TO F-3010-SUMAR-UNA-CUENTA
001480
001481        WHEN OTHER
001482           DISPLAY '* ERROR EN READ NEXT FILE1 = ' WS-FIL1-CODE
001483           MOVE 9999 TO RETURN-CODE
001484           SET WS-FIN-LECTURA TO TRUE
001485           SET WS-FIN-FILE    TO TRUE
001486           GO TO F-3010-SUMAR-UNA-CUENTA
001487
001488     END-EVALUATE
001489
001490     IF WS-CLI-TIPO IS EQUAL 02
001491        OR WS-CLI-TIPO IS EQUAL 03
001492        OR WS-CLI-TIPO IS EQUAL 04
001493        ADD 1            TO WS-LEIDOS-FILE1
001494        ADD WS-CLI-SALDO TO WS-TOT-MAESTRO
001495     END-IF.
001496
001497 F-3010-SUMAR-UNA-CUENTA. EXIT.
001498
001499**************************************
001500*  DDDIANEW: EL DIARIO SIN LOS ASIENTOS*
001501*  QUE GRABO PGMAPJ1D EN LA FECHA (LOS*
001502*  DE PGMAPJ1K, PGMAPJ1S Y PGMAPJ2B SE*
001503*  CONSERVAN)                        *
001504**************************************
001505
001506 4000-DEPURAR-DIARIO.
001507
001508     OPEN INPUT  FILE-DIA.
001509     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001510        DISPLAY '* ERROR EN OPEN DIARIO  = ' WS-FILDIA-CODE
001511        MOVE 9999 TO RETURN-CODE
001512        SET  WS-FIN-LECTURA TO TRUE
001513        GO TO F-4000-DEPURAR-DIARIO
001514     END-IF
001515
001516     OPEN OUTPUT FILE-DIAN.
001517     IF WS-FILDIAN-CODE IS NOT EQUAL '00'
001518        DISPLAY '* ERROR EN OPEN DIANEW  = ' WS-FILDIAN-CODE
001519        MOVE 9999 TO RETURN-CODE
001520        SET  WS-FIN-LECTURA TO TRUE
001521        CLOSE FILE-DIA
001522        GO TO F-4000-DEPURAR-DIARIO
001523     END-IF
001524
001525     SET WS-NO-FIN-FILE TO TRUE
001526
001527     PERFORM 4010-COPIAR-UN-ASIENTO THRU F-4010-COPIAR-UN-ASIENTO
001528               UNTIL WS-FIN-FILE
001529
001530     CLOSE FILE-DIA
001530     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001530        DISPLAY '* ERROR EN CLOSE DIARIO = ' WS-FILDIA-CODE
001530        MOVE 9999 TO RETURN-CODE
001530        SET  WS-FIN-LECTURA TO TRUE
001530     END-IF
001530
001531     CLOSE FILE-DIAN
001531     IF WS-FILDIAN-CODE IS NOT EQUAL '00'
001531        DISPLAY '* ERROR EN CLOSE DIANEW = ' WS-FILDIAN-CODE
001531        MOVE 9999 TO RETURN-CODE
001531        SET  WS-FIN-LECTURA TO TRUE
001531     END-IF.
001532
001533 F-4000-DEPURAR-DIARIO. EXIT.
001534
001535 4010-COPIAR-UN-ASIENTO.
001536
001537     READ FILE-DIA INTO WS-REG-DIARIO
001538
001539     EVALUATE WS-FILDIA-CODE
001540
001541        WHEN '00'
001542           ADD 1 TO WS-LEIDOS-DIARIO
001543
001544        WHEN '10'
001545           SET WS-FIN-FILE TO TRUE
001546           GO TO F-4010-COPIAR-UN-ASIENTO
001547
001548        WHEN OTHER
001549           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
001550           MOVE 9999 TO RETURN-CODE
001551           SET WS-FIN-LECTURA TO TRUE
001552           SET WS-FIN-FILE    TO TRUE
001553           GO TO F-4010-COPIAR-UN-ASIENTO
001554
001555     END-EVALUATE
001556
001557     IF WS-DIA-FEC-PROCESO IS EQUAL WS-FECHA-PROCESO
001558        AND WS-DIA-ASI-ORIGEN IS EQUAL 'D'
001559        ADD 1              TO WS-CANT-DIA-QUITADOS
001560        ADD WS-DIA-IMPORTE TO WS-DIA-NETO-QUITADO
001560        IF WS-DIA-ES-TRF-ENVIADA
001560           ADD 1              TO WS-CANT-DIA-TRE
001560           ADD WS-DIA-IMPORTE TO WS-DIA-TRE-QUITADO
001560        END-IF
001561        GO TO F-4010-COPIAR-UN-ASIENTO
001562     END-IF
001563
001564     WRITE REG-DIAN FROM WS-REG-DIARIO
001565
001566     IF WS-FILDIAN-CODE IS NOT EQUAL '00'
001567        DISPLAY '* ERROR EN GRABAR DIANEW = ' WS-FILDIAN-CODE
001568        MOVE 9999 TO RETURN-CODE
001569        SET WS-FIN-LECTURA TO TRUE
001570        SET WS-FIN-FILE    TO TRUE
001571        GO TO F-4010-COPIAR-UN-ASIENTO
001572     END-IF
001573
001574     ADD 1 TO WS-CANT-DIA-GRABADOS.
001575
001576 F-4010-COPIAR-UN-ASIENTO. EXIT.
001577
001578**************************************
001579*  DDCTBREV: LOTE CONTABLE INVERSO DE*
001580*  DDCONTAB (DEBE POR HABER), MISMA  *
001581*  FECHA Y CONCEPTO, CON SU HEADER Y *
001582*  TRAILER                           *
001583**************************************
001584
001585 5000-REVERTIR-CONTAB.
001586
001587     OPEN INPUT  FILE-CTB.
001588     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001589        DISPLAY '* ERROR EN OPEN CONTAB  = ' WS-FILCTB-CODE
001590        MOVE 9999 TO RETURN-CODE
001591        SET  WS-FIN-LECTURA TO TRUE
001592        GO TO F-5000-REVERTIR-CONTAB
001593     END-IF
001594
001595     OPEN OUTPUT FILE-CTBR.
001596     IF WS-FILCTBR-CODE IS NOT EQUAL '00'
001597        DISPLAY '* ERROR EN OPEN CTBREV  = ' WS-FILCTBR-CODE
001598        MOVE 9999 TO RETURN-CODE
001599        SET  WS-FIN-LECTURA TO TRUE
001600        CLOSE FILE-CTB
001601        GO TO F-5000-REVERTIR-CONTAB
001602     END-IF
001603
001604     MOVE SPACES           TO WS-REG-CONTAB
001605     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
001606     MOVE 'PGMAPJ5F'       TO WS-CTB-HDR-ORIGEN
001607     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
001608     WRITE REG-CTBR FROM WS-REG-CONTAB-HDR
001608     IF WS-FILCTBR-CODE IS NOT EQUAL '00'
001608        DISPLAY '* ERROR EN GRABAR CTBREV = ' WS-FILCTBR-CODE
001608        MOVE 9999 TO RETURN-CODE
001608        SET  WS-FIN-LECTURA TO TRUE
001608     END-IF
001609
001609     IF WS-FIN-LECTURA
001609        CLOSE FILE-CTB
001609        CLOSE FILE-CTBR
001609        GO TO F-5000-REVERTIR-CONTAB
001609     END-IF
001609
001610     SET WS-NO-FIN-FILE TO TRUE
001611
001612     PERFORM 5010-INVERTIR-UN-ASIENTO
001613                 THRU F-5010-INVERTIR-UN-ASIENTO
001614               UNTIL WS-FIN-FILE
001615
001616     MOVE SPACES              TO WS-REG-CONTAB
001617     MOVE 'TRL'               TO WS-CTB-TRL-MARCA
001618     MOVE WS-REV-CANT-DETALLE TO WS-CTB-TRL-CANT
001619     MOVE WS-REV-SUM-DEBE     TO WS-CTB-TRL-TOT-DEBE
001620     MOVE WS-REV-SUM-HABER    TO WS-CTB-TRL-TOT-HABER
001621     WRITE REG-CTBR FROM WS-REG-CONTAB-TRL
001621     IF WS-FILCTBR-CODE IS NOT EQUAL '00'
001621        DISPLAY '* ERROR EN GRABAR CTBREV = ' WS-FILCTBR-CODE
001621        MOVE 9999 TO RETURN-CODE
001621        SET  WS-FIN-LECTURA TO TRUE
001621     END-IF
001622
001623     CLOSE FILE-CTB
001623     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001623        DISPLAY '* ERROR EN CLOSE CONTAB = ' WS-FILCTB-CODE
001623        MOVE 9999 TO RETURN-CODE
001623        SET  WS-FIN-LECTURA TO TRUE
001623     END-IF
001623
001624     CLOSE FILE-CTBR
001624     IF WS-FILCTBR-CODE IS NOT EQUAL '00'
001624        DISPLAY '* ERROR EN CLOSE CTBREV = ' WS-FILCTBR-CODE
001624        MOVE 9999 TO RETURN-CODE
001624        SET  WS-FIN-LECTURA TO TRUE
001624     END-IF.
001625
001626 F-5000-REVERTIR-CONTAB. EXIT.
001627
001628 5010-INVERTIR-UN-ASIENTO.
001629
001630     READ FILE-CTB INTO WS-REG-CONTAB
001631
001632     EVALUATE WS-FILCTB-CODE
001633
001634        WHEN '00'
001635           CONTINUE
001636
001637        WHEN '10'
001638           SET WS-FIN-FILE TO TRUE
001639           GO TO F-5010-INVERTIR-UN-ASIENTO
001640
001641        WHEN OTHER
001642           DISPLAY '* ERROR EN LECTURA CONTAB = ' WS-FILCTB-CODE
001643           MOVE 9999 TO RETURN-CODE
001644           SET WS-FIN-LECTURA TO TRUE
001645           SET WS-FIN-FILE    TO TRUE
001646           GO TO F-5010-INVERTIR-UN-ASIENTO
001647
001648     END-EVALUATE
001649
001650     IF WS-CTB-ES-HEADER OR WS-CTB-ES-TRAILER
001651        GO TO F-5010-INVERTIR-UN-ASIENTO
001652     END-IF
001653
001654     IF WS-CTB-ES-DEBE
001655        MOVE 'H' TO WS-CTB-DH
001656        ADD WS-CTB-IMPORTE TO WS-REV-SUM-HABER
001657     ELSE
001658        MOVE 'D' TO WS-CTB-DH
001659        ADD WS-CTB-IMPORTE TO WS-REV-SUM-DEBE
001660     END-IF
001661
001662     WRITE REG-CTBR FROM WS-REG-CONTAB
001663
001664     IF WS-FILCTBR-CODE IS NOT EQUAL '00'
001665        DISPLAY '* ERROR EN GRABAR CTBREV = ' WS-FILCTBR-CODE
001666        MOVE 9999 TO RETURN-CODE
001667        SET WS-FIN-LECTURA TO TRUE
001668        SET WS-FIN-FILE    TO TRUE
001669        GO TO F-5010-INVERTIR-UN-ASIENTO
001670     END-IF
001671
001672     ADD 1 TO WS-REV-CANT-DETALLE.
001673
001674 F-5010-INVERTIR-UN-ASIENTO. EXIT.
001675
001676**************************************
001677*  DDHISNEW: LA HISTORIA CON TODAS LAS*
001678*  CORRIDAS DE LA FECHA EN ESTADO B Y*
001679*  LA FECHA EN QUE SE REVIRTIERON    *
001680**************************************
001681
001682 6000-MARCAR-HISTORIA.
001683
001684     OPEN INPUT  FILE-HIS.
001685     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001686        DISPLAY '* ERROR EN OPEN HISTO   = ' WS-FILHIS-CODE
001687        MOVE 9999 TO RETURN-CODE
001688        SET  WS-FIN-LECTURA TO TRUE
001689        GO TO F-6000-MARCAR-HISTORIA
001690     END-IF
001691
001692     OPEN OUTPUT FILE-HISN.
001693     IF WS-FILHISN-CODE IS NOT EQUAL '00'
001694        DISPLAY '* ERROR EN OPEN HISNEW  = ' WS-FILHISN-CODE
001695        MOVE 9999 TO RETURN-CODE
001696        SET  WS-FIN-LECTURA TO TRUE
001697        CLOSE FILE-HIS
001698        GO TO F-6000-MARCAR-HISTORIA
001699     END-IF
001700
001701     SET WS-NO-FIN-FILE TO TRUE
001702
001703     PERFORM 6010-COPIAR-UNA-CORRIDA
001704                 THRU F-6010-COPIAR-UNA-CORRIDA
001705               UNTIL WS-FIN-FILE
001706
001707     CLOSE FILE-HIS
001707     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001707        DISPLAY '* ERROR EN CLOSE HISTO  = ' WS-FILHIS-CODE
001707        MOVE 9999 TO RETURN-CODE
001707        SET  WS-FIN-LECTURA TO TRUE
001707     END-IF
001707
001708     CLOSE FILE-HISN
001708     IF WS-FILHISN-CODE IS NOT EQUAL '00'
001708        DISPLAY '* ERROR EN CLOSE HISNEW = ' WS-FILHISN-CODE
001708        MOVE 9999 TO RETURN-CODE
001708        SET  WS-FIN-LECTURA TO TRUE
001708     END-IF.
001709
001710 F-6000-MARCAR-HISTORIA. EXIT.
001711
001712 6010-COPIAR-UNA-CORRIDA.
001713
001714     READ FILE-HIS INTO WS-REG-HISTORIA
001715
001716     EVALUATE WS-FILHIS-CODE
001717
001718        WHEN '00'
001719           CONTINUE
001720
001721        WHEN '10'
001722           SET WS-FIN-FILE TO TRUE
001723           GO TO F-6010-COPIAR-UNA-CORRIDA
001724
001725        WHEN OTHER
001726           DISPLAY '* ERROR EN LECTURA HISTO = ' WS-FILHIS-CODE
001727           MOVE 9999 TO RETURN-CODE
001728           SET WS-FIN-LECTURA TO TRUE
001729           SET WS-FIN-FILE    TO TRUE
001730           GO TO F-6010-COPIAR-UNA-CORRIDA
001731
001732     END-EVALUATE
001733
001734     IF WS-HIS-FECHA IS EQUAL WS-FECHA-PROCESO
001735        AND NOT WS-HIS-EST-REVERTIDA
001736        MOVE 'B'             TO WS-HIS-ESTADO
001737        MOVE WS-FECHA-HOY    TO WS-HIS-FEC-REVERSION
001738        ADD 1 TO WS-CANT-HIS-MARCADOS
001739     END-IF
001740
001741     WRITE REG-HISN FROM WS-REG-HISTORIA
001742
001743     IF WS-FILHISN-CODE IS NOT EQUAL '00'
001744        DISPLAY '* ERROR EN GRABAR HISNEW = ' WS-FILHISN-CODE
001745        MOVE 9999 TO RETURN-CODE
001746        SET WS-FIN-LECTURA TO TRUE
001747        SET WS-FIN-FILE    TO TRUE
001748     END-IF.
001749
001750 F-6010-COPIAR-UNA-CORRIDA. EXIT.
001751
001752**************************************
001753*  DDRUNCTL: LOS PASOS DE LA FECHA DESDE*
001754*  PGMAPJ1F QUEDAN EN R PARA QUE EL  *
001755*  STREAM LOS VUELVA A CORRER SIN    *
001756*  DDFORCE                           *
001757**************************************
001758
001759 7000-RECORRER-PASOS.
001760
001761     MOVE 'PASOS DE DDRUNCTL A RECORRER' TO WS-TIT-TEXTO
001762     WRITE REG-LIS FROM WS-LIN-TITULO
001763
001764     OPEN I-O    FILE-RUN.
001765     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001766        AND WS-FILRUN-CODE IS NOT EQUAL '05'
001767        DISPLAY '* ERROR EN OPEN RUNCTL  = ' WS-FILRUN-CODE
001768        MOVE 9999 TO RETURN-CODE
001769        SET  WS-FIN-LECTURA TO TRUE
001770        GO TO F-7000-RECORRER-PASOS
001771     END-IF
001772
001773     COMPUTE WS-PASO-IDX = WS-PASO-DESDE - 1
001774
001775     PERFORM 7010-RECORRER-UN-PASO THRU F-7010-RECORRER-UN-PASO
001776               UNTIL WS-PASO-IDX IS NOT LESS THAN WS-PAR-HASTA
001777               OR WS-FIN-LECTURA
001778
001779     CLOSE FILE-RUN
001779     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001779        DISPLAY '* ERROR EN CLOSE RUNCTL = ' WS-FILRUN-CODE
001779        MOVE 9999 TO RETURN-CODE
001779        SET  WS-FIN-LECTURA TO TRUE
001779     END-IF.
001780
001781 F-7000-RECORRER-PASOS. EXIT.
001782
001783 7010-RECORRER-UN-PASO.
001784
001785     ADD 1 TO WS-PASO-IDX
001786
001787     IF WS-PASO-IDX IS GREATER THAN WS-PASO-HASTA
001788        AND WS-PASO-IDX IS LESS THAN WS-PAR-DESDE
001789        GO TO F-7010-RECORRER-UN-PASO
001790     END-IF
001791
001792     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
001793     MOVE WS-PASO-IDX      TO REG-RUN-PASO
001794
001795     READ FILE-RUN INTO WS-REG-RUNCTL
001796        KEY IS REG-RUN-CLAVE
001797
001798     EVALUATE WS-FILRUN-CODE
001799        WHEN '00'
001800           CONTINUE
001801        WHEN '23'
001802           GO TO F-7010-RECORRER-UN-PASO
001803        WHEN OTHER
001804           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
001805           MOVE 9999 TO RETURN-CODE
001806           SET WS-FIN-LECTURA TO TRUE
001807           GO TO F-7010-RECORRER-UN-PASO
001808     END-EVALUATE
001809
001810     IF WS-RUN-EST-REVERTIDO
001811        GO TO F-7010-RECORRER-UN-PASO
001812     END-IF
001813
001814     MOVE WS-PASO-IDX     TO WS-LPA-PASO
001815     MOVE WS-RUN-PROGRAMA TO WS-LPA-PROGRAMA
001816     MOVE WS-RUN-ESTADO   TO WS-LPA-ESTADO
001817
001818     ACCEPT WS-HORA-RUN FROM TIME
001819     MOVE 'R'                TO WS-RUN-ESTADO
001820     MOVE WS-FECHA-HOY       TO WS-RUN-FEC-FIN
001821     MOVE WS-HORA-RUN (1:6)  TO WS-RUN-HORA-FIN
001822
001823     REWRITE REG-RUN FROM WS-REG-RUNCTL
001824
001825     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001826        DISPLAY '* ERROR EN REWRITE RUNCTL = ' WS-FILRUN-CODE
001827        MOVE 9999 TO RETURN-CODE
001828        SET WS-FIN-LECTURA TO TRUE
001829        GO TO F-7010-RECORRER-UN-PASO
001830     END-IF
001831
001832     ADD 1 TO WS-CANT-PASOS-REVERT
001833
001834     WRITE REG-LIS FROM WS-LIN-PASO.
001835
001836 F-7010-RECORRER-UN-PASO. EXIT.
001837
001838**************************************
001839*  CHECKPOINT DE PGMAPJ1D VACIO (LOS DE*
001840*  LAS PARTICIONES LOS VACIA OPERACIONES*
001841*  CON SU PROPIO DD)                 *
001842**************************************
001843
001844 7500-VACIAR-CHECKPOINT.
001845
001846     OPEN OUTPUT FILE-CKPT.
001847
001848     IF WS-FILCKPT-CODE IS NOT EQUAL '00'
001849        DISPLAY '* ERROR EN OPEN CHECKPOINT = ' WS-FILCKPT-CODE
001850        MOVE 9999 TO RETURN-CODE
001851        SET  WS-FIN-LECTURA TO TRUE
001852        GO TO F-7500-VACIAR-CHECKPOINT
001853     END-IF
001854
001855     CLOSE FILE-CKPT.
001856
001857 F-7500-VACIAR-CHECKPOINT. EXIT.
001858
001859**************************************
001860*  RESUMEN DE LO REVERTIDO EN EL     *
001861*  LISTADO                           *
001862**************************************
001863
001864 8000-IMPRIMIR-RESUMEN.
001865
001866     MOVE 'RESUMEN DE LA REVERSION' TO WS-TIT-TEXTO
001867     WRITE REG-LIS FROM WS-LIN-TITULO
001868
001869     MOVE SPACES TO WS-TOT-MARCA
001870
001871     MOVE 'CUENTAS REPUESTAS DESDE DDIMGANT' TO WS-TOT-LEYENDA
001872     MOVE WS-CANT-REPUESTAS    TO WS-TOT-CANT
001873     MOVE ZEROS                TO WS-TOT-IMPORTE
001874     WRITE REG-LIS FROM WS-LIN-TOTAL
001875
001876     MOVE 'ASIENTOS DE PGMAPJ1D QUITADOS DEL DIARIO (NETO)'
001877                                      TO WS-TOT-LEYENDA
001878     MOVE WS-CANT-DIA-QUITADOS TO WS-TOT-CANT
001879     MOVE WS-DIA-NETO-QUITADO  TO WS-TOT-IMPORTE
001880     WRITE REG-LIS FROM WS-LIN-TOTAL
001880
001880     IF WS-CANT-DIA-TRE IS GREATER THAN ZEROS
001880        MOVE 'DEBITOS TRE (TRANSF. A OTROS BANCOS) QUITADOS'
001880                                      TO WS-TOT-LEYENDA
001880        MOVE WS-CANT-DIA-TRE      TO WS-TOT-CANT
001880        MOVE WS-DIA-TRE-QUITADO   TO WS-TOT-IMPORTE
001880        MOVE 'VER DDTRFCAM'       TO WS-TOT-MARCA
001880        WRITE REG-LIS FROM WS-LIN-TOTAL
001880        MOVE SPACES               TO WS-TOT-MARCA
001880     END-IF
001881
001882     MOVE 'ASIENTOS DEL LOTE INVERSO DDCTBREV (DEBE)'
001883                                      TO WS-TOT-LEYENDA
001884     MOVE WS-REV-CANT-DETALLE  TO WS-TOT-CANT
001885     MOVE WS-REV-SUM-DEBE      TO WS-TOT-IMPORTE
001886     WRITE REG-LIS FROM WS-LIN-TOTAL
001887
001888     MOVE 'ASIENTOS DEL LOTE INVERSO DDCTBREV (HABER)'
001889                                      TO WS-TOT-LEYENDA
001890     MOVE WS-REV-SUM-HABER     TO WS-TOT-IMPORTE
001891     WRITE REG-LIS FROM WS-LIN-TOTAL
001892
001893     MOVE 'CORRIDAS DE LA FECHA MARCADAS REVERTIDAS EN DDHISNEW'
001894                                      TO WS-TOT-LEYENDA
001895     MOVE WS-CANT-HIS-MARCADOS TO WS-TOT-CANT
001896     MOVE ZEROS                TO WS-TOT-IMPORTE
001897     WRITE REG-LIS FROM WS-LIN-TOTAL
001898
001899*    EL ALMACEN DE VALORES A FECHA (DDVALWHS) LO VUELVE A
001900*    GENERAR PGMAPJ1D AL RECORRER LA FECHA
001901
001902     MOVE 'MOVIMIENTOS A FECHA ALMACENADOS POR LA CORRIDA'
001903                                      TO WS-TOT-LEYENDA
001904     MOVE WS-HCR-CANT-ALMACEN  TO WS-TOT-CANT
001905     MOVE WS-HCR-TOT-ALMACEN   TO WS-TOT-IMPORTE
001906     MOVE 'SE REGENERA'        TO WS-TOT-MARCA
001907     WRITE REG-LIS FROM WS-LIN-TOTAL.
001908
001909 F-8000-IMPRIMIR-RESUMEN. EXIT.
001910
001911**************************************
001912*    CIERRE DE ARCHIVOS Y TOTALES    *
001913**************************************
001914
001915 9999-FINAL.
001916
001917     IF WS-NO-FIN-LECTURA
001918        PERFORM 8000-IMPRIMIR-RESUMEN THRU F-8000-IMPRIMIR-RESUMEN
001919        DISPLAY '* FECHA REVERTIDA; RENOMBRAR DDDIANEW Y '
001920                'DDHISNEW, ENVIAR DDCTBREV AL MAYOR Y '
001921                'RECORRER DESDE EL PASO 03'
001921        IF WS-CANT-DIA-TRE IS GREATER THAN ZEROS
001921           DISPLAY '* SE QUITARON DEBITOS TRE: VERIFICAR SI '
001921                   'DDTRFCAM YA SE TRANSMITIO A CAMARA; LAS '
001921                   'ORDENES QUEDAN ENVIADAS EN DDTRFPEN Y '
001921                   'PGMAPJ6A LAS VUELVE A PENDIENTE'
001921        END-IF
001922     END-IF
001923
001924     CLOSE FILE1.
001925        IF WS-FIL1-CODE IS NOT EQUAL '00'
001926           DISPLAY '* ERROR EN CLOSE FILE1   = '
001927                                      WS-FIL1-CODE
001928           MOVE 9999 TO RETURN-CODE
001929        END-IF.
001930
001931     CLOSE FILE-IMG.
001931        IF WS-FILIMG-CODE IS NOT EQUAL '00'
001931           DISPLAY '* ERROR EN CLOSE IMGANT  = '
001931                                      WS-FILIMG-CODE
001931           MOVE 9999 TO RETURN-CODE
001931        END-IF.
001932
001933     CLOSE FILE-LIS.
001934        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001935           DISPLAY '* ERROR EN CLOSE BKOLIS  = '
001936                                      WS-FILLIS-CODE
001937           MOVE 9999 TO RETURN-CODE
001938        END-IF.
001939
001940**************************************
001941*   MOSTRAR TOTALES DE CONTROL       *
001942**************************************
001943
001944     DISPLAY WS-LEYEN-HISTO          WS-LEIDOS-HISTO.
001945     DISPLAY WS-LEYEN-CONTAB         WS-LEIDOS-CONTAB.
001946     DISPLAY WS-LEYEN-IMAGENES       WS-CANT-IMAGENES.
001947     DISPLAY WS-LEYEN-REPUESTAS      WS-CANT-REPUESTAS.
001948     DISPLAY WS-LEYEN-YA-REPUESTAS   WS-CANT-YA-REPUESTAS.
001949     DISPLAY WS-LEYEN-MOVIDAS        WS-CANT-MOVIDAS.
001950     DISPLAY WS-LEYEN-INEXISTENTES   WS-CANT-INEXISTENTES.
001951     DISPLAY WS-LEYEN-DIARIO         WS-LEIDOS-DIARIO.
001952     DISPLAY WS-LEYEN-DIA-QUITADOS   WS-CANT-DIA-QUITADOS.
001953     DISPLAY WS-LEYEN-DIA-GRABADOS   WS-CANT-DIA-GRABADOS.
001954     DISPLAY WS-LEYEN-CTB-REVERSA    WS-REV-CANT-DETALLE.
001955     DISPLAY WS-LEYEN-HIS-MARCADOS   WS-CANT-HIS-MARCADOS.
001956     DISPLAY WS-LEYEN-PASOS          WS-CANT-PASOS-REVERT.
001957
001958 F-9999-FINAL.
001959     EXIT.
