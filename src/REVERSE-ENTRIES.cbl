000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ1S.
000115**********************************************************
000120*                                                        *
000125*    JOURNAL REVERSAL code                               *
000130*    ANULACION DE ASIENTOS DEL DIARIO PERMANENTE: UN     *
000135*    OPERADOR PIDE ANULAR UN ASIENTO POR SU REFERENCIA   *
000140*    UNICA (V) Y OTRO OPERADOR LA APRUEBA (W) O RECHAZA  *
000145*    (X), CON EL MISMO ESQUEMA DE DOBLE FIRMA QUE LAS    *
000150*    CORRECCIONES DE PGMAPJ1M (DDANUPEN). AL APROBAR SE  *
000155*    REVIERTE EL IMPORTE SOBRE DDCLIEN Y SUS ACUMULADOS  *
000160*    MTD/YTD, SE GRABA EN DDDIARIO UN ASIENTO REV QUE    *
000165*    APUNTA AL ORIGINAL (Y OTRO POR LA RETENCION IMP QUE *
000170*    SE HUBIERA PRACTICADO SOBRE EL) Y SE GENERA UN LOTE *
000175*    CONTABLE PROPIO (DDCTBANU, FORMATO DDCONTAB CON     *
000180*    HEADER/TRAILER) CON LAS CUENTAS DEL MAYOR INVERSAS  *
000185*    A LAS DEL ASIENTO ORIGINAL                          *
000190**********************************************************
000191*      MANTENIMIENTO DE PROGRAMA                         *
000192**********************************************************
000193*    FECHA *    DETALLE        * COD *
000194**************************************
000195* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000195* 15/10/26 * CUENTAS PRESTAMO  * LGS *
000195* 15/10/26 * TRANSF INTERBANCAR* LGS *
000195* 15/10/26 * CONTROL REWRITE   * LGS *
000195* 15/10/26 * CIERRE DIA VACIO  * LGS *
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
000214*    TRANSACCIONES DE ANULACION DEL DIA (VER LAYOUT-AnuTran)
000215     SELECT FILE-TRAN ASSIGN DDANUTRN
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILTRAN-CODE.
000218
000219*    ANULACIONES PENDIENTES DE APROBACION Y RASTRO DE LAS
000220*    YA RESUELTAS (UN ASIENTO NO SE ANULA DOS VECES)
000221     SELECT FILE-ANP  ASSIGN DDANUPEN
000222     ORGANIZATION IS INDEXED
000223     ACCESS IS RANDOM
000224     RECORD KEY IS REG-ANP-ASIENTO
000225     FILE STATUS IS WS-FILANP-CODE.
000226
000227*    DIARIO PERMANENTE: SE LEE COMPLETO PARA UBICAR LOS
000228*    ASIENTOS A ANULAR Y LUEGO SE REABRE EN EXTEND PARA
000229*    GRABAR LOS ASIENTOS REV
000230     SELECT OPTIONAL FILE-DIA ASSIGN DDDIARIO
000231     ACCESS IS SEQUENTIAL
000232     FILE STATUS IS WS-FILDIA-CODE.
000233
000234*    LOTE CONTABLE DE LAS ANULACIONES (FORMATO DDCONTAB)
000235     SELECT FILE-CTB  ASSIGN DDCTBANU
000236     ACCESS IS SEQUENTIAL
000237     FILE STATUS IS WS-FILCTB-CODE.
000238
000239     SELECT FILE-LIS  ASSIGN DDANULIS
000240     ACCESS IS SEQUENTIAL
000241     FILE STATUS IS WS-FILLIS-CODE.
000242
000243     SELECT FILE-PARM ASSIGN DDPARM
000244     ACCESS IS SEQUENTIAL
000245     FILE STATUS IS WS-FILPARM-CODE.
000246
000247*    DIAS DE VIGENCIA DE UNA PENDIENTE (OPCIONAL, MISMO
000248*    ARCHIVO QUE PGMAPJ1M)
000249     SELECT FILE-APAR ASSIGN DDAPRPAR
000250     ACCESS IS SEQUENTIAL
000251     FILE STATUS IS WS-FILAPAR-CODE.
000252
000253*    MAESTRO DE OPERADORES (VER LAYOUT-Operador)
000254     SELECT FILE-OPE  ASSIGN DDOPER
000255     ORGANIZATION IS INDEXED
000256     ACCESS IS RANDOM
000257     RECORD KEY IS REG-OPE-ID
000258     FILE STATUS IS WS-FILOPE-CODE.
000259
000260*    MAESTRO DE EMBARGOS JUDICIALES (VER PGMAPJ1E): UNA
000261*    ANULACION QUE DEBITA UNA CUENTA EMBARGADA SE BLOQUEA;
000262*    SU AUSENCIA NO FRENA EL PROCESO
000263     SELECT FILE-EMB  ASSIGN DDEMBARG
000264     ORGANIZATION IS INDEXED
000265     ACCESS IS RANDOM
000266     RECORD KEY IS REG-EMB-CLAVE
000267     FILE STATUS IS WS-FILEMB-CODE.
000268
000269*    JOURNAL DE AUDITORIA DE SALDOS COMPARTIDO CON PGMAPJ1M
000270     SELECT OPTIONAL FILE-AUD  ASSIGN DDAUDIT
000271     ACCESS IS SEQUENTIAL
000272     FILE STATUS IS WS-FILAUD-CODE.
000273
000274*    CONTROL DE CORRIDA DEL STREAM: NO SE ANULA MIENTRAS
000275*    PGMAPJ1D O PGMAPJ1A ESTAN EN CURSO SOBRE EL MAESTRO
000276     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000277     ORGANIZATION IS INDEXED
000278     ACCESS IS RANDOM
000279     RECORD KEY IS REG-RUN-CLAVE
000280     FILE STATUS IS WS-FILRUN-CODE.
000281
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
000404 FD FILE-TRAN
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-TRAN         PIC X(100).
000409
000410 FD FILE-ANP
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-ANP.
000415     03  REG-ANP-ASIENTO         PIC X(21).
000416     03  FILLER                  PIC X(179).
000417
000418 FD FILE-DIA
000419      BLOCK CONTAINS 0 RECORDS
000420      RECORDING MODE IS F.
000421
000422 01 REG-DIA          PIC X(130).
000423
000424 FD FILE-CTB
000425      BLOCK CONTAINS 0 RECORDS
000426      RECORDING MODE IS F.
000427
000428 01 REG-CTB          PIC X(80).
000429
000430 FD FILE-LIS
000431      BLOCK CONTAINS 0 RECORDS
000432      RECORDING MODE IS F.
000433
000434 01 REG-LIS          PIC X(132).
000435
000436 FD FILE-PARM
000437      BLOCK CONTAINS 0 RECORDS
000438      RECORDING MODE IS F.
000439
000440 01 REG-FILE-PARM    PIC X(08).
000441
000442 FD FILE-APAR
000443      BLOCK CONTAINS 0 RECORDS
000444      RECORDING MODE IS F.
000445
000446 01 REG-APAR         PIC X(14).
000447
000448 FD FILE-OPE
000449      BLOCK CONTAINS 0 RECORDS
000450      RECORDING MODE IS F.
000451
000452 01 REG-OPE.
000453     03  REG-OPE-ID              PIC X(08).
000454     03  FILLER                  PIC X(132).
000455
000456 FD FILE-EMB
000457      BLOCK CONTAINS 0 RECORDS
000458      RECORDING MODE IS F.
000459
000460 01 REG-EMB.
000461     03  REG-EMB-CLAVE.
000462         05  REG-EMB-NRO         PIC 9(05).
000463         05  REG-EMB-TIPO        PIC 9(02).
000464         05  REG-EMB-CUENTA      PIC 9(08).
000465     03  FILLER                  PIC X(65).
000466
000467 FD FILE-AUD
000468      BLOCK CONTAINS 0 RECORDS
000469      RECORDING MODE IS F.
000470
000471 01 REG-AUD          PIC X(570).
000472
000473 FD FILE-RUN
000474      BLOCK CONTAINS 0 RECORDS
000475      RECORDING MODE IS F.
000476
000477 01 REG-RUN.
000478     03  REG-RUN-CLAVE.
000479         05  REG-RUN-FECHA   PIC 9(08).
000480         05  REG-RUN-PASO    PIC 9(02).
000481     03  FILLER              PIC X(70).
000482
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000504 77  WS-FILANP-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000509 77  WS-FILAPAR-CODE         PIC X(02)   VALUE SPACES.
000510 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000511 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000512 77  WS-FILAUD-CODE          PIC X(02)   VALUE SPACES.
000513 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000514
000515 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000516     88  WS-FIN-LECTURA                  VALUE 'SI'.
000517     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000518
000519 01  WS-STATUS-DIA           PIC X(02)   VALUE 'NO'.
000520     88  WS-FIN-DIARIO                   VALUE 'SI'.
000521     88  WS-NO-FIN-DIARIO                VALUE 'NO'.
000522
000523 01  WS-STATUS-TRAN          PIC X(02)   VALUE 'NO'.
000524     88  WS-FIN-TRAN                     VALUE 'SI'.
000525     88  WS-NO-FIN-TRAN                  VALUE 'NO'.
000526
000527********  CONTADORES DE CONTROL  *
000528
000529 77  WS-CANT-LEIDAS          PIC 9(05)   VALUE ZEROS.
000530 77  WS-CANT-DIARIO-LEIDOS   PIC 9(09)   VALUE ZEROS.
000531 77  WS-CANT-SOLICITADAS     PIC 9(05)   VALUE ZEROS.
000532 77  WS-CANT-APROBADAS       PIC 9(05)   VALUE ZEROS.
000533 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000534 77  WS-CANT-DENEGADAS       PIC 9(05)   VALUE ZEROS.
000535 77  WS-CANT-EXPIRADAS       PIC 9(05)   VALUE ZEROS.
000536 77  WS-CANT-EMB-BLOQ        PIC 9(05)   VALUE ZEROS.
000537 77  WS-CANT-OPER-RECH       PIC 9(05)   VALUE ZEROS.
000538 77  WS-CANT-LIM-RECH        PIC 9(05)   VALUE ZEROS.
000539 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000540 77  WS-CANT-REV-GRABADOS    PIC 9(05)   VALUE ZEROS.
000541 77  WS-CANT-AUDITADAS       PIC 9(05)   VALUE ZEROS.
000542
000543********  TRANSACCIONES DEL DIA  *
000544
000545*    LAS TRANSACCIONES SE CARGAN COMPLETAS AL INICIO PARA
000546*    UBICAR EN UNA SOLA PASADA DEL DIARIO EL ASIENTO A
000547*    ANULAR DE CADA UNA, LA RETENCION IMP QUE APUNTA A EL
000548*    Y UNA ANULACION ANTERIOR SI LA HUBIERA
000549 77  WS-TAN-MAX              PIC 9(03) COMP VALUE 300.
000550 77  WS-TAN-CANT             PIC 9(03) COMP VALUE ZEROS.
000551 77  WS-TAN-IDX              PIC 9(03) COMP VALUE ZEROS.
000552 77  WS-TAN-BUS              PIC 9(03) COMP VALUE ZEROS.
000553
000554 01  WS-TAB-ANULACIONES.
000555     03  WS-TAN-ENT          OCCURS 300 TIMES.
000556         05  WS-TAN-REG-TRAN     PIC X(100).
000557         05  WS-TAN-ASIENTO      PIC X(21).
000558         05  WS-TAN-ORIG-SW      PIC X(01).
000559             88  WS-TAN-ORIG-HALLADO     VALUE 'Y'.
000560         05  WS-TAN-REG-ORIG     PIC X(130).
000561         05  WS-TAN-IMP-SW       PIC X(01).
000562             88  WS-TAN-IMP-HALLADO      VALUE 'Y'.
000563         05  WS-TAN-REG-IMP      PIC X(130).
000564         05  WS-TAN-ANUL-SW      PIC X(01).
000565             88  WS-TAN-YA-ANULADO       VALUE 'Y'.
000566
000567********  ASIENTO EN ANULACION  *
000568
000569*    DATOS DEL ASIENTO ORIGINAL Y DE SU RETENCION IMP (SI
000570*    LA HUBO), TOMADOS DEL DIARIO EN 2050-
000571 77  WS-ANU-VALIDO-SW        PIC X       VALUE 'N'.
000572     88  WS-ANU-VALIDA                   VALUE 'Y'.
000573     88  WS-ANU-NO-VALIDA                VALUE 'N'.
000574
000575 01  WS-ANU-ORIG-CLAVE.
000576     03  WS-ANU-ORIG-NRO     PIC 9(05)   VALUE ZEROS.
000577     03  WS-ANU-ORIG-TIPO    PIC 9(02)   VALUE ZEROS.
000578     03  WS-ANU-ORIG-CUENTA  PIC 9(08)   VALUE ZEROS.
000579 77  WS-ANU-ORIG-ASIENTO     PIC X(21)      VALUE SPACES.
000580 77  WS-ANU-ORIG-CONCEPTO    PIC X(03)      VALUE SPACES.
000581 77  WS-ANU-ORIG-MONEDA      PIC X(03)      VALUE SPACES.
000582 77  WS-ANU-ORIG-IMPORTE     PIC S9(09)V99  VALUE ZEROS.
000583 77  WS-ANU-ORIG-FEC-PROC    PIC 9(08)      VALUE ZEROS.
000584
000585 77  WS-ANU-IMP-SW           PIC X       VALUE 'N'.
000586     88  WS-ANU-CON-IMP                  VALUE 'Y'.
000587     88  WS-ANU-SIN-IMP                  VALUE 'N'.
000588 77  WS-ANU-IMP-ASIENTO      PIC X(21)      VALUE SPACES.
000589 77  WS-ANU-IMP-IMPORTE      PIC S9(09)V99  VALUE ZEROS.
000590 77  WS-ANU-IMP-FEC-PROC     PIC 9(08)      VALUE ZEROS.
000591
000592*    IMPORTE NETO QUE LA ANULACION APLICA A LA CUENTA (SIGNO
000593*    CONTRARIO AL ORIGINAL MAS SU RETENCION) Y SU VALOR
000594*    ABSOLUTO PARA EL TOPE DEL OPERADOR
000595 77  WS-ANU-NETO             PIC S9(10)V99  VALUE ZEROS.
000596 77  WS-ANU-IMPORTE-ABS      PIC 9(10)V99   VALUE ZEROS.
000597
000598*    PARAMETROS DE 2220-, 2250- Y 2270- (IMPORTE A REVERTIR,
000599*    FECHA DE PROCESO Y CONCEPTO DEL ASIENTO QUE SE ANULA)
000600 77  WS-ANU-IMPORTE-W        PIC S9(09)V99  VALUE ZEROS.
000601 77  WS-ANU-FEC-ORIG-W       PIC 9(08)      VALUE ZEROS.
000602 77  WS-ANU-CONC-W           PIC X(03)      VALUE SPACES.
000603 77  WS-ANU-RELAC-W          PIC X(21)      VALUE SPACES.
000604 77  WS-ANU-SALDO-W          PIC S9(09)V99  VALUE ZEROS.
000605 77  WS-ANU-SALDO-ORIG       PIC S9(09)V99  VALUE ZEROS.
000606 77  WS-ANU-SALDO-IMP        PIC S9(09)V99  VALUE ZEROS.
000607
000608*    REFERENCIA UNICA DE LOS ASIENTOS REV (HORA DE LA CORRIDA
000609*    MAS SECUENCIA, ORIGEN S)
000610 77  WS-DIA-HORA-W           PIC 9(08)      VALUE ZEROS.
000611 77  WS-DIA-SECUEN-W         PIC 9(06)      VALUE ZEROS.
000612
000613********  VALIDACION DEL OPERADOR  *
000614
000615 77  WS-OPE-RECH-SW          PIC X       VALUE 'N'.
000616     88  WS-OPE-AUTORIZADO               VALUE 'N'.
000617     88  WS-OPE-RECHAZADO                VALUE 'Y'.
000618
000619 77  WS-OPE-IDX              PIC 9(02)   VALUE ZEROS.
000620 77  WS-OPE-HALLADA          PIC 9(02)   VALUE ZEROS.
000621 77  WS-OPE-LIM-ACCION       PIC 9(09)V99 VALUE ZEROS.
000622
000623********  VIGENCIA DE LAS PENDIENTES  *
000624
000625 77  WS-APR-DIAS             PIC 9(03)    VALUE 5.
000626 01  WS-REG-PARM-APR.
000627     03  WS-PARM-APR-UMBRAL  PIC 9(09)V99.
000628     03  WS-PARM-APR-DIAS    PIC 9(03).
000629
000630*    ANTIGUEDAD DE UNA PENDIENTE (BASE 30/360) Y PERIODO
000631*    MTD (SSAAMM) / YTD (SSAA) DEL ASIENTO ORIGINAL
000632 77  WS-PEND-DIAS            PIC S9(07)    VALUE ZEROS.
000633 01  WS-FEC-TRABAJO          PIC 9(08)     VALUE ZEROS.
000634 01  FILLER REDEFINES WS-FEC-TRABAJO.
000635     03  WS-FEC-TRA-ANIO     PIC 9(04).
000636     03  WS-FEC-TRA-MES      PIC 9(02).
000637     03  WS-FEC-TRA-DIA      PIC 9(02).
000638 01  FILLER REDEFINES WS-FEC-TRABAJO.
000639     03  WS-FEC-TRA-PER-MTD  PIC X(06).
000640     03  FILLER              PIC X(02).
000641 01  FILLER REDEFINES WS-FEC-TRABAJO.
000642     03  WS-FEC-TRA-PER-YTD  PIC X(04).
000643     03  FILLER              PIC X(04).
000644 01  WS-FECHA-PROCESO-R.
000645     03  WS-FEC-PRO-ANIO     PIC 9(04)     VALUE ZEROS.
000646     03  WS-FEC-PRO-MES      PIC 9(02)     VALUE ZEROS.
000647     03  WS-FEC-PRO-DIA      PIC 9(02)     VALUE ZEROS.
000648
000649 01  WS-PERIODO-MTD.
000650     03  WS-PERIODO-MTD-CC   PIC 9(02)   VALUE ZEROS.
000651     03  WS-PERIODO-MTD-AA   PIC 9(02)   VALUE ZEROS.
000652     03  WS-PERIODO-MTD-MM   PIC 9(02)   VALUE ZEROS.
000653
000654 01  WS-PERIODO-YTD.
000655     03  WS-PERIODO-YTD-CC   PIC 9(02)   VALUE ZEROS.
000656     03  WS-PERIODO-YTD-AA   PIC 9(02)   VALUE ZEROS.
000657
000658********  EMBARGOS  *
000659
000660 77  WS-EMB-DISP-SW          PIC X       VALUE 'N'.
000661     88  WS-EMB-DISPONIBLE               VALUE 'Y'.
000662     88  WS-EMB-NO-DISPONIBLE            VALUE 'N'.
000663
000664 77  WS-EMB-VIG-SW           PIC X       VALUE 'N'.
000665     88  WS-EMB-VIGENTE                  VALUE 'Y'.
000666     88  WS-EMB-SIN-EMBARGO              VALUE 'N'.
000667
000668********  AUDITORIA  *
000669
000670 77  WS-SALDO-ANTERIOR       PIC S9(09)V99 VALUE ZEROS.
000671 01  WS-IMG-ANTES            PIC X(250)  VALUE SPACES.
000672
000673********  INTERFAZ CONTABLE DE LAS ANULACIONES  *
000674
000675*    CUENTAS DEL MAYOR (LAS MISMAS DE 9600- EN PGMAPJ1D):
000676*    DEPOSITOS POR TIPO DE CUENTA DE CLIENTE Y CONTRAPARTIDA
000677*    SEGUN EL CONCEPTO DEL ASIENTO QUE SE ANULA
000678 01  WS-GL-CTAS-DEPOSITO.
000679     03  FILLER             PIC X(10) VALUE '2102000000'.
000680     03  FILLER             PIC X(10) VALUE '2103000000'.
000681     03  FILLER             PIC X(10) VALUE '2104000000'.
000682 01  FILLER REDEFINES WS-GL-CTAS-DEPOSITO.
000683     03  WS-GL-CTA-DEP      PIC X(10) OCCURS 3 TIMES.
000684
000685 77  WS-GL-CTA-OPERATIVA    PIC X(10) VALUE '1101000000'.
000686 77  WS-GL-CTA-INTERES      PIC X(10) VALUE '5104000000'.
000687 77  WS-GL-CTA-INTERES-CA   PIC X(10) VALUE '5103000000'.
000688 77  WS-GL-CTA-ING-DESC     PIC X(10) VALUE '4102000000'.
000689 77  WS-GL-CTA-IMP-PAGAR    PIC X(10) VALUE '2205000000'.
000690 77  WS-GL-CTA-ING-COM      PIC X(10) VALUE '4103000000'.
000691 77  WS-GL-CTA-ING-RCH      PIC X(10) VALUE '4104000000'.
000692
000693 77  WS-GL-IDX-TIPO         PIC 9(01)      VALUE ZEROS.
000694 77  WS-GL-CTA-CONTRA       PIC X(10)      VALUE SPACES.
000695
000696 77  WS-CTB-CANT-ASIENTOS   PIC 9(07)      VALUE ZEROS.
000697 77  WS-CTB-TOT-DEBE        PIC 9(13)V99   VALUE ZEROS.
000698 77  WS-CTB-TOT-HABER       PIC 9(13)V99   VALUE ZEROS.
000699 77  WS-CTB-IMPORTE-ABS     PIC 9(13)V99   VALUE ZEROS.
000700
000701 01  WS-CTB-CONC-ANU.
000702     03  FILLER             PIC X(13) VALUE 'ANULACION DE '.
000703     03  WS-CTB-CONC-ANU-COD PIC X(03) VALUE SPACES.
000704     03  FILLER             PIC X(04) VALUE SPACES.
000705
000706********     FECHA DE PROCESO  ***************
000707
000708 01  WS-FECHA-PROCESO.
000709     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000710     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000711     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000712     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000713
000714 01  WS-FECHA.
000715     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000716     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000717     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000718
000719 01  WS-HORA.
000720     03  WS-HORA-HH          PIC 99      VALUE ZEROS.
000721     03  WS-HORA-MM          PIC 99      VALUE ZEROS.
000722     03  WS-HORA-SS          PIC 99      VALUE ZEROS.
000723     03  WS-HORA-CS          PIC 99      VALUE ZEROS.
000724
000725 01  WS-REG-PARM.
000726     03  WS-PARM-FECHA.
000727         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000728         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000729         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000730         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000731
000732********  LINEAS DEL LISTADO  *************
000733
000734 01  WS-LIN-CABECERA.
000735     03  FILLER              PIC X(01) VALUE SPACE.
000736     03  FILLER              PIC X(44) VALUE
000737             'ANULACION DE ASIENTOS DEL DIARIO - PGMAPJ1S'.
000738     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000739     03  WS-CAB-FECHA        PIC 9(08).
000740     03  FILLER              PIC X(72) VALUE SPACES.
000741
000742 01  WS-LIN-SALIDA.
000743     03  FILLER              PIC X(01)   VALUE SPACE.
000744     03  WS-LIN-TEXTO        PIC X(131).
000745
000746 77  WS-LIN-MENSAJE          PIC X(50)   VALUE SPACES.
000748
000749 01  WS-LEYEN-LEIDAS         PIC X(35)
000750         VALUE '* TRANSACCIONES LEIDAS      = '.
000751 01  WS-LEYEN-DIARIO         PIC X(35)
000752         VALUE '* ASIENTOS DE DIARIO LEIDOS = '.
000753 01  WS-LEYEN-SOLICITADAS    PIC X(35)
000754         VALUE '* ANULACIONES SOLICITADAS   = '.
000755 01  WS-LEYEN-APROBADAS      PIC X(35)
000756         VALUE '* ANULACIONES APROBADAS     = '.
000757 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000758         VALUE '* ANULACIONES RECHAZADAS    = '.
000759 01  WS-LEYEN-DENEGADAS      PIC X(35)
000760         VALUE '* TRANSACCIONES DENEGADAS   = '.
000761 01  WS-LEYEN-EXPIRADAS      PIC X(35)
000762         VALUE '* ANULACIONES EXPIRADAS     = '.
000763 01  WS-LEYEN-EMB-BLOQ       PIC X(35)
000764         VALUE '* BLOQUEADAS POR EMBARGO    = '.
000765 01  WS-LEYEN-OPER-RECH      PIC X(35)
000766         VALUE '* RECHAZADAS POR OPERADOR   = '.
000767 01  WS-LEYEN-LIM-RECH       PIC X(35)
000768         VALUE '* RECHAZADAS POR TOPE       = '.
000769 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000770         VALUE '* ACCIONES INVALIDAS        = '.
000771 01  WS-LEYEN-REV-GRABADOS   PIC X(35)
000772         VALUE '* ASIENTOS REV GRABADOS     = '.
000773 01  WS-LEYEN-CTB            PIC X(35)
000774         VALUE '* ASIENTOS CONTABLES        = '.
000775
000776     COPY "LAYOUT-Clients.cpy".
000777     COPY "LAYOUT-Diario.cpy".
000778     COPY "LAYOUT-AnuTran.cpy".
000779     COPY "LAYOUT-AnuPend.cpy".
000780     COPY "LAYOUT-Operador.cpy".
000781     COPY "LAYOUT-Embargo.cpy".
000782     COPY "LAYOUT-Auditoria.cpy".
000783     COPY "LAYOUT-Contab.cpy".
000784     COPY "LAYOUT-RunCtl.cpy".
000785
000786 PROCEDURE DIVISION.
000787
000788 MAIN-PROGRAM.
000789
000790     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000791
000792     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000793               UNTIL WS-FIN-LECTURA.
000794
000795     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000796
000797 F-MAIN-PROGRAM. GOBACK.
000798
000799**************************************
000800* INICIALIZACION                     *
000801**************************************
000802
000803 1000-INICIO.
000804
000805     SET WS-NO-FIN-LECTURA TO TRUE.
000806
000807     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000808
000809     MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-R.
000810
000811     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-MTD-CC
000812     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-MTD-AA
000813     MOVE WS-FECHA-PROC-MM TO WS-PERIODO-MTD-MM
000814     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-YTD-CC
000815     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-YTD-AA
000816
000817*    INTERBLOQUEO CONTRA EL STREAM NOCTURNO ANTES DE TOCAR
000818*    EL MAESTRO
000819
000820     PERFORM 1600-CONTROL-INTERBLOQUEO
000821                 THRU F-1600-CONTROL-INTERBLOQUEO.
000822
000823     PERFORM 1100-LEER-PARM-APROB
000824                 THRU F-1100-LEER-PARM-APROB.
000825
000826     OPEN I-O    FILE1.
000827     IF WS-FIL1-CODE IS NOT EQUAL '00'
000828        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000829        MOVE 9999 TO RETURN-CODE
000830        SET  WS-FIN-LECTURA TO TRUE
000831     END-IF.
000832
000833     OPEN INPUT  FILE-TRAN.
000834     IF WS-FILTRAN-CODE IS NOT EQUAL '00'
000835        DISPLAY '* ERROR EN OPEN ANUTRN  = ' WS-FILTRAN-CODE
000836        MOVE 9999 TO RETURN-CODE
000837        SET  WS-FIN-LECTURA TO TRUE
000838     END-IF.
000839
000840     OPEN I-O    FILE-ANP.
000841     IF WS-FILANP-CODE IS NOT EQUAL '00'
000842        DISPLAY '* ERROR EN OPEN ANUPEN  = ' WS-FILANP-CODE
000843        MOVE 9999 TO RETURN-CODE
000844        SET  WS-FIN-LECTURA TO TRUE
000845     END-IF.
000846
000847     OPEN INPUT  FILE-OPE.
000848     IF WS-FILOPE-CODE IS NOT EQUAL '00'
000849        DISPLAY '* ERROR EN OPEN OPERAD  = ' WS-FILOPE-CODE
000850        MOVE 9999 TO RETURN-CODE
000851        SET  WS-FIN-LECTURA TO TRUE
000852     END-IF.
000853
000854     OPEN INPUT FILE-EMB.
000855     IF WS-FILEMB-CODE IS EQUAL '00'
000856        SET WS-EMB-DISPONIBLE TO TRUE
000857     ELSE
000858        DISPLAY '* SIN MAESTRO DE EMBARGOS, ANULACIONES '
000859                'SIN CONTROL DE EMBARGO = ' WS-FILEMB-CODE
000860        SET WS-EMB-NO-DISPONIBLE TO TRUE
000861     END-IF.
000862
000863*    EL STATUS 05 ES LA CREACION DEL ARCHIVO OPCIONAL EN LA
000864*    PRIMERA CORRIDA, NO ES UN ERROR
000865     OPEN EXTEND FILE-AUD.
000866     IF WS-FILAUD-CODE IS NOT EQUAL '00'
000867        AND WS-FILAUD-CODE IS NOT EQUAL '05'
000868        DISPLAY '* ERROR EN OPEN FILE-AUD = ' WS-FILAUD-CODE
000869        MOVE 9999 TO RETURN-CODE
000870        SET  WS-FIN-LECTURA TO TRUE
000871     END-IF.
000872
000873     OPEN OUTPUT FILE-LIS.
000874     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000875        DISPLAY '* ERROR EN OPEN ANULIS  = ' WS-FILLIS-CODE
000876        MOVE 9999 TO RETURN-CODE
000877        SET  WS-FIN-LECTURA TO TRUE
000878     END-IF.
000879
000880     OPEN OUTPUT FILE-CTB.
000881     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000882        DISPLAY '* ERROR EN OPEN CTBANU  = ' WS-FILCTB-CODE
000883        MOVE 9999 TO RETURN-CODE
000884        SET  WS-FIN-LECTURA TO TRUE
000885     END-IF.
000886
000887     IF WS-NO-FIN-LECTURA
000888        PERFORM 1200-CARGAR-TRANSACCIONES
000889                    THRU F-1200-CARGAR-TRANSACCIONES
000890     END-IF.
000891
000892     IF WS-NO-FIN-LECTURA
000893        AND WS-TAN-CANT IS GREATER THAN ZERO
000894        PERFORM 1300-BUSCAR-ASIENTOS
000895                    THRU F-1300-BUSCAR-ASIENTOS
000896     END-IF.
000897
000898*    LOS ASIENTOS REV SE AGREGAN AL FINAL DEL DIARIO
000899
000900     OPEN EXTEND FILE-DIA.
000901     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000902        AND WS-FILDIA-CODE IS NOT EQUAL '05'
000903        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000904        MOVE 9999 TO RETURN-CODE
000905        SET  WS-FIN-LECTURA TO TRUE
000906     END-IF.
000907
000908     MOVE SPACES           TO WS-REG-CONTAB
000909     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
000910     MOVE 'PGMAPJ1S'       TO WS-CTB-HDR-ORIGEN
000911     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
000912     WRITE REG-CTB FROM WS-REG-CONTAB-HDR
000913     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000914        DISPLAY '* ERROR EN GRABAR CTBANU = ' WS-FILCTB-CODE
000915        MOVE 9999 TO RETURN-CODE
000916        SET  WS-FIN-LECTURA TO TRUE
000917     END-IF.
000918
000919     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000920     WRITE REG-LIS FROM WS-LIN-CABECERA.
000921
000922     MOVE ZEROS TO WS-TAN-IDX.
000923
000924 F-1000-INICIO.   EXIT.
000925
000926**************************************
000927*  FECHA DE PROCESO: DDPARM O FECHA   *
000928*  DEL SISTEMA                        *
000929**************************************
000930
000931 1050-LEER-PARM-FECHA.
000932
000933     OPEN INPUT FILE-PARM.
000934
000935     IF WS-FILPARM-CODE IS EQUAL '00'
000936
000937        READ FILE-PARM INTO WS-REG-PARM
000938
000939        IF WS-FILPARM-CODE IS EQUAL '00'
000940           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000941           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000942           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000943           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000944           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000945           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000946                                      WS-PARM-FECHA
000947        ELSE
000948           ACCEPT WS-FECHA FROM DATE
000949           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000950           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000951           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000952        END-IF
000953
000954        CLOSE FILE-PARM
000955
000956     ELSE
000957
000958        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000959        ACCEPT WS-FECHA FROM DATE
000960        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000961        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000962        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000963
000964     END-IF.
000965
000966 F-1050-LEER-PARM-FECHA. EXIT.
000967
000968**************************************
000969* DIAS DE VIGENCIA DE LAS ANULACIONES*
000970* PENDIENTES: DDAPRPAR O VALOR POR   *
000971* DEFECTO (EL UMBRAL NO APLICA: TODA *
000972* ANULACION LLEVA DOBLE FIRMA)       *
000973**************************************
000974
000975 1100-LEER-PARM-APROB.
000976
000977     OPEN INPUT FILE-APAR.
000978
000979     IF WS-FILAPAR-CODE IS EQUAL '00'
000980
000981        READ FILE-APAR INTO WS-REG-PARM-APR
000982
000983        IF WS-FILAPAR-CODE IS EQUAL '00'
000984           IF WS-PARM-APR-DIAS IS NOT EQUAL ZEROS
000985              MOVE WS-PARM-APR-DIAS   TO WS-APR-DIAS
000986           END-IF
000987           DISPLAY '* DIAS VIGENCIA ANULACION = ' WS-APR-DIAS
000988        END-IF
000989
000990        CLOSE FILE-APAR
000991
000992     ELSE
000993
000994        DISPLAY '* SIN DDAPRPAR, DIAS DE VIGENCIA POR DEFECTO'
000995
000996     END-IF.
000997
000998 F-1100-LEER-PARM-APROB. EXIT.
000999
001000**************************************
001001*  CARGAR LAS TRANSACCIONES DEL DIA   *
001002*  EN LA TABLA                        *
001003**************************************
001004
001005 1200-CARGAR-TRANSACCIONES.
001006
001007     SET WS-NO-FIN-TRAN TO TRUE
001008
001009     PERFORM 1210-LEER-TRAN THRU F-1210-LEER-TRAN
001010               UNTIL WS-FIN-TRAN
001011
001012     IF WS-TAN-CANT IS EQUAL ZERO
001013        DISPLAY '* SIN TRANSACCIONES DE ANULACION *'
001014     END-IF.
001015
001016 F-1200-CARGAR-TRANSACCIONES. EXIT.
001017
001018 1210-LEER-TRAN.
001019
001020     READ FILE-TRAN INTO WS-REG-ANUTRAN
001021
001022     EVALUATE WS-FILTRAN-CODE
001023
001024        WHEN '00'
001025           ADD 1 TO WS-CANT-LEIDAS
001026           IF WS-TAN-CANT IS NOT LESS THAN WS-TAN-MAX
001027              DISPLAY '* TABLA DE ANULACIONES DESBORDADA *'
001028              MOVE 9999 TO RETURN-CODE
001029              SET WS-FIN-LECTURA TO TRUE
001030              SET WS-FIN-TRAN    TO TRUE
001031           ELSE
001032              ADD 1 TO WS-TAN-CANT
001033              MOVE WS-REG-ANUTRAN TO WS-TAN-REG-TRAN (WS-TAN-CANT)
001034              MOVE WS-ANT-ASIENTO TO WS-TAN-ASIENTO  (WS-TAN-CANT)
001035              MOVE 'N'            TO WS-TAN-ORIG-SW  (WS-TAN-CANT)
001036              MOVE 'N'            TO WS-TAN-IMP-SW   (WS-TAN-CANT)
001037              MOVE 'N'            TO WS-TAN-ANUL-SW  (WS-TAN-CANT)
001038              MOVE SPACES         TO WS-TAN-REG-ORIG (WS-TAN-CANT)
001039              MOVE SPACES         TO WS-TAN-REG-IMP  (WS-TAN-CANT)
001040           END-IF
001041
001042        WHEN '10'
001043           SET WS-FIN-TRAN TO TRUE
001044
001045        WHEN OTHER
001046           DISPLAY '* ERROR EN LECTURA ANUTRN = ' WS-FILTRAN-CODE
001047           MOVE 9999 TO RETURN-CODE
001048           SET WS-FIN-LECTURA TO TRUE
001049           SET WS-FIN-TRAN    TO TRUE
001050
001051     END-EVALUATE.
001052
001053 F-1210-LEER-TRAN. EXIT.
001054
001055**************************************
001056*  UNA PASADA COMPLETA DEL DIARIO:    *
001057*  UBICA EL ASIENTO DE CADA           *
001058*  TRANSACCION, SU RETENCION IMP Y    *
001059*  UNA ANULACION REV ANTERIOR         *
001060**************************************
001061
001062 1300-BUSCAR-ASIENTOS.
001063
001064     OPEN INPUT FILE-DIA.
001065
001066*    CON '05' EL ARCHIVO OPCIONAL QUEDA ABIERTO Y SE CIERRA
001066*    PARA QUE EL OPEN EXTEND DE 1000-INICIO LO ENCUENTRE
001066*    CERRADO; CON '35' EL OPEN NO SE HIZO
001066
001066     IF WS-FILDIA-CODE IS EQUAL '05'
001066        OR WS-FILDIA-CODE IS EQUAL '35'
001067        IF WS-FILDIA-CODE IS EQUAL '05'
001067           CLOSE FILE-DIA
001067        END-IF
001068        DISPLAY '* DIARIO VACIO, NINGUN ASIENTO A ANULAR'
001069        GO TO F-1300-BUSCAR-ASIENTOS
001070     END-IF
001071
001072     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001073        DISPLAY '* ERROR EN OPEN DIARIO (L) = ' WS-FILDIA-CODE
001074        MOVE 9999 TO RETURN-CODE
001075        SET WS-FIN-LECTURA TO TRUE
001076        GO TO F-1300-BUSCAR-ASIENTOS
001077     END-IF
001078
001079     SET WS-NO-FIN-DIARIO TO TRUE
001080
001081     PERFORM 1310-LEER-DIARIO THRU F-1310-LEER-DIARIO
001082               UNTIL WS-FIN-DIARIO
001083
001084     CLOSE FILE-DIA
001085     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001086        DISPLAY '* ERROR EN CLOSE DIARIO (L) = ' WS-FILDIA-CODE
001087        MOVE 9999 TO RETURN-CODE
001088        SET WS-FIN-LECTURA TO TRUE
001089     END-IF.
001090
001091 F-1300-BUSCAR-ASIENTOS. EXIT.
001092
001093 1310-LEER-DIARIO.
001094
001095     READ FILE-DIA INTO WS-REG-DIARIO
001096
001097     EVALUATE WS-FILDIA-CODE
001098
001099        WHEN '00'
001100           ADD 1 TO WS-CANT-DIARIO-LEIDOS
001101
001102*    LOS ASIENTOS GRABADOS ANTES DE LA REFERENCIA UNICA
001103*    QUEDAN CON LA REFERENCIA EN BLANCO Y NO SE ANULAN
001104
001105           IF WS-DIA-ASIENTO IS NOT EQUAL SPACES
001106              MOVE ZEROS TO WS-TAN-BUS
001107              PERFORM 1320-COMPARAR-ASIENTO
001108                          THRU F-1320-COMPARAR-ASIENTO
001109                        UNTIL WS-TAN-BUS IS NOT LESS THAN
001110                                                WS-TAN-CANT
001111           END-IF
001112
001113        WHEN '10'
001114           SET WS-FIN-DIARIO TO TRUE
001115
001116        WHEN OTHER
001117           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
001118           MOVE 9999 TO RETURN-CODE
001119           SET WS-FIN-LECTURA TO TRUE
001120           SET WS-FIN-DIARIO  TO TRUE
001121
001122     END-EVALUATE.
001123
001124 F-1310-LEER-DIARIO. EXIT.
001125
001126*    UN MISMO ASIENTO PUEDE FIGURAR EN MAS DE UNA
001127*    TRANSACCION (SOLICITUD Y APROBACION EN EL MISMO LOTE),
001128*    POR ESO SE RECORRE LA TABLA COMPLETA
001129
001130 1320-COMPARAR-ASIENTO.
001131
001132     ADD 1 TO WS-TAN-BUS
001133
001134     IF WS-TAN-ASIENTO (WS-TAN-BUS) IS EQUAL SPACES
001135        GO TO F-1320-COMPARAR-ASIENTO
001136     END-IF
001137
001138     IF WS-DIA-ASIENTO IS EQUAL WS-TAN-ASIENTO (WS-TAN-BUS)
001139        MOVE WS-REG-DIARIO TO WS-TAN-REG-ORIG (WS-TAN-BUS)
001140        MOVE 'Y'           TO WS-TAN-ORIG-SW  (WS-TAN-BUS)
001141     END-IF
001142
001143     IF WS-DIA-ASI-RELAC IS EQUAL WS-TAN-ASIENTO (WS-TAN-BUS)
001144        IF WS-DIA-ES-IMPUESTO
001145           MOVE WS-REG-DIARIO TO WS-TAN-REG-IMP (WS-TAN-BUS)
001146           MOVE 'Y'           TO WS-TAN-IMP-SW  (WS-TAN-BUS)
001147        END-IF
001148        IF WS-DIA-ES-REVERSION
001149           MOVE 'Y'           TO WS-TAN-ANUL-SW (WS-TAN-BUS)
001150        END-IF
001151     END-IF.
001152
001153 F-1320-COMPARAR-ASIENTO. EXIT.
001154
001155**************************************
001156*  INTERBLOQUEO CON EL STREAM: SI EL   *
001157*  POSTEO NOCTURNO (PASO 04, PGMAPJ1D) *
001158*  O EL APLICADOR DE SALDOS (PASO 05,  *
001159*  PGMAPJ1A) FIGURAN INICIADOS PARA LA *
001160*  FECHA, NO SE ANULA NADA             *
001161**************************************
001162
001163 1600-CONTROL-INTERBLOQUEO.
001164
001165     OPEN INPUT FILE-RUN.
001166
001167     IF WS-FILRUN-CODE IS EQUAL '05'
001168        OR WS-FILRUN-CODE IS EQUAL '35'
001169        DISPLAY '* SIN DDRUNCTL, ANULACIONES SIN INTERBLOQUEO'
001170        GO TO F-1600-CONTROL-INTERBLOQUEO
001171     END-IF
001172
001173     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001174        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
001175        MOVE 9999 TO RETURN-CODE
001176        SET WS-FIN-LECTURA TO TRUE
001177        GO TO F-1600-CONTROL-INTERBLOQUEO
001178     END-IF
001179
001180     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
001181     MOVE 04               TO REG-RUN-PASO
001182     PERFORM 1610-CONTROLAR-UN-PASO
001183                 THRU F-1610-CONTROLAR-UN-PASO
001184
001185     MOVE 05               TO REG-RUN-PASO
001186     PERFORM 1610-CONTROLAR-UN-PASO
001187                 THRU F-1610-CONTROLAR-UN-PASO
001188
001189     CLOSE FILE-RUN.
001190
001191 F-1600-CONTROL-INTERBLOQUEO. EXIT.
001192
001193 1610-CONTROLAR-UN-PASO.
001194
001195     READ FILE-RUN INTO WS-REG-RUNCTL
001196        KEY IS REG-RUN-CLAVE
001197
001198     EVALUATE WS-FILRUN-CODE
001199
001200        WHEN '00'
001201           IF WS-RUN-EST-INICIADO
001202              DISPLAY '* PASO ' REG-RUN-PASO ' ('
001203                      WS-RUN-PROGRAMA ') EN CURSO, '
001204                      'ANULACIONES BLOQUEADAS *'
001205              MOVE 8 TO RETURN-CODE
001206              SET WS-FIN-LECTURA TO TRUE
001207           END-IF
001208
001209        WHEN '23'
001210           CONTINUE
001211
001212        WHEN OTHER
001213           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
001214           MOVE 9999 TO RETURN-CODE
001215           SET WS-FIN-LECTURA TO TRUE
001216
001217     END-EVALUATE.
001218
001219 F-1610-CONTROLAR-UN-PASO. EXIT.
001220
001221**************************************
001222* PROCESO DE UNA TRANSACCION DE LA   *
001223* TABLA                              *
001224**************************************
001225
001226 2000-PROCESO.
001227
001228     ADD 1 TO WS-TAN-IDX
001229
001230     IF WS-TAN-IDX IS GREATER THAN WS-TAN-CANT
001231        SET WS-FIN-LECTURA TO TRUE
001232        GO TO F-2000-PROCESO
001233     END-IF
001234
001235     MOVE WS-TAN-REG-TRAN (WS-TAN-IDX) TO WS-REG-ANUTRAN
001236
001237*    NINGUNA TRANSACCION SE EJECUTA SIN VALIDAR EL OPERADOR
001238*    CONTRA SU PERFIL (EXISTENCIA, ESTADO Y ACCION)
001239
001240     PERFORM 1500-VALIDAR-OPERADOR
001241                 THRU F-1500-VALIDAR-OPERADOR
001242
001243     IF WS-OPE-RECHAZADO
001244        GO TO F-2000-PROCESO
001245     END-IF
001246
001247     EVALUATE TRUE
001248
001249        WHEN WS-ANT-SOLICITAR
001250           PERFORM 2100-SOLICITAR-ANULACION
001251                       THRU F-2100-SOLICITAR-ANULACION
001252
001253        WHEN WS-ANT-APROBAR
001254           PERFORM 2200-APROBAR-ANULACION
001255                       THRU F-2200-APROBAR-ANULACION
001256
001257        WHEN WS-ANT-RECHAZAR
001258           PERFORM 2300-RECHAZAR-ANULACION
001259                       THRU F-2300-RECHAZAR-ANULACION
001260
001261        WHEN OTHER
001262           ADD 1 TO WS-CANT-ACCION-INVALID
001263           MOVE 'ACCION DE TRANSACCION INVALIDA'
001264                                    TO WS-LIN-MENSAJE
001265           PERFORM 2900-IMPRIMIR-RESULTADO
001266                       THRU F-2900-IMPRIMIR-RESULTADO
001267
001268     END-EVALUATE.
001269
001270 F-2000-PROCESO. EXIT.
001271
001272**************************************
001273* VALIDAR EL OPERADOR DE LA          *
001274* TRANSACCION CONTRA SU PERFIL, COMO *
001275* 1500- DE PGMAPJ1M                  *
001276**************************************
001277
001278 1500-VALIDAR-OPERADOR.
001279
001280     SET WS-OPE-AUTORIZADO TO TRUE
001281     MOVE ZEROS TO WS-OPE-LIM-ACCION
001282
001283     MOVE WS-ANT-OPERADOR TO REG-OPE-ID
001284
001285     READ FILE-OPE INTO WS-REG-OPERADOR
001286        KEY IS REG-OPE-ID
001287
001288     EVALUATE WS-FILOPE-CODE
001289
001290        WHEN '00'
001291           CONTINUE
001292
001293        WHEN '23'
001294           SET WS-OPE-RECHAZADO TO TRUE
001295           ADD 1 TO WS-CANT-OPER-RECH
001296           MOVE 'TRANSACCION RECHAZADA - OPERADOR DESCONOCIDO'
001297                                    TO WS-LIN-MENSAJE
001298           PERFORM 2900-IMPRIMIR-RESULTADO
001299                       THRU F-2900-IMPRIMIR-RESULTADO
001300           GO TO F-1500-VALIDAR-OPERADOR
001301
001302        WHEN OTHER
001303           DISPLAY '* ERROR EN READ OPERAD = ' WS-FILOPE-CODE
001304           MOVE 9999 TO RETURN-CODE
001305           SET WS-FIN-LECTURA TO TRUE
001306           SET WS-OPE-RECHAZADO TO TRUE
001307           GO TO F-1500-VALIDAR-OPERADOR
001308
001309     END-EVALUATE
001310
001311     IF WS-OPE-EST-BAJA
001312        SET WS-OPE-RECHAZADO TO TRUE
001313        ADD 1 TO WS-CANT-OPER-RECH
001314        MOVE 'TRANSACCION RECHAZADA - OPERADOR INACTIVO'
001315                                 TO WS-LIN-MENSAJE
001316        PERFORM 2900-IMPRIMIR-RESULTADO
001317                    THRU F-2900-IMPRIMIR-RESULTADO
001318        GO TO F-1500-VALIDAR-OPERADOR
001319     END-IF
001320
001321     PERFORM 1510-BUSCAR-PERMISO THRU F-1510-BUSCAR-PERMISO
001322
001323     IF WS-OPE-HALLADA IS EQUAL ZERO
001324        SET WS-OPE-RECHAZADO TO TRUE
001325        ADD 1 TO WS-CANT-OPER-RECH
001326        MOVE 'TRANSACCION RECHAZADA - ACCION NO PERMITIDA'
001327                                 TO WS-LIN-MENSAJE
001328        PERFORM 2900-IMPRIMIR-RESULTADO
001329                    THRU F-2900-IMPRIMIR-RESULTADO
001330     ELSE
001331        MOVE WS-OPE-LIMITE (WS-OPE-HALLADA)
001332                                 TO WS-OPE-LIM-ACCION
001333     END-IF.
001334
001335 F-1500-VALIDAR-OPERADOR. EXIT.
001336
001337 1510-BUSCAR-PERMISO.
001338
001339     MOVE ZEROS TO WS-OPE-HALLADA
001340     MOVE ZEROS TO WS-OPE-IDX.
001341
001342     PERFORM 1520-COMPARAR-PERMISO
001343                 THRU F-1520-COMPARAR-PERMISO
001344               UNTIL WS-OPE-IDX IS NOT LESS THAN 10
001345               OR WS-OPE-HALLADA IS NOT EQUAL ZERO.
001346
001347 F-1510-BUSCAR-PERMISO. EXIT.
001348
001349 1520-COMPARAR-PERMISO.
001350
001351     ADD 1 TO WS-OPE-IDX
001352
001353     IF WS-OPE-ACCION (WS-OPE-IDX) IS EQUAL WS-ANT-ACCION
001354        MOVE WS-OPE-IDX TO WS-OPE-HALLADA
001355     END-IF.
001356
001357 F-1520-COMPARAR-PERMISO. EXIT.
001358
001359**************************************
001360* ACCION V: SOLICITAR LA ANULACION   *
001361* DE UN ASIENTO; QUEDA PENDIENTE     *
001362* HASTA QUE OTRO OPERADOR LA APRUEBE *
001363* (W) O RECHACE (X)                  *
001364**************************************
001365
001366 2100-SOLICITAR-ANULACION.
001367
001368     IF WS-ANT-ASIENTO IS EQUAL SPACES
001369        ADD 1 TO WS-CANT-DENEGADAS
001370        MOVE 'SOLICITUD SIN REFERENCIA DE ASIENTO'
001371                                 TO WS-LIN-MENSAJE
001372        PERFORM 2900-IMPRIMIR-RESULTADO
001373                    THRU F-2900-IMPRIMIR-RESULTADO
001374        GO TO F-2100-SOLICITAR-ANULACION
001375     END-IF
001376
001377     PERFORM 2050-VALIDAR-ORIGINAL THRU F-2050-VALIDAR-ORIGINAL
001378
001379     IF WS-ANU-NO-VALIDA
001380        GO TO F-2100-SOLICITAR-ANULACION
001381     END-IF
001382
001383     PERFORM 2060-LEER-CUENTA THRU F-2060-LEER-CUENTA
001384
001385     IF WS-ANU-NO-VALIDA
001386        GO TO F-2100-SOLICITAR-ANULACION
001387     END-IF
001388
001389     PERFORM 2070-CONTROLAR-TOPE THRU F-2070-CONTROLAR-TOPE
001390
001391     IF WS-ANU-NO-VALIDA
001392        GO TO F-2100-SOLICITAR-ANULACION
001393     END-IF
001394
001395*    UNA SOLICITUD ANTERIOR PENDIENTE O YA APROBADA FRENA LA
001396*    NUEVA; UNA RECHAZADA O EXPIRADA SE PUEDE VOLVER A PEDIR
001397
001398     MOVE WS-ANT-ASIENTO TO REG-ANP-ASIENTO
001399
001400     READ FILE-ANP INTO WS-REG-ANUPEND
001401        KEY IS REG-ANP-ASIENTO
001402
001403     EVALUATE WS-FILANP-CODE
001404
001405        WHEN '00'
001406           EVALUATE TRUE
001407              WHEN WS-ANP-EST-PENDIENTE
001408                 ADD 1 TO WS-CANT-DENEGADAS
001409                 MOVE 'YA HAY UNA ANULACION PENDIENTE DEL ASIENTO'
001410                                          TO WS-LIN-MENSAJE
001411                 PERFORM 2900-IMPRIMIR-RESULTADO
001412                             THRU F-2900-IMPRIMIR-RESULTADO
001413              WHEN WS-ANP-EST-APROBADA
001414                 ADD 1 TO WS-CANT-DENEGADAS
001415                 MOVE 'EL ASIENTO YA FUE ANULADO'
001416                                          TO WS-LIN-MENSAJE
001417                 PERFORM 2900-IMPRIMIR-RESULTADO
001418                             THRU F-2900-IMPRIMIR-RESULTADO
001419              WHEN OTHER
001420                 PERFORM 2110-ARMAR-PENDIENTE
001421                             THRU F-2110-ARMAR-PENDIENTE
001422                 REWRITE REG-ANP FROM WS-REG-ANUPEND
001423                 PERFORM 2120-CONTROLAR-GRABACION
001424                             THRU F-2120-CONTROLAR-GRABACION
001425           END-EVALUATE
001426
001427        WHEN '23'
001428           PERFORM 2110-ARMAR-PENDIENTE
001429                       THRU F-2110-ARMAR-PENDIENTE
001430           WRITE REG-ANP FROM WS-REG-ANUPEND
001431           PERFORM 2120-CONTROLAR-GRABACION
001432                       THRU F-2120-CONTROLAR-GRABACION
001433
001434        WHEN OTHER
001435           DISPLAY '* ERROR EN READ ANUPEN (V) = ' WS-FILANP-CODE
001436           MOVE 9999 TO RETURN-CODE
001437           SET WS-FIN-LECTURA TO TRUE
001438
001439     END-EVALUATE.
001440
001441 F-2100-SOLICITAR-ANULACION. EXIT.
001442
001443 2110-ARMAR-PENDIENTE.
001444
001445     ACCEPT WS-HORA FROM TIME
001446
001447     MOVE SPACES               TO WS-REG-ANUPEND
001448     MOVE WS-ANT-ASIENTO       TO WS-ANP-ASIENTO
001449     MOVE WS-ANU-ORIG-CLAVE    TO WS-ANP-CLAVE
001450     MOVE WS-ANU-ORIG-CONCEPTO TO WS-ANP-CONCEPTO
001451     MOVE WS-ANU-ORIG-MONEDA   TO WS-ANP-MONEDA
001452     MOVE WS-ANU-ORIG-IMPORTE  TO WS-ANP-IMPORTE
001453     MOVE WS-ANU-ORIG-FEC-PROC TO WS-ANP-FEC-PROCESO
001454     MOVE WS-ANT-MOTIVO        TO WS-ANP-MOTIVO
001455     MOVE WS-ANT-OPERADOR      TO WS-ANP-OPER-CARGA
001456     MOVE WS-ANT-TERMINAL      TO WS-ANP-TERM-CARGA
001457     MOVE WS-FECHA-PROCESO     TO WS-ANP-FEC-CARGA
001458     MOVE WS-HORA (1:6)        TO WS-ANP-HORA-CARGA
001459     MOVE 'P'                  TO WS-ANP-ESTADO
001460     MOVE SPACES               TO WS-ANP-OPER-RESOL
001461     MOVE ZEROS                TO WS-ANP-FEC-RESOL
001462     MOVE SPACES               TO WS-ANP-ASI-REV.
001463
001464 F-2110-ARMAR-PENDIENTE. EXIT.
001465
001466 2120-CONTROLAR-GRABACION.
001467
001468     IF WS-FILANP-CODE IS EQUAL '00'
001469        ADD 1 TO WS-CANT-SOLICITADAS
001470        MOVE 'ANULACION SOLICITADA - QUEDA PENDIENTE'
001471                                 TO WS-LIN-MENSAJE
001472        PERFORM 2900-IMPRIMIR-RESULTADO
001473                    THRU F-2900-IMPRIMIR-RESULTADO
001474     ELSE
001475        DISPLAY '* ERROR EN GRABAR ANUPEN = ' WS-FILANP-CODE
001476        MOVE 9999 TO RETURN-CODE
001477        SET WS-FIN-LECTURA TO TRUE
001478     END-IF.
001479
001480 F-2120-CONTROLAR-GRABACION. EXIT.
001481
001482**************************************
001483* EL ASIENTO A ANULAR DEBE ESTAR EN  *
001484* EL DIARIO (NO ARCHIVADO), NO SER   *
001485* UNA ANULACION, UNA RETENCION IMP   *
001486* (SE ANULA CON SU MOVIMIENTO) NI    *
001487* UNA PATA DE TRANSFERENCIA, Y NO    *
001488* DEBE ESTAR YA ANULADO              *
001489**************************************
001490
001491 2050-VALIDAR-ORIGINAL.
001492
001493     SET WS-ANU-NO-VALIDA TO TRUE
001494
001495     IF NOT WS-TAN-ORIG-HALLADO (WS-TAN-IDX)
001496        ADD 1 TO WS-CANT-DENEGADAS
001497        MOVE 'ASIENTO INEXISTENTE EN EL DIARIO O ARCHIVADO'
001498                                 TO WS-LIN-MENSAJE
001499        PERFORM 2900-IMPRIMIR-RESULTADO
001500                    THRU F-2900-IMPRIMIR-RESULTADO
001501        GO TO F-2050-VALIDAR-ORIGINAL
001502     END-IF
001503
001504     IF WS-TAN-YA-ANULADO (WS-TAN-IDX)
001505        ADD 1 TO WS-CANT-DENEGADAS
001506        MOVE 'EL ASIENTO YA FUE ANULADO'
001507                                 TO WS-LIN-MENSAJE
001508        PERFORM 2900-IMPRIMIR-RESULTADO
001509                    THRU F-2900-IMPRIMIR-RESULTADO
001510        GO TO F-2050-VALIDAR-ORIGINAL
001511     END-IF
001512
001513*    RETENCION IMP PRACTICADA SOBRE EL ASIENTO (SE ANULA EN
001514*    CASCADA CON EL)
001515
001516     IF WS-TAN-IMP-HALLADO (WS-TAN-IDX)
001517        MOVE WS-TAN-REG-IMP (WS-TAN-IDX) TO WS-REG-DIARIO
001518        SET WS-ANU-CON-IMP       TO TRUE
001519        MOVE WS-DIA-ASIENTO      TO WS-ANU-IMP-ASIENTO
001520        MOVE WS-DIA-IMPORTE      TO WS-ANU-IMP-IMPORTE
001521        MOVE WS-DIA-FEC-PROCESO  TO WS-ANU-IMP-FEC-PROC
001522     ELSE
001523        SET WS-ANU-SIN-IMP       TO TRUE
001524        MOVE SPACES              TO WS-ANU-IMP-ASIENTO
001525        MOVE ZEROS               TO WS-ANU-IMP-IMPORTE
001526        MOVE ZEROS               TO WS-ANU-IMP-FEC-PROC
001527     END-IF
001528
001529     MOVE WS-TAN-REG-ORIG (WS-TAN-IDX) TO WS-REG-DIARIO
001530
001531     MOVE WS-DIA-NRO          TO WS-ANU-ORIG-NRO
001532     MOVE WS-DIA-TIPO         TO WS-ANU-ORIG-TIPO
001533     MOVE WS-DIA-CUENTA       TO WS-ANU-ORIG-CUENTA
001534     MOVE WS-DIA-ASIENTO      TO WS-ANU-ORIG-ASIENTO
001535     MOVE WS-DIA-CONCEPTO     TO WS-ANU-ORIG-CONCEPTO
001536     MOVE WS-DIA-MONEDA       TO WS-ANU-ORIG-MONEDA
001537     MOVE WS-DIA-IMPORTE      TO WS-ANU-ORIG-IMPORTE
001538     MOVE WS-DIA-FEC-PROCESO  TO WS-ANU-ORIG-FEC-PROC
001539
001540     EVALUATE TRUE
001541
001542        WHEN WS-DIA-ES-REVERSION
001543           ADD 1 TO WS-CANT-DENEGADAS
001544           MOVE 'UNA ANULACION NO SE ANULA'
001545                                    TO WS-LIN-MENSAJE
001546           PERFORM 2900-IMPRIMIR-RESULTADO
001547                       THRU F-2900-IMPRIMIR-RESULTADO
001548
001549        WHEN WS-DIA-ES-IMPUESTO
001550           ADD 1 TO WS-CANT-DENEGADAS
001551           MOVE 'LA RETENCION SE ANULA CON SU MOVIMIENTO'
001552                                    TO WS-LIN-MENSAJE
001553           PERFORM 2900-IMPRIMIR-RESULTADO
001554                       THRU F-2900-IMPRIMIR-RESULTADO
001555
001556        WHEN WS-DIA-ES-TRANSFERENCIA
001557           ADD 1 TO WS-CANT-DENEGADAS
001558           MOVE 'PATA DE TRANSFERENCIA - NO SE ANULA SOLA'
001559                                    TO WS-LIN-MENSAJE
001560           PERFORM 2900-IMPRIMIR-RESULTADO
001561                       THRU F-2900-IMPRIMIR-RESULTADO
001562
001562*    LA TRANSFERENCIA CON OTRO BANCO YA SALIO O ENTRO POR
001562*    CAMARA: EL DEBITO SOLO SE REINTEGRA POR LA DEVOLUCION
001562*    DE LA CAMARA (PGMAPJ6C) Y EL CREDITO SE DEVUELVE AL
001562*    BANCO ORIGEN
001562        WHEN WS-DIA-ES-INTERBANCARIA
001562           ADD 1 TO WS-CANT-DENEGADAS
001562           MOVE 'TRANSFERENCIA INTERBANCARIA - NO SE ANULA'
001562                                    TO WS-LIN-MENSAJE
001562           PERFORM 2900-IMPRIMIR-RESULTADO
001562                       THRU F-2900-IMPRIMIR-RESULTADO
001562
001562*    LOS ASIENTOS DE PRESTAMOS ESTAN ATADOS AL CRONOGRAMA
001562*    DE CUOTAS (DDCUOTAS): SE CORRIGEN DESDE PGMAPJ2A/2B
001562        WHEN WS-DIA-ES-PRE-DESEMBOLSO
001562        WHEN WS-DIA-ES-PRE-CAPITAL
001562        WHEN WS-DIA-ES-PRE-INTERES
001562        WHEN WS-DIA-ES-PRE-PUNITORIO
001562           ADD 1 TO WS-CANT-DENEGADAS
001562           MOVE 'ASIENTO DE PRESTAMO - NO SE ANULA'
001562                                    TO WS-LIN-MENSAJE
001562           PERFORM 2900-IMPRIMIR-RESULTADO
001562                       THRU F-2900-IMPRIMIR-RESULTADO
001562
001563        WHEN OTHER
001564           SET WS-ANU-VALIDA TO TRUE
001565
001566     END-EVALUATE
001567
001568*    IMPORTE NETO DE LA ANULACION SOBRE LA CUENTA
001569
001570     COMPUTE WS-ANU-NETO = ZERO - WS-ANU-ORIG-IMPORTE
001571                                - WS-ANU-IMP-IMPORTE.
001572
001573 F-2050-VALIDAR-ORIGINAL. EXIT.
001574
001575**************************************
001576* LEER LA CUENTA DEL ASIENTO A       *
001577* ANULAR: DEBE EXISTIR Y NO ESTAR    *
001578* DADA DE BAJA                       *
001579**************************************
001580
001581 2060-LEER-CUENTA.
001582
001583     SET WS-ANU-NO-VALIDA TO TRUE
001584
001585     MOVE WS-ANU-ORIG-NRO     TO REG-FILE1-NRO
001586     MOVE WS-ANU-ORIG-TIPO    TO REG-FILE1-TIPO
001587     MOVE WS-ANU-ORIG-CUENTA  TO REG-FILE1-CUENTA
001588
001589     READ FILE1 INTO WS-REG-CLIENTE
001590        KEY IS REG-FILE1-CLAVE
001591
001592     EVALUATE WS-FIL1-CODE
001593
001594        WHEN '00'
001595           IF WS-CLI-EST-BAJA
001596              ADD 1 TO WS-CANT-DENEGADAS
001597              MOVE 'CUENTA DADA DE BAJA - NO SE ANULA'
001598                                       TO WS-LIN-MENSAJE
001599              PERFORM 2900-IMPRIMIR-RESULTADO
001600                          THRU F-2900-IMPRIMIR-RESULTADO
001601           ELSE
001602              SET WS-ANU-VALIDA TO TRUE
001603           END-IF
001604
001605        WHEN '23'
001606           ADD 1 TO WS-CANT-DENEGADAS
001607           MOVE 'CUENTA INEXISTENTE EN EL MAESTRO'
001608                                    TO WS-LIN-MENSAJE
001609           PERFORM 2900-IMPRIMIR-RESULTADO
001610                       THRU F-2900-IMPRIMIR-RESULTADO
001611
001612        WHEN OTHER
001613           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001614           MOVE 9999 TO RETURN-CODE
001615           SET WS-FIN-LECTURA TO TRUE
001616
001617     END-EVALUATE.
001618
001619 F-2060-LEER-CUENTA. EXIT.
001620
001621**************************************
001622* EL IMPORTE NETO DE LA ANULACION NO *
001623* PUEDE SUPERAR EL TOPE DEL OPERADOR *
001624* PARA LA ACCION (CERO = SIN TOPE)   *
001625**************************************
001626
001627 2070-CONTROLAR-TOPE.
001628
001629     SET WS-ANU-VALIDA TO TRUE
001630
001631     IF WS-ANU-NETO IS LESS THAN ZERO
001632        COMPUTE WS-ANU-IMPORTE-ABS = ZERO - WS-ANU-NETO
001633     ELSE
001634        MOVE WS-ANU-NETO TO WS-ANU-IMPORTE-ABS
001635     END-IF
001636
001637     IF WS-OPE-LIM-ACCION IS NOT EQUAL ZEROS
001638        AND WS-ANU-IMPORTE-ABS IS GREATER THAN WS-OPE-LIM-ACCION
001639        SET WS-ANU-NO-VALIDA TO TRUE
001640        ADD 1 TO WS-CANT-LIM-RECH
001641        MOVE 'ANULACION RECHAZADA - SUPERA TOPE DEL OPERADOR'
001642                                 TO WS-LIN-MENSAJE
001643        PERFORM 2900-IMPRIMIR-RESULTADO
001644                    THRU F-2900-IMPRIMIR-RESULTADO
001645     END-IF.
001646
001647 F-2070-CONTROLAR-TOPE. EXIT.
001648
001649**************************************
001650* ACCION W: APROBAR UNA ANULACION    *
001651* PENDIENTE; DEBE FIRMAR UN OPERADOR *
001652* DISTINTO DEL QUE LA PIDIO Y LA     *
001653* PENDIENTE NO DEBE ESTAR VENCIDA    *
001654**************************************
001655
001656 2200-APROBAR-ANULACION.
001657
001658     MOVE WS-ANT-ASIENTO TO REG-ANP-ASIENTO
001659
001660     READ FILE-ANP INTO WS-REG-ANUPEND
001661        KEY IS REG-ANP-ASIENTO
001662
001663     EVALUATE WS-FILANP-CODE
001664
001665        WHEN '00'
001666           PERFORM 2210-RESOLVER-APROBACION
001667                       THRU F-2210-RESOLVER-APROBACION
001668
001669        WHEN '23'
001670           ADD 1 TO WS-CANT-DENEGADAS
001671           MOVE 'NO HAY ANULACION PENDIENTE DEL ASIENTO'
001672                                    TO WS-LIN-MENSAJE
001673           PERFORM 2900-IMPRIMIR-RESULTADO
001674                       THRU F-2900-IMPRIMIR-RESULTADO
001675
001676        WHEN OTHER
001677           DISPLAY '* ERROR EN READ ANUPEN (W) = ' WS-FILANP-CODE
001678           MOVE 9999 TO RETURN-CODE
001679           SET WS-FIN-LECTURA TO TRUE
001680
001681     END-EVALUATE.
001682
001683 F-2200-APROBAR-ANULACION. EXIT.
001684
001685 2210-RESOLVER-APROBACION.
001686
001687     IF NOT WS-ANP-EST-PENDIENTE
001688        ADD 1 TO WS-CANT-DENEGADAS
001689        MOVE 'LA ANULACION YA NO ESTA PENDIENTE'
001690                                 TO WS-LIN-MENSAJE
001691        PERFORM 2900-IMPRIMIR-RESULTADO
001692                    THRU F-2900-IMPRIMIR-RESULTADO
001693        GO TO F-2210-RESOLVER-APROBACION
001694     END-IF
001695
001696*    MAKER-CHECKER: EL QUE APRUEBA NO PUEDE SER EL QUE PIDIO
001697
001698     IF WS-ANT-OPERADOR IS EQUAL WS-ANP-OPER-CARGA
001699        ADD 1 TO WS-CANT-DENEGADAS
001700        MOVE 'APROBACION DENEGADA - MISMO OPERADOR QUE PIDIO'
001701                                 TO WS-LIN-MENSAJE
001702        PERFORM 2900-IMPRIMIR-RESULTADO
001703                    THRU F-2900-IMPRIMIR-RESULTADO
001704        GO TO F-2210-RESOLVER-APROBACION
001705     END-IF
001706
001707*    UNA PENDIENTE VENCIDA NO SE APLICA: SE MARCA EXPIRADA
001708
001709     MOVE WS-ANP-FEC-CARGA TO WS-FEC-TRABAJO
001710     COMPUTE WS-PEND-DIAS =
001711             (WS-FEC-PRO-ANIO - WS-FEC-TRA-ANIO) * 360
001712           + (WS-FEC-PRO-MES  - WS-FEC-TRA-MES)  * 30
001713           + (WS-FEC-PRO-DIA  - WS-FEC-TRA-DIA)
001714
001715     IF WS-PEND-DIAS IS GREATER THAN WS-APR-DIAS
001716        MOVE 'X'              TO WS-ANP-ESTADO
001717        MOVE WS-ANT-OPERADOR  TO WS-ANP-OPER-RESOL
001718        MOVE WS-FECHA-PROCESO TO WS-ANP-FEC-RESOL
001719        REWRITE REG-ANP FROM WS-REG-ANUPEND
001719        IF WS-FILANP-CODE IS NOT EQUAL '00'
001719           DISPLAY '* ERROR EN REWRITE ANUPEN = ' WS-FILANP-CODE
001719           MOVE 9999 TO RETURN-CODE
001719           SET WS-FIN-LECTURA TO TRUE
001719           GO TO F-2210-RESOLVER-APROBACION
001719        END-IF
001720        ADD 1 TO WS-CANT-EXPIRADAS
001721        MOVE 'ANULACION EXPIRADA - NO SE APLICO'
001722                                 TO WS-LIN-MENSAJE
001723        PERFORM 2900-IMPRIMIR-RESULTADO
001724                    THRU F-2900-IMPRIMIR-RESULTADO
001725        GO TO F-2210-RESOLVER-APROBACION
001726     END-IF
001727
001728*    EL ASIENTO SE VUELVE A VALIDAR CONTRA EL DIARIO DE HOY
001729*    (PUDO HABERSE ARCHIVADO O ANULADO DESDE LA SOLICITUD)
001730
001731     PERFORM 2050-VALIDAR-ORIGINAL THRU F-2050-VALIDAR-ORIGINAL
001732
001733     IF WS-ANU-NO-VALIDA
001734        GO TO F-2210-RESOLVER-APROBACION
001735     END-IF
001736
001737     PERFORM 2060-LEER-CUENTA THRU F-2060-LEER-CUENTA
001738
001739     IF WS-ANU-NO-VALIDA
001740        GO TO F-2210-RESOLVER-APROBACION
001741     END-IF
001742
001743     PERFORM 2070-CONTROLAR-TOPE THRU F-2070-CONTROLAR-TOPE
001744
001745     IF WS-ANU-NO-VALIDA
001746        GO TO F-2210-RESOLVER-APROBACION
001747     END-IF
001748
001749*    UNA ANULACION QUE DEBITA UNA CUENTA CON EMBARGO VIGENTE
001750*    SE BLOQUEA (LA QUE ACREDITA SE APLICA)
001751
001752     IF WS-ANU-NETO IS LESS THAN ZERO
001753        PERFORM 2960-BUSCAR-EMBARGO
001754                    THRU F-2960-BUSCAR-EMBARGO
001755        IF WS-EMB-VIGENTE
001756           ADD 1 TO WS-CANT-EMB-BLOQ
001757           MOVE 'APROBACION BLOQUEADA - EMBARGO VIGENTE'
001758                                    TO WS-LIN-MENSAJE
001759           PERFORM 2900-IMPRIMIR-RESULTADO
001760                       THRU F-2900-IMPRIMIR-RESULTADO
001761           GO TO F-2210-RESOLVER-APROBACION
001762        END-IF
001763     END-IF
001764
001765*    REVERTIR SOBRE EL MAESTRO EL ASIENTO Y SU RETENCION,
001766*    CON IMAGEN ANTERIOR PARA LA AUDITORIA
001767
001768     MOVE WS-REG-CLIENTE TO WS-IMG-ANTES
001769     MOVE WS-CLI-SALDO   TO WS-SALDO-ANTERIOR
001770
001771     PERFORM 2150-ABRIR-PERIODO THRU F-2150-ABRIR-PERIODO
001772
001773     COMPUTE WS-ANU-IMPORTE-W = ZERO - WS-ANU-ORIG-IMPORTE
001774     MOVE WS-ANU-ORIG-FEC-PROC TO WS-ANU-FEC-ORIG-W
001775     PERFORM 2220-APLICAR-IMPORTE THRU F-2220-APLICAR-IMPORTE
001776     MOVE WS-CLI-SALDO TO WS-ANU-SALDO-ORIG
001777
001778     IF WS-ANU-CON-IMP
001779        COMPUTE WS-ANU-IMPORTE-W = ZERO - WS-ANU-IMP-IMPORTE
001780        MOVE WS-ANU-IMP-FEC-PROC TO WS-ANU-FEC-ORIG-W
001781        PERFORM 2220-APLICAR-IMPORTE THRU F-2220-APLICAR-IMPORTE
001782        MOVE WS-CLI-SALDO TO WS-ANU-SALDO-IMP
001783     END-IF
001784
001785     REWRITE REG-FILE1 FROM WS-REG-CLIENTE
001786
001787     IF WS-FIL1-CODE IS NOT EQUAL '00'
001788        DISPLAY '* ERROR EN REWRITE FILE1 (W) = ' WS-FIL1-CODE
001789        MOVE 9999 TO RETURN-CODE
001790        SET WS-FIN-LECTURA TO TRUE
001791        GO TO F-2210-RESOLVER-APROBACION
001792     END-IF
001793
001794*    ASIENTOS REV EN EL DIARIO (EL DEL ORIGINAL Y, EN
001795*    CASCADA, EL DE SU RETENCION) Y SU CONTRAPARTIDA CONTABLE
001796
001797     COMPUTE WS-ANU-IMPORTE-W = ZERO - WS-ANU-ORIG-IMPORTE
001798     MOVE WS-ANU-ORIG-CONCEPTO TO WS-ANU-CONC-W
001799     MOVE WS-ANU-ORIG-ASIENTO  TO WS-ANU-RELAC-W
001800     MOVE WS-ANU-SALDO-ORIG    TO WS-ANU-SALDO-W
001801     PERFORM 2250-GRABAR-REV THRU F-2250-GRABAR-REV
001802     MOVE WS-DIA-ASIENTO       TO WS-ANP-ASI-REV
001803     PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001804
001805     IF WS-ANU-CON-IMP
001806        COMPUTE WS-ANU-IMPORTE-W = ZERO - WS-ANU-IMP-IMPORTE
001807        MOVE 'IMP'                TO WS-ANU-CONC-W
001808        MOVE WS-ANU-IMP-ASIENTO   TO WS-ANU-RELAC-W
001809        MOVE WS-ANU-SALDO-IMP     TO WS-ANU-SALDO-W
001810        PERFORM 2250-GRABAR-REV THRU F-2250-GRABAR-REV
001811        PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001812     END-IF
001813
001814     PERFORM 2400-GRABAR-AUDITORIA
001815                 THRU F-2400-GRABAR-AUDITORIA
001816
001817     MOVE 'A'              TO WS-ANP-ESTADO
001818     MOVE WS-ANT-OPERADOR  TO WS-ANP-OPER-RESOL
001819     MOVE WS-FECHA-PROCESO TO WS-ANP-FEC-RESOL
001820     REWRITE REG-ANP FROM WS-REG-ANUPEND
001821
001822     IF WS-FILANP-CODE IS NOT EQUAL '00'
001823        DISPLAY '* ERROR EN REWRITE ANUPEN = ' WS-FILANP-CODE
001824        MOVE 9999 TO RETURN-CODE
001825        SET WS-FIN-LECTURA TO TRUE
001826        GO TO F-2210-RESOLVER-APROBACION
001827     END-IF
001828
001829*    UNA SEGUNDA APROBACION DEL MISMO ASIENTO EN EL LOTE YA
001830*    LO ENCUENTRA ANULADO
001831
001832     MOVE 'Y' TO WS-TAN-ANUL-SW (WS-TAN-IDX)
001833
001834     ADD 1 TO WS-CANT-APROBADAS
001835     MOVE 'ANULACION APROBADA Y APLICADA'
001836                              TO WS-LIN-MENSAJE
001837     PERFORM 2900-IMPRIMIR-RESULTADO
001838                 THRU F-2900-IMPRIMIR-RESULTADO.
001839
001840 F-2210-RESOLVER-APROBACION. EXIT.
001841
001842**************************************
001843*  ARRANQUE DE PERIODO MTD / YTD DE   *
001844*  LA CUENTA SI CAMBIO EL MES / ANIO  *
001845**************************************
001846
001847 2150-ABRIR-PERIODO.
001848
001849     IF WS-CLI-MTD-PERIODO NOT EQUAL WS-PERIODO-MTD
001850        MOVE WS-PERIODO-MTD    TO WS-CLI-MTD-PERIODO
001851        MOVE ZEROS             TO WS-CLI-MTD-DEBITOS
001852        MOVE ZEROS             TO WS-CLI-MTD-CREDITOS
001853        MOVE ZEROS             TO WS-CLI-MTD-CANT-MOV
001854     END-IF
001855
001856     IF WS-CLI-YTD-PERIODO NOT EQUAL WS-PERIODO-YTD
001857        MOVE WS-PERIODO-YTD    TO WS-CLI-YTD-PERIODO
001858        MOVE ZEROS             TO WS-CLI-YTD-DEBITOS
001859        MOVE ZEROS             TO WS-CLI-YTD-CREDITOS
001860        MOVE ZEROS             TO WS-CLI-YTD-CANT-MOV
001861     END-IF.
001862
001863 F-2150-ABRIR-PERIODO. EXIT.
001864
001865**************************************
001866*  APLICAR UN IMPORTE ANULADO SOBRE   *
001867*  EL SALDO Y LOS ACUMULADOS: SI EL   *
001868*  ORIGINAL ES DEL MISMO PERIODO SE   *
001869*  DESCUENTA DE SU MISMO ACUMULADO;   *
001870*  SI ES DE UN PERIODO ANTERIOR LA    *
001871*  ANULACION ES ACTIVIDAD DEL PERIODO *
001872*  EN CURSO SEGUN SU PROPIO SIGNO     *
001873**************************************
001874
001875 2220-APLICAR-IMPORTE.
001876
001877     ADD WS-ANU-IMPORTE-W TO WS-CLI-SALDO
001878     ADD 1                TO WS-CLI-CANT-MOV
001879
001880     MOVE WS-ANU-FEC-ORIG-W TO WS-FEC-TRABAJO
001881
001882     IF WS-FEC-TRA-PER-MTD IS EQUAL WS-CLI-MTD-PERIODO
001883        IF WS-ANU-IMPORTE-W IS GREATER THAN ZERO
001884           ADD WS-ANU-IMPORTE-W TO WS-CLI-MTD-DEBITOS
001885        ELSE
001886           ADD WS-ANU-IMPORTE-W TO WS-CLI-MTD-CREDITOS
001887        END-IF
001888     ELSE
001889        IF WS-ANU-IMPORTE-W IS GREATER THAN ZERO
001890           ADD WS-ANU-IMPORTE-W TO WS-CLI-MTD-CREDITOS
001891        ELSE
001892           ADD WS-ANU-IMPORTE-W TO WS-CLI-MTD-DEBITOS
001893        END-IF
001894        ADD 1 TO WS-CLI-MTD-CANT-MOV
001895     END-IF
001896
001897     IF WS-FEC-TRA-PER-YTD IS EQUAL WS-CLI-YTD-PERIODO
001898        IF WS-ANU-IMPORTE-W IS GREATER THAN ZERO
001899           ADD WS-ANU-IMPORTE-W TO WS-CLI-YTD-DEBITOS
001900        ELSE
001901           ADD WS-ANU-IMPORTE-W TO WS-CLI-YTD-CREDITOS
001902        END-IF
001903     ELSE
001904        IF WS-ANU-IMPORTE-W IS GREATER THAN ZERO
001905           ADD WS-ANU-IMPORTE-W TO WS-CLI-YTD-CREDITOS
001906        ELSE
001907           ADD WS-ANU-IMPORTE-W TO WS-CLI-YTD-DEBITOS
001908        END-IF
001909        ADD 1 TO WS-CLI-YTD-CANT-MOV
001910     END-IF.
001911
001912 F-2220-APLICAR-IMPORTE. EXIT.
001913
001914**************************************
001915*  GRABAR EN EL DIARIO EL ASIENTO REV *
001916*  QUE ANULA AL ASIENTO RELACIONADO   *
001917**************************************
001918
001919 2250-GRABAR-REV.
001920
001921     MOVE SPACES              TO WS-REG-DIARIO
001922     MOVE WS-CLI-NRO          TO WS-DIA-NRO
001923     MOVE WS-CLI-TIPO         TO WS-DIA-TIPO
001924     MOVE WS-CLI-CUENTA       TO WS-DIA-CUENTA
001925     MOVE WS-FECHA-PROCESO    TO WS-DIA-FEC-MOV
001926     MOVE WS-FECHA-PROCESO    TO WS-DIA-FEC-PROCESO
001927     MOVE 'REV'               TO WS-DIA-CONCEPTO
001928     MOVE WS-CLI-MONEDA       TO WS-DIA-MONEDA
001929     MOVE WS-ANU-IMPORTE-W    TO WS-DIA-IMPORTE
001930     MOVE WS-ANU-SALDO-W      TO WS-DIA-SALDO-DESP
001931     MOVE SPACES              TO WS-DIA-REF-TRANSF
001932     MOVE ZEROS               TO WS-DIA-CONTRA-CLAVE
001933
001934     IF WS-DIA-HORA-W IS EQUAL ZERO
001935        ACCEPT WS-DIA-HORA-W FROM TIME
001936     END-IF
001937     ADD 1 TO WS-DIA-SECUEN-W
001938     MOVE WS-FECHA-PROCESO    TO WS-DIA-ASI-FECHA
001939     MOVE 'S'                 TO WS-DIA-ASI-ORIGEN
001940     MOVE WS-DIA-HORA-W (1:6) TO WS-DIA-ASI-HORA
001941     MOVE WS-DIA-SECUEN-W     TO WS-DIA-ASI-SECUEN
001942     MOVE WS-ANU-RELAC-W      TO WS-DIA-ASI-RELAC
001943     MOVE WS-ANU-CONC-W       TO WS-DIA-CONC-RELAC
001944
001945     WRITE REG-DIA FROM WS-REG-DIARIO
001946
001947     EVALUATE WS-FILDIA-CODE
001948
001949        WHEN '00'
001950           ADD 1 TO WS-CANT-REV-GRABADOS
001951
001952        WHEN OTHER
001953           DISPLAY '* ERROR EN GRABAR DIARIO = ' WS-FILDIA-CODE
001954           MOVE 9999 TO RETURN-CODE
001955           SET WS-FIN-LECTURA TO TRUE
001956
001957     END-EVALUATE.
001958
001959 F-2250-GRABAR-REV. EXIT.
001960
001961**************************************
001962*  CONTRAPARTIDA CONTABLE DE UN       *
001963*  IMPORTE ANULADO: DEPOSITOS DEL     *
001964*  TIPO DE CUENTA CONTRA LA CUENTA    *
001965*  DEL MAYOR DEL CONCEPTO ORIGINAL,   *
001966*  EN SENTIDO INVERSO AL ASIENTO DE   *
001967*  PGMAPJ1D. MVI NO PASO POR LA       *
001968*  INTERFAZ CONTABLE Y SU ANULACION   *
001969*  TAMPOCO                            *
001970**************************************
001971
001972 2270-CONTABILIZAR.
001973
001974     IF WS-ANU-CONC-W IS EQUAL 'MVI'
001975        GO TO F-2270-CONTABILIZAR
001976     END-IF
001977
001978     EVALUATE WS-ANU-CONC-W
001979        WHEN 'DEV'
001980           MOVE WS-GL-CTA-INTERES    TO WS-GL-CTA-CONTRA
001981        WHEN 'DVA'
001982           MOVE WS-GL-CTA-INTERES-CA TO WS-GL-CTA-CONTRA
001983        WHEN 'DSC'
001984           MOVE WS-GL-CTA-ING-DESC   TO WS-GL-CTA-CONTRA
001985        WHEN 'IMP'
001986           MOVE WS-GL-CTA-IMP-PAGAR  TO WS-GL-CTA-CONTRA
001987        WHEN 'COM'
001988           MOVE WS-GL-CTA-ING-COM    TO WS-GL-CTA-CONTRA
001989        WHEN 'CRF'
001990           MOVE WS-GL-CTA-ING-RCH    TO WS-GL-CTA-CONTRA
001991        WHEN OTHER
001992           MOVE WS-GL-CTA-OPERATIVA  TO WS-GL-CTA-CONTRA
001993     END-EVALUATE
001994
001995     COMPUTE WS-GL-IDX-TIPO = WS-CLI-TIPO - 1
001996     MOVE WS-ANU-CONC-W TO WS-CTB-CONC-ANU-COD
001997
001998*    LA ANULACION QUE ACREDITA AL CLIENTE DEBITA LA
001999*    CONTRAPARTIDA; LA QUE LO DEBITA LA ACREDITA
002000
002001     IF WS-ANU-IMPORTE-W IS GREATER THAN ZERO
002002        MOVE WS-ANU-IMPORTE-W        TO WS-CTB-IMPORTE-ABS
002003        MOVE WS-GL-CTA-CONTRA        TO WS-CTB-CUENTA-CTB
002004        MOVE 'D'                     TO WS-CTB-DH
002005        PERFORM 2280-GRABAR-ASIENTO-CTB
002006                    THRU F-2280-GRABAR-ASIENTO-CTB
002007        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO)
002008                                     TO WS-CTB-CUENTA-CTB
002009        MOVE 'H'                     TO WS-CTB-DH
002010        PERFORM 2280-GRABAR-ASIENTO-CTB
002011                    THRU F-2280-GRABAR-ASIENTO-CTB
002012     ELSE
002013        COMPUTE WS-CTB-IMPORTE-ABS = ZERO - WS-ANU-IMPORTE-W
002014        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO)
002015                                     TO WS-CTB-CUENTA-CTB
002016        MOVE 'D'                     TO WS-CTB-DH
002017        PERFORM 2280-GRABAR-ASIENTO-CTB
002018                    THRU F-2280-GRABAR-ASIENTO-CTB
002019        MOVE WS-GL-CTA-CONTRA        TO WS-CTB-CUENTA-CTB
002020        MOVE 'H'                     TO WS-CTB-DH
002021        PERFORM 2280-GRABAR-ASIENTO-CTB
002022                    THRU F-2280-GRABAR-ASIENTO-CTB
002023     END-IF.
002024
002025 F-2270-CONTABILIZAR. EXIT.
002026
002027 2280-GRABAR-ASIENTO-CTB.
002028
002029     MOVE WS-FECHA-PROCESO   TO WS-CTB-FECHA
002030     MOVE WS-CTB-IMPORTE-ABS TO WS-CTB-IMPORTE
002031     MOVE WS-CLI-MONEDA      TO WS-CTB-MONEDA
002032     MOVE WS-CLI-TIPO        TO WS-CTB-TIPO-CTA
002033     MOVE WS-CTB-CONC-ANU    TO WS-CTB-CONCEPTO
002034
002035     WRITE REG-CTB FROM WS-REG-CONTAB
002036
002037     EVALUATE WS-FILCTB-CODE
002038
002039        WHEN '00'
002040           ADD 1 TO WS-CTB-CANT-ASIENTOS
002041           IF WS-CTB-ES-DEBE
002042              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-DEBE
002043           ELSE
002044              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-HABER
002045           END-IF
002046
002047        WHEN OTHER
002048           DISPLAY '* ERROR EN GRABAR CTBANU = ' WS-FILCTB-CODE
002049           MOVE 9999 TO RETURN-CODE
002050           SET WS-FIN-LECTURA TO TRUE
002051
002052     END-EVALUATE.
002053
002054 F-2280-GRABAR-ASIENTO-CTB. EXIT.
002055
002056**************************************
002057* ACCION X: RECHAZAR UNA ANULACION   *
002058* PENDIENTE                          *
002059**************************************
002060
002061 2300-RECHAZAR-ANULACION.
002062
002063     MOVE WS-ANT-ASIENTO TO REG-ANP-ASIENTO
002064
002065     READ FILE-ANP INTO WS-REG-ANUPEND
002066        KEY IS REG-ANP-ASIENTO
002067
002068     EVALUATE WS-FILANP-CODE
002069
002070        WHEN '00'
002071           IF WS-ANP-EST-PENDIENTE
002072              MOVE 'R'              TO WS-ANP-ESTADO
002073              MOVE WS-ANT-OPERADOR  TO WS-ANP-OPER-RESOL
002074              MOVE WS-FECHA-PROCESO TO WS-ANP-FEC-RESOL
002075              REWRITE REG-ANP FROM WS-REG-ANUPEND
002076
002077              IF WS-FILANP-CODE IS EQUAL '00'
002078                 ADD 1 TO WS-CANT-RECHAZADAS
002079                 MOVE 'ANULACION RECHAZADA POR EL SUPERVISOR'
002080                                          TO WS-LIN-MENSAJE
002081                 PERFORM 2900-IMPRIMIR-RESULTADO
002082                             THRU F-2900-IMPRIMIR-RESULTADO
002083              ELSE
002084                 DISPLAY '* ERROR EN REWRITE ANUPEN (X) = '
002085                                            WS-FILANP-CODE
002086                 MOVE 9999 TO RETURN-CODE
002087                 SET WS-FIN-LECTURA TO TRUE
002088              END-IF
002089           ELSE
002090              ADD 1 TO WS-CANT-DENEGADAS
002091              MOVE 'LA ANULACION YA NO ESTA PENDIENTE'
002092                                       TO WS-LIN-MENSAJE
002093              PERFORM 2900-IMPRIMIR-RESULTADO
002094                          THRU F-2900-IMPRIMIR-RESULTADO
002095           END-IF
002096
002097        WHEN '23'
002098           ADD 1 TO WS-CANT-DENEGADAS
002099           MOVE 'NO HAY ANULACION PENDIENTE DEL ASIENTO'
002100                                    TO WS-LIN-MENSAJE
002101           PERFORM 2900-IMPRIMIR-RESULTADO
002102                       THRU F-2900-IMPRIMIR-RESULTADO
002103
002104        WHEN OTHER
002105           DISPLAY '* ERROR EN READ ANUPEN (X) = ' WS-FILANP-CODE
002106           MOVE 9999 TO RETURN-CODE
002107           SET WS-FIN-LECTURA TO TRUE
002108
002109     END-EVALUATE.
002110
002111 F-2300-RECHAZAR-ANULACION. EXIT.
002112
002113**************************************
002114* GRABA EN EL JOURNAL DE AUDITORIA LA *
002115* ANULACION APLICADA, CON LA IMAGEN   *
002116* ANTES / DESPUES DEL REGISTRO        *
002117**************************************
002118
002119 2400-GRABAR-AUDITORIA.
002120
002121     ACCEPT WS-HORA FROM TIME
002122
002123     MOVE WS-FECHA-PROCESO    TO WS-AUD-FECHA
002124     MOVE WS-HORA(1:6)        TO WS-AUD-HORA
002125     MOVE WS-ANT-OPERADOR     TO WS-AUD-OPERADOR
002126     MOVE WS-ANT-TERMINAL     TO WS-AUD-TERMINAL
002127     MOVE WS-CLI-NRO          TO WS-AUD-NRO
002128     MOVE WS-CLI-TIPO         TO WS-AUD-TIPO
002129     MOVE WS-CLI-CUENTA       TO WS-AUD-CUENTA
002130     MOVE WS-SALDO-ANTERIOR   TO WS-AUD-SALDO-ANTES
002131     MOVE WS-CLI-SALDO        TO WS-AUD-SALDO-DESPUES
002132     MOVE WS-IMG-ANTES        TO WS-AUD-IMG-ANTES
002133     MOVE WS-REG-CLIENTE      TO WS-AUD-IMG-DESPUES
002134
002135     WRITE REG-AUD FROM WS-REG-AUDITORIA
002136
002137     EVALUATE WS-FILAUD-CODE
002138
002139        WHEN '00'
002140           ADD 1 TO WS-CANT-AUDITADAS
002141
002142        WHEN OTHER
002143           DISPLAY '* ERROR EN GRABAR AUDITORIA = '
002144                                      WS-FILAUD-CODE
002145           MOVE 9999 TO RETURN-CODE
002146           SET WS-FIN-LECTURA TO TRUE
002147
002148     END-EVALUATE.
002149
002150 F-2400-GRABAR-AUDITORIA. EXIT.
002151
002152**************************************
002153* UNA LINEA DEL LISTADO CON LA       *
002154* TRANSACCION Y SU RESULTADO         *
002155**************************************
002156
002157 2900-IMPRIMIR-RESULTADO.
002158
002160     MOVE SPACES TO WS-LIN-TEXTO
002161
002162     STRING 'ACC: '      WS-ANT-ACCION
002163            ' ASIENTO: ' WS-ANT-ASIENTO
002164            ' OPER: '    WS-ANT-OPERADOR
002165            ' '          WS-LIN-MENSAJE
002166               DELIMITED BY SIZE
002167               INTO WS-LIN-TEXTO
002168     END-STRING
002169
002170     WRITE REG-LIS FROM WS-LIN-SALIDA
002171
002172     IF WS-FILLIS-CODE IS NOT EQUAL '00'
002173        DISPLAY '* ERROR EN GRABAR ANULIS = ' WS-FILLIS-CODE
002174        MOVE 9999 TO RETURN-CODE
002175        SET WS-FIN-LECTURA TO TRUE
002176     END-IF
002177
002178     MOVE SPACES TO WS-LIN-MENSAJE.
002179
002180 F-2900-IMPRIMIR-RESULTADO. EXIT.
002181
002182**************************************
002183* BUSCA UN EMBARGO JUDICIAL VIGENTE  *
002184* SOBRE LA CUENTA DE WS-REG-CLIENTE  *
002185* (COMO 2960- DE PGMAPJ1M)           *
002186**************************************
002187
002188 2960-BUSCAR-EMBARGO.
002189
002190     SET WS-EMB-SIN-EMBARGO TO TRUE
002191
002192     IF WS-EMB-NO-DISPONIBLE
002193        GO TO F-2960-BUSCAR-EMBARGO
002194     END-IF
002195
002196     MOVE WS-CLI-NRO    TO REG-EMB-NRO
002197     MOVE WS-CLI-TIPO   TO REG-EMB-TIPO
002198     MOVE WS-CLI-CUENTA TO REG-EMB-CUENTA
002199
002200     READ FILE-EMB INTO WS-REG-EMBARGO
002201        KEY IS REG-EMB-CLAVE
002202
002203     EVALUATE WS-FILEMB-CODE
002204
002205        WHEN '00'
002206           IF WS-EMB-EST-ACTIVO
002207              AND WS-EMB-FEC-INICIO IS NOT GREATER THAN
002208                                       WS-FECHA-PROCESO
002209              AND (WS-EMB-FEC-LEVANT IS EQUAL ZEROS
002210                   OR WS-EMB-FEC-LEVANT IS GREATER THAN
002211                                           WS-FECHA-PROCESO)
002212              SET WS-EMB-VIGENTE TO TRUE
002213           END-IF
002214
002215        WHEN '23'
002216           CONTINUE
002217
002218        WHEN OTHER
002219           DISPLAY '* ERROR EN READ EMBARG = ' WS-FILEMB-CODE
002220           MOVE 9999 TO RETURN-CODE
002221           SET WS-FIN-LECTURA TO TRUE
002222
002223     END-EVALUATE.
002224
002225 F-2960-BUSCAR-EMBARGO. EXIT.
002226
002227**************************************
002228*   CIERRE DE ARCHIVOS Y TOTALES     *
002229**************************************
002230
002231 9999-FINAL.
002232
002233*    TRAILER DEL LOTE CONTABLE; EL LOTE DEBE NETEAR A CERO
002234
002235     MOVE SPACES               TO WS-REG-CONTAB
002236     MOVE 'TRL'                TO WS-CTB-TRL-MARCA
002237     MOVE WS-CTB-CANT-ASIENTOS TO WS-CTB-TRL-CANT
002238     MOVE WS-CTB-TOT-DEBE      TO WS-CTB-TRL-TOT-DEBE
002239     MOVE WS-CTB-TOT-HABER     TO WS-CTB-TRL-TOT-HABER
002240
002241     WRITE REG-CTB FROM WS-REG-CONTAB-TRL
002242     IF WS-FILCTB-CODE IS NOT EQUAL '00'
002243        DISPLAY '* ERROR EN GRABAR CTBANU = ' WS-FILCTB-CODE
002244        MOVE 9999 TO RETURN-CODE
002245     END-IF.
002246
002247     IF WS-CTB-TOT-DEBE IS NOT EQUAL WS-CTB-TOT-HABER
002248        DISPLAY '* LOTE CONTABLE DE ANULACIONES DESBALANCEADO *'
002249        DISPLAY '* TOTAL DEBE  = ' WS-CTB-TOT-DEBE
002250        DISPLAY '* TOTAL HABER = ' WS-CTB-TOT-HABER
002251        MOVE 9999 TO RETURN-CODE
002252     END-IF.
002253
002254     CLOSE FILE1.
002255        IF WS-FIL1-CODE IS NOT EQUAL '00'
002256           DISPLAY '* ERROR EN CLOSE FILE1   = '
002257                                      WS-FIL1-CODE
002258           MOVE 9999 TO RETURN-CODE
002259        END-IF.
002260
002261     CLOSE FILE-TRAN.
002262        IF WS-FILTRAN-CODE IS NOT EQUAL '00'
002263           DISPLAY '* ERROR EN CLOSE ANUTRN  = '
002264                                      WS-FILTRAN-CODE
002265           MOVE 9999 TO RETURN-CODE
002266        END-IF.
002267
002268     CLOSE FILE-ANP.
002269        IF WS-FILANP-CODE IS NOT EQUAL '00'
002270           DISPLAY '* ERROR EN CLOSE ANUPEN  = '
002271                                      WS-FILANP-CODE
002272           MOVE 9999 TO RETURN-CODE
002273        END-IF.
002274
002275     CLOSE FILE-DIA.
002276        IF WS-FILDIA-CODE IS NOT EQUAL '00'
002277           DISPLAY '* ERROR EN CLOSE DIARIO  = '
002278                                      WS-FILDIA-CODE
002279           MOVE 9999 TO RETURN-CODE
002280        END-IF.
002281
002282     CLOSE FILE-CTB.
002283        IF WS-FILCTB-CODE IS NOT EQUAL '00'
002284           DISPLAY '* ERROR EN CLOSE CTBANU  = '
002285                                      WS-FILCTB-CODE
002286           MOVE 9999 TO RETURN-CODE
002287        END-IF.
002288
002289     CLOSE FILE-OPE.
002290        IF WS-FILOPE-CODE IS NOT EQUAL '00'
002291           DISPLAY '* ERROR EN CLOSE OPERAD  = '
002292                                      WS-FILOPE-CODE
002293           MOVE 9999 TO RETURN-CODE
002294        END-IF.
002295
002296     IF WS-EMB-DISPONIBLE
002297        CLOSE FILE-EMB
002298        IF WS-FILEMB-CODE IS NOT EQUAL '00'
002299           DISPLAY '* ERROR EN CLOSE EMBARG  = '
002300                                      WS-FILEMB-CODE
002301           MOVE 9999 TO RETURN-CODE
002302        END-IF
002303     END-IF.
002304
002305     CLOSE FILE-AUD.
002306        IF WS-FILAUD-CODE IS NOT EQUAL '00'
002307           DISPLAY '* ERROR EN CLOSE FILE-AUD = '
002308                                      WS-FILAUD-CODE
002309           MOVE 9999 TO RETURN-CODE
002310        END-IF.
002311
002312     CLOSE FILE-LIS.
002313        IF WS-FILLIS-CODE IS NOT EQUAL '00'
002314           DISPLAY '* ERROR EN CLOSE ANULIS  = '
002315                                      WS-FILLIS-CODE
002316           MOVE 9999 TO RETURN-CODE
002317        END-IF.
002318
002319**************************************
002320*   MOSTRAR TOTALES DE CONTROL       *
002321**************************************
002322
002323     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
002324     DISPLAY WS-LEYEN-DIARIO         WS-CANT-DIARIO-LEIDOS.
002325     DISPLAY WS-LEYEN-SOLICITADAS    WS-CANT-SOLICITADAS.
002326     DISPLAY WS-LEYEN-APROBADAS      WS-CANT-APROBADAS.
002327     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
002328     DISPLAY WS-LEYEN-DENEGADAS      WS-CANT-DENEGADAS.
002329     DISPLAY WS-LEYEN-EXPIRADAS      WS-CANT-EXPIRADAS.
002330     DISPLAY WS-LEYEN-EMB-BLOQ       WS-CANT-EMB-BLOQ.
002331     DISPLAY WS-LEYEN-OPER-RECH      WS-CANT-OPER-RECH.
002332     DISPLAY WS-LEYEN-LIM-RECH       WS-CANT-LIM-RECH.
002333     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
002334     DISPLAY WS-LEYEN-REV-GRABADOS   WS-CANT-REV-GRABADOS.
002335     DISPLAY WS-LEYEN-CTB            WS-CTB-CANT-ASIENTOS.
002336
002337 F-9999-FINAL.
002338     EXIT.
