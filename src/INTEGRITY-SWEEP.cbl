000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5C.
000115**********************************************************
000120*                                                        *
000125*    INTEGRITY SWEEP code                                *
000130*    BARRIDO SEMANAL DE INTEGRIDAD ENTRE MAESTROS: CRUZA *
000135*    DDCLIEN, DDDEMOG, DDDEMXRF, DDEMBARG, DDORDPER,     *
000140*    DDPENDCOR Y DDOPER Y LISTA LAS EXCEPCIONES AGRUPADAS*
000145*    POR REGLA Y SUCURSAL (DDINTLIS). ADEMAS PRUEBA EL   *
000150*    SALDO DE CADA CUENTA CONTRA EL WS-DIA-SALDO-DESP DE *
000155*    SU ULTIMO ASIENTO EN EL DIARIO (DDDIARIO Y LOS ANIOS*
000160*    ARCHIVADOS EN DDDIAARC). CON ALGUNA EXCEPCION EL    *
000165*    PROGRAMA TERMINA CON RETURN-CODE 8                  *
000170**********************************************************
000175*      MANTENIMIENTO DE PROGRAMA                         *
000180**********************************************************
000185*    FECHA *    DETALLE        * COD *
000190**************************************
000191* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000191* 15/10/26 * CONTROL CLOSE     * LGS *
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
000210     ACCESS IS DYNAMIC
000211     RECORD KEY IS REG-FILE1-CLAVE
000212     FILE STATUS IS WS-FIL1-CODE.
000213
000214     SELECT FILE-DEM  ASSIGN DDDEMOG
000215     ORGANIZATION IS INDEXED
000216     ACCESS IS DYNAMIC
000217     RECORD KEY IS REG-FDEM-NRO
000218     FILE STATUS IS WS-FILDEM-CODE.
000219
000220     SELECT FILE-XRF  ASSIGN DDDEMXRF
000221     ORGANIZATION IS INDEXED
000222     ACCESS IS DYNAMIC
000223     RECORD KEY IS REG-XRF-CLAVE
000224     FILE STATUS IS WS-FILXRF-CODE.
000225
000226     SELECT OPTIONAL FILE-EMB ASSIGN DDEMBARG
000227     ORGANIZATION IS INDEXED
000228     ACCESS IS SEQUENTIAL
000229     RECORD KEY IS REG-EMB-CLAVE
000230     FILE STATUS IS WS-FILEMB-CODE.
000231
000232     SELECT OPTIONAL FILE-ORD ASSIGN DDORDPER
000233     ORGANIZATION IS INDEXED
000234     ACCESS IS SEQUENTIAL
000235     RECORD KEY IS REG-ORD-CLAVE
000236     FILE STATUS IS WS-FILORD-CODE.
000237
000238     SELECT OPTIONAL FILE-PCO ASSIGN DDPENDCOR
000239     ORGANIZATION IS INDEXED
000240     ACCESS IS SEQUENTIAL
000241     RECORD KEY IS REG-PCO-CLAVE
000242     FILE STATUS IS WS-FILPCO-CODE.
000243
000244     SELECT FILE-OPE  ASSIGN DDOPER
000245     ORGANIZATION IS INDEXED
000246     ACCESS IS RANDOM
000247     RECORD KEY IS REG-OPE-ID
000248     FILE STATUS IS WS-FILOPE-CODE.
000249
000250*    DIARIO VIGENTE Y ANIOS ARCHIVADOS (EN EL JCL SE
000251*    CONCATENAN LOS NECESARIOS), PARA EL ULTIMO SALDO
000252     SELECT OPTIONAL FILE-DIA ASSIGN DDDIARIO
000253     ACCESS IS SEQUENTIAL
000254     FILE STATUS IS WS-FILDIA-CODE.
000255
000256     SELECT OPTIONAL FILE-ARC ASSIGN DDDIAARC
000257     ACCESS IS SEQUENTIAL
000258     FILE STATUS IS WS-FILARC-CODE.
000259
000260*    TRABAJO: ULTIMO ASIENTO DE CADA CUENTA, EN ORDEN DE
000261*    CLAVE DE DDCLIEN
000262     SELECT FILE-ULT  ASSIGN DDULTDIA
000263     ACCESS IS SEQUENTIAL
000264     FILE STATUS IS WS-FILULT-CODE.
000265
000266     SELECT FILE-LIS  ASSIGN DDINTLIS
000267     ACCESS IS SEQUENTIAL
000268     FILE STATUS IS WS-FILLIS-CODE.
000269
000270     SELECT FILE-PARM ASSIGN DDPARM
000271     ACCESS IS SEQUENTIAL
000272     FILE STATUS IS WS-FILPARM-CODE.
000273
000274     SELECT SORT-DIA  ASSIGN DDSORTWK.
000275
000276     SELECT SORT-EXC  ASSIGN DDSORTEX.
000277
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
000404 FD FILE-DEM
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-FILE-DEM.
000409     03  REG-FDEM-NRO        PIC 9(05).
000410     03  FILLER              PIC X(95).
000411
000412 FD FILE-XRF
000413      BLOCK CONTAINS 0 RECORDS
000414      RECORDING MODE IS F.
000415
000416 01 REG-XRF.
000417     03  REG-XRF-CLAVE.
000418         05  REG-XRF-TIPO-DOC    PIC X(03).
000419         05  REG-XRF-NRO-DOC     PIC 9(11).
000420     03  FILLER                  PIC X(26).
000421
000422 FD FILE-EMB
000423      BLOCK CONTAINS 0 RECORDS
000424      RECORDING MODE IS F.
000425
000426 01 REG-EMB.
000427     03  REG-EMB-CLAVE.
000428         05  REG-EMB-NRO         PIC 9(05).
000429         05  REG-EMB-TIPO        PIC 9(02).
000430         05  REG-EMB-CUENTA      PIC 9(08).
000431     03  FILLER                  PIC X(65).
000432
000433 FD FILE-ORD
000434      BLOCK CONTAINS 0 RECORDS
000435      RECORDING MODE IS F.
000436
000437 01 REG-ORD.
000438     03  REG-ORD-CLAVE.
000439         05  REG-ORD-NRO         PIC 9(05).
000440         05  REG-ORD-TIPO        PIC 9(02).
000441         05  REG-ORD-CUENTA      PIC 9(08).
000442         05  REG-ORD-SECUEN      PIC 9(03).
000443     03  FILLER                  PIC X(82).
000444
000445 FD FILE-PCO
000446      BLOCK CONTAINS 0 RECORDS
000447      RECORDING MODE IS F.
000448
000449 01 REG-PCO.
000450     03  REG-PCO-CLAVE.
000451         05  REG-PCO-NRO     PIC 9(05).
000452         05  REG-PCO-TIPO    PIC 9(02).
000453         05  REG-PCO-CUENTA  PIC 9(08).
000454     03  FILLER              PIC X(85).
000455
000456 FD FILE-OPE
000457      BLOCK CONTAINS 0 RECORDS
000458      RECORDING MODE IS F.
000459
000460 01 REG-OPE.
000461     03  REG-OPE-ID              PIC X(08).
000462     03  FILLER                  PIC X(132).
000463
000464 FD FILE-DIA
000465      BLOCK CONTAINS 0 RECORDS
000466      RECORDING MODE IS F.
000467
000468 01 REG-DIA          PIC X(130).
000469
000470 FD FILE-ARC
000471      BLOCK CONTAINS 0 RECORDS
000472      RECORDING MODE IS F.
000473
000474 01 REG-ARC          PIC X(130).
000475
000476 FD FILE-ULT
000477      BLOCK CONTAINS 0 RECORDS
000478      RECORDING MODE IS F.
000479
000480 01 REG-ULT.
000481     03  ULT-CLAVE.
000482         05  ULT-NRO         PIC 9(05).
000483         05  ULT-TIPO        PIC 9(02).
000484         05  ULT-CUENTA      PIC 9(08).
000485     03  ULT-FEC-PROCESO     PIC 9(08).
000486     03  ULT-SALDO-DESP      PIC S9(09)V99.
000487     03  ULT-MONEDA          PIC X(03).
000488     03  FILLER              PIC X(03).
000489
000490 FD FILE-LIS
000491      BLOCK CONTAINS 0 RECORDS
000492      RECORDING MODE IS F.
000493
000494 01 REG-LIS          PIC X(132).
000495
000496 FD FILE-PARM
000497      BLOCK CONTAINS 0 RECORDS
000498      RECORDING MODE IS F.
000499
000500 01 REG-FILE-PARM    PIC X(08).
000501
000502 SD SORT-DIA.
000503
000504*    MISMA DISPOSICION QUE LAYOUT-Diario; POR CUENTA Y FECHA
000505*    DE PROCESO, RESPETANDO EL ORDEN DE GRABACION DEL DIA
000506 01 REG-SORT-DIA.
000507     03  SDIA-NRO            PIC 9(05).
000508     03  SDIA-CLAVE.
000509         05  SDIA-TIPO       PIC 9(02).
000510         05  SDIA-CUENTA     PIC 9(08).
000511     03  SDIA-FEC-MOV        PIC 9(08).
000512     03  SDIA-FEC-PROCESO    PIC 9(08).
000513     03  SDIA-RESTO          PIC X(99).
000514
000515 SD SORT-EXC.
000516
000517*    UNA EXCEPCION, POR REGLA Y SUCURSAL EN ORDEN DE DETECCION
000518 01 REG-SORT-EXC.
000519     03  SEXC-REGLA          PIC 9(02).
000520     03  SEXC-SUCURSAL       PIC 9(03).
000521     03  SEXC-SECUEN         PIC 9(07).
000522     03  SEXC-ARCHIVO        PIC X(08).
000523     03  SEXC-CLAVE          PIC X(20).
000524     03  SEXC-DATO           PIC X(20).
000525     03  SEXC-IMPORTE-1      PIC S9(09)V99.
000526     03  SEXC-IMPORTE-2      PIC S9(09)V99.
000527
000528 WORKING-STORAGE SECTION.
000529
000530 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000531 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000532 77  WS-FILXRF-CODE          PIC X(02)   VALUE SPACES.
000533 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000534 77  WS-FILORD-CODE          PIC X(02)   VALUE SPACES.
000535 77  WS-FILPCO-CODE          PIC X(02)   VALUE SPACES.
000536 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000537 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000538 77  WS-FILARC-CODE          PIC X(02)   VALUE SPACES.
000539 77  WS-FILULT-CODE          PIC X(02)   VALUE SPACES.
000540 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000541 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000542
000543 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000544     88  WS-FIN-LECTURA                  VALUE 'SI'.
000545     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000546
000547 01  WS-STA-FILE             PIC X       VALUE 'N'.
000548     88  WS-FIN-FILE                     VALUE 'Y'.
000549     88  WS-NO-FIN-FILE                  VALUE 'N'.
000550
000551 01  WS-STA-SORT             PIC X       VALUE 'N'.
000552     88  WS-FIN-SORT                     VALUE 'Y'.
000553     88  WS-NO-FIN-SORT                  VALUE 'N'.
000554
000555 01  WS-STA-ULT              PIC X       VALUE 'N'.
000556     88  WS-FIN-ULT                      VALUE 'Y'.
000557     88  WS-NO-FIN-ULT                   VALUE 'N'.
000558
000559********  REGLAS DE INTEGRIDAD  *
000560
000561*    LA REGLA ES EL INDICE DE LA DESCRIPCION
000562 77  WS-REGLA-MAX              PIC 9(02)   VALUE 16.
000563
000564 01  WS-TAB-REGLAS-DES.
000565     03  FILLER  PIC X(40) VALUE
000566             'CUENTA SIN CLIENTE EN DDDEMOG'.
000567     03  FILLER  PIC X(40) VALUE
000568             'CUENTA VIGENTE DE CLIENTE EN BAJA'.
000569     03  FILLER  PIC X(40) VALUE
000570             'SALDO DISTINTO AL ULTIMO DEL DIARIO'.
000571     03  FILLER  PIC X(40) VALUE
000572             'DIARIO DE CUENTA INEXISTENTE'.
000573     03  FILLER  PIC X(40) VALUE
000574             'DDDEMXRF A CLIENTE INEXISTENTE'.
000575     03  FILLER  PIC X(40) VALUE
000576             'DDDEMXRF A CLIENTE EN BAJA'.
000577     03  FILLER  PIC X(40) VALUE
000578             'DDDEMXRF CON DOCUMENTO CAMBIADO'.
000579     03  FILLER  PIC X(40) VALUE
000580             'CLIENTE SIN DDDEMXRF DE SU DOCUMENTO'.
000581     03  FILLER  PIC X(40) VALUE
000582             'EMBARGO VIGENTE EN CUENTA INEXISTENTE'.
000583     03  FILLER  PIC X(40) VALUE
000584             'EMBARGO VIGENTE EN CUENTA EN BAJA'.
000585     03  FILLER  PIC X(40) VALUE
000586             'ORDEN PERMANENTE EN CUENTA INEXISTENTE'.
000587     03  FILLER  PIC X(40) VALUE
000588             'ORDEN PERMANENTE EN CUENTA EN BAJA'.
000589     03  FILLER  PIC X(40) VALUE
000590             'CORRECCION PENDIENTE CUENTA INEXISTENTE'.
000591     03  FILLER  PIC X(40) VALUE
000592             'CORRECCION PENDIENTE EN CUENTA EN BAJA'.
000593     03  FILLER  PIC X(40) VALUE
000594             'CORRECCION PENDIENTE OPERADOR INVALIDO'.
000595     03  FILLER  PIC X(40) VALUE
000596             'CORRECCION RESUELTA OPERADOR INEXISTENTE'.
000597 01  FILLER REDEFINES WS-TAB-REGLAS-DES.
000598     03  WS-REGLA-DESCRIP      PIC X(40) OCCURS 16 TIMES.
000599
000600*    EXCEPCIONES POR REGLA
000601 01  WS-TAB-REGLAS-CANT.
000602     03  WS-REGLA-CANT         PIC 9(07) OCCURS 16 TIMES.
000603
000604 77  WS-REGLA-IDX              PIC 9(02)   VALUE ZEROS.
000605
000606*    EXCEPCION A LIBERAR AL SORT
000607 77  WS-EXC-SECUEN           PIC 9(07)   VALUE ZEROS.
000608 01  WS-EXC-DATOS.
000609     03  WS-EXC-REGLA        PIC 9(02).
000610     03  WS-EXC-SUCURSAL     PIC 9(03).
000611     03  WS-EXC-ARCHIVO      PIC X(08).
000612     03  WS-EXC-CLAVE        PIC X(20).
000613     03  WS-EXC-DATO         PIC X(20).
000614     03  WS-EXC-IMPORTE-1    PIC S9(09)V99.
000615     03  WS-EXC-IMPORTE-2    PIC S9(09)V99.
000616
000617*    VISTAS IMPRIMIBLES DE LAS CLAVES
000618 01  WS-CLA-CUENTA.
000619     03  WS-CLA-CTA-NRO      PIC 9(05).
000620     03  FILLER              PIC X(01) VALUE '-'.
000621     03  WS-CLA-CTA-TIPO     PIC 9(02).
000622     03  FILLER              PIC X(01) VALUE '-'.
000623     03  WS-CLA-CTA-CUENTA   PIC 9(08).
000624     03  FILLER              PIC X(03) VALUE SPACES.
000625
000626 01  WS-CLA-DOCUMENTO.
000627     03  WS-CLA-DOC-TIPO     PIC X(03).
000628     03  FILLER              PIC X(01) VALUE SPACE.
000629     03  WS-CLA-DOC-NRO      PIC 9(11).
000630     03  FILLER              PIC X(05) VALUE SPACES.
000631
000632 01  WS-CLA-CLIENTE.
000633     03  FILLER              PIC X(08) VALUE 'CLIENTE '.
000634     03  WS-CLA-CLI-NRO      PIC 9(05).
000635     03  FILLER              PIC X(07) VALUE SPACES.
000636
000637 01  WS-CLA-FECHA.
000638     03  FILLER              PIC X(12) VALUE 'ULT.DIARIO: '.
000639     03  WS-CLA-FEC          PIC 9(08).
000640
000641 01  WS-CLA-OPERADOR.
000642     03  FILLER              PIC X(09) VALUE 'OPERADOR '.
000643     03  WS-CLA-OPE-ID       PIC X(08).
000644     03  FILLER              PIC X(03) VALUE SPACES.
000645
000646********  RESULTADO DE LAS BUSQUEDAS  *
000647
000648 77  WS-BUS-CLI-SW           PIC X       VALUE 'N'.
000649     88  WS-BUS-CLI-EXISTE               VALUE 'Y'.
000650     88  WS-BUS-CLI-NO-EXISTE            VALUE 'N'.
000651 77  WS-BUS-DEM-SW           PIC X       VALUE 'N'.
000652     88  WS-BUS-DEM-EXISTE               VALUE 'Y'.
000653     88  WS-BUS-DEM-NO-EXISTE            VALUE 'N'.
000654 77  WS-BUS-OPE-SW           PIC X       VALUE 'N'.
000655     88  WS-BUS-OPE-EXISTE               VALUE 'Y'.
000656     88  WS-BUS-OPE-NO-EXISTE            VALUE 'N'.
000657
000658 01  WS-BUS-CLAVE.
000659     03  WS-BUS-NRO          PIC 9(05).
000660     03  WS-BUS-TIPO         PIC 9(02).
000661     03  WS-BUS-CUENTA       PIC 9(08).
000662
000663*    SUCURSAL A LA QUE SE IMPUTA UNA EXCEPCION SIN CUENTA
000664 77  WS-BUS-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000665
000666********  CONTADORES DE CONTROL  *
000667
000668 77  WS-LEIDOS-DIARIO        PIC 9(09)   VALUE ZEROS.
000669 77  WS-LEIDOS-ARCHIVO       PIC 9(09)   VALUE ZEROS.
000670 77  WS-LEIDOS-FILE1         PIC 9(07)   VALUE ZEROS.
000671 77  WS-LEIDOS-DEMOG         PIC 9(07)   VALUE ZEROS.
000672 77  WS-LEIDOS-XRF           PIC 9(07)   VALUE ZEROS.
000673 77  WS-LEIDOS-EMB           PIC 9(07)   VALUE ZEROS.
000674 77  WS-LEIDOS-ORD           PIC 9(07)   VALUE ZEROS.
000675 77  WS-LEIDOS-PCO           PIC 9(07)   VALUE ZEROS.
000676 77  WS-CANT-CUENTAS-ULT     PIC 9(07)   VALUE ZEROS.
000677 77  WS-CANT-PROBADAS        PIC 9(07)   VALUE ZEROS.
000678 77  WS-CANT-SIN-DIARIO      PIC 9(07)   VALUE ZEROS.
000679 77  WS-CANT-EXCEPCIONES     PIC 9(07)   VALUE ZEROS.
000680
000681********  CORTE DEL LISTADO  *
000682
000683 77  WS-ANT-REGLA            PIC 9(02)   VALUE ZEROS.
000684 77  WS-ANT-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000685 77  WS-SUC-CANT             PIC 9(07)   VALUE ZEROS.
000686 77  WS-PRIMERO-SW           PIC X       VALUE 'Y'.
000687     88  WS-ES-PRIMERO                   VALUE 'Y'.
000688     88  WS-NO-ES-PRIMERO                VALUE 'N'.
000689
000690********     FECHA DE PROCESO  ***************
000691
000692 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000693
000694 01  WS-FECHA.
000695     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000696     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000697     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000698
000699 01  WS-REG-PARM.
000700     03  WS-PARM-FECHA       PIC 9(08).
000701
000702********  LINEAS DEL LISTADO  *************
000703
000704 01  WS-LIN-CABECERA.
000705     03  FILLER              PIC X(01) VALUE SPACE.
000706     03  FILLER              PIC X(45) VALUE
000707             'BARRIDO DE INTEGRIDAD DE MAESTROS - PGMAPJ5C'.
000708     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000709     03  WS-CAB-FECHA        PIC 9(08).
000710     03  FILLER              PIC X(71) VALUE SPACES.
000711
000712 01  WS-LIN-REGLA.
000713     03  FILLER              PIC X(01) VALUE SPACE.
000714     03  FILLER              PIC X(07) VALUE 'REGLA '.
000715     03  WS-LRE-REGLA        PIC 99.
000716     03  FILLER              PIC X(03) VALUE ' - '.
000717     03  WS-LRE-DESCRIP      PIC X(40).
000718     03  FILLER              PIC X(79) VALUE SPACES.
000719
000720 01  WS-LIN-SUCURSAL.
000721     03  FILLER              PIC X(03) VALUE SPACES.
000722     03  FILLER              PIC X(09) VALUE 'SUCURSAL '.
000723     03  WS-LSU-SUCURSAL     PIC 999.
000724     03  FILLER              PIC X(117) VALUE SPACES.
000725
000726 01  WS-LIN-DETALLE.
000727     03  FILLER              PIC X(05) VALUE SPACES.
000728     03  WS-DET-ARCHIVO      PIC X(08).
000729     03  FILLER              PIC X(02) VALUE SPACES.
000730     03  WS-DET-CLAVE        PIC X(20).
000731     03  FILLER              PIC X(02) VALUE SPACES.
000732     03  WS-DET-DATO         PIC X(20).
000733     03  FILLER              PIC X(02) VALUE SPACES.
000734     03  WS-DET-IMPORTE-1    PIC ----.---.---.--9,99.
000735     03  FILLER              PIC X(02) VALUE SPACES.
000736     03  WS-DET-IMPORTE-2    PIC ----.---.---.--9,99.
000737     03  FILLER              PIC X(33) VALUE SPACES.
000738
000739 01  WS-LIN-TOT-SUCURSAL.
000740     03  FILLER              PIC X(05) VALUE SPACES.
000741     03  FILLER              PIC X(24) VALUE
000742             'TOTAL SUCURSAL         '.
000743     03  WS-LTS-CANT         PIC Z.ZZZ.ZZ9.
000744     03  FILLER              PIC X(94) VALUE SPACES.
000745
000746 01  WS-LIN-TOT-REGLA.
000747     03  FILLER              PIC X(03) VALUE SPACES.
000748     03  FILLER              PIC X(26) VALUE
000749             'TOTAL REGLA              '.
000750     03  WS-LTR-CANT         PIC Z.ZZZ.ZZ9.
000751     03  FILLER              PIC X(94) VALUE SPACES.
000752
000753 01  WS-LIN-SIN-EXCEPCIONES.
000754     03  FILLER              PIC X(01) VALUE SPACE.
000755     03  FILLER              PIC X(131) VALUE
000756             'SIN EXCEPCIONES DE INTEGRIDAD'.
000757
000758 01  WS-LIN-RESUMEN.
000759     03  FILLER              PIC X(01) VALUE SPACE.
000760     03  FILLER              PIC X(07) VALUE 'REGLA '.
000761     03  WS-LRS-REGLA        PIC 99.
000762     03  FILLER              PIC X(03) VALUE ' - '.
000763     03  WS-LRS-DESCRIP      PIC X(40).
000764     03  FILLER              PIC X(02) VALUE SPACES.
000765     03  WS-LRS-CANT         PIC Z.ZZZ.ZZ9.
000766     03  FILLER              PIC X(68) VALUE SPACES.
000767
000768 01  WS-LEYEN-CLIEN          PIC X(35)
000769         VALUE '* CUENTAS DDCLIEN LEIDAS    = '.
000770 01  WS-LEYEN-DEMOG          PIC X(35)
000771         VALUE '* CLIENTES DDDEMOG LEIDOS   = '.
000772 01  WS-LEYEN-XRF            PIC X(35)
000773         VALUE '* REFERENCIAS DDDEMXRF      = '.
000774 01  WS-LEYEN-EMB            PIC X(35)
000775         VALUE '* EMBARGOS LEIDOS           = '.
000776 01  WS-LEYEN-ORD            PIC X(35)
000777         VALUE '* ORDENES PERMANENTES       = '.
000778 01  WS-LEYEN-PCO            PIC X(35)
000779         VALUE '* CORRECCIONES LEIDAS       = '.
000780 01  WS-LEYEN-DIARIO         PIC X(35)
000781         VALUE '* ASIENTOS DDDIARIO LEIDOS  = '.
000782 01  WS-LEYEN-ARCHIVO        PIC X(35)
000783         VALUE '* ASIENTOS DDDIAARC LEIDOS  = '.
000784 01  WS-LEYEN-PROBADAS       PIC X(35)
000785         VALUE '* SALDOS PROBADOS CON DIARIO= '.
000786 01  WS-LEYEN-SIN-DIARIO     PIC X(35)
000787         VALUE '* CUENTAS SIN ASIENTOS      = '.
000788 01  WS-LEYEN-EXCEPCIONES    PIC X(35)
000789         VALUE '* EXCEPCIONES DE INTEGRIDAD = '.
000790
000791     COPY "LAYOUT-Clients.cpy".
000792     COPY "LAYOUT-Demog.cpy".
000793     COPY "LAYOUT-DemXref.cpy".
000794     COPY "LAYOUT-Embargo.cpy".
000795     COPY "LAYOUT-OrdPerm.cpy".
000796     COPY "LAYOUT-Pendcor.cpy".
000797     COPY "LAYOUT-Operador.cpy".
000798     COPY "LAYOUT-Diario.cpy".
000799
000800 PROCEDURE DIVISION.
000801
000802 MAIN-PROGRAM.
000803
000804     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000805
000806     IF WS-NO-FIN-LECTURA
000807
000808        SORT SORT-DIA
000809             ON ASCENDING KEY SDIA-NRO SDIA-TIPO SDIA-CUENTA
000810                              SDIA-FEC-PROCESO
000811             WITH DUPLICATES IN ORDER
000812             INPUT  PROCEDURE IS 2000-LIBERAR-DIARIO
000813                               THRU F-2000-LIBERAR-DIARIO
000814             OUTPUT PROCEDURE IS 2500-ULTIMO-SALDO
000815                               THRU F-2500-ULTIMO-SALDO
000816
000817     END-IF.
000818
000819     IF WS-NO-FIN-LECTURA
000820
000821        SORT SORT-EXC
000822             ON ASCENDING KEY SEXC-REGLA SEXC-SUCURSAL
000823                              SEXC-SECUEN
000824             INPUT  PROCEDURE IS 3000-VERIFICAR
000825                               THRU F-3000-VERIFICAR
000826             OUTPUT PROCEDURE IS 4000-LISTAR-EXCEPCIONES
000827                               THRU F-4000-LISTAR-EXCEPCIONES
000828
000829     END-IF.
000830
000831     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000832
000833 F-MAIN-PROGRAM. GOBACK.
000834
000835**************************************
000836* INICIALIZACION Y APERTURA DE LOS   *
000837* MAESTROS                           *
000838**************************************
000839
000840 1000-INICIO.
000841
000842     SET WS-NO-FIN-LECTURA TO TRUE.
000843
000844     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000845
000846     MOVE ZEROS TO WS-TAB-REGLAS-CANT
000847
000848     OPEN INPUT  FILE1.
000849     IF WS-FIL1-CODE IS NOT EQUAL '00'
000850        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000851        MOVE 9999 TO RETURN-CODE
000852        SET  WS-FIN-LECTURA TO TRUE
000853     END-IF.
000854
000855     OPEN INPUT  FILE-DEM.
000856     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000857        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000858        MOVE 9999 TO RETURN-CODE
000859        SET  WS-FIN-LECTURA TO TRUE
000860     END-IF.
000861
000862     OPEN INPUT  FILE-XRF.
000863     IF WS-FILXRF-CODE IS NOT EQUAL '00'
000864        DISPLAY '* ERROR EN OPEN DEMXRF  = ' WS-FILXRF-CODE
000865        MOVE 9999 TO RETURN-CODE
000866        SET  WS-FIN-LECTURA TO TRUE
000867     END-IF.
000868
000869     OPEN INPUT  FILE-OPE.
000870     IF WS-FILOPE-CODE IS NOT EQUAL '00'
000871        DISPLAY '* ERROR EN OPEN OPER    = ' WS-FILOPE-CODE
000872        MOVE 9999 TO RETURN-CODE
000873        SET  WS-FIN-LECTURA TO TRUE
000874     END-IF.
000875
000876*    EMBARGOS, ORDENES Y CORRECCIONES PUEDEN NO EXISTIR
000877*    TODAVIA (STATUS 05): SE RECORREN VACIOS
000878
000879     OPEN INPUT  FILE-EMB.
000880     IF WS-FILEMB-CODE IS NOT EQUAL '00'
000881        AND WS-FILEMB-CODE IS NOT EQUAL '05'
000882        DISPLAY '* ERROR EN OPEN EMBARG  = ' WS-FILEMB-CODE
000883        MOVE 9999 TO RETURN-CODE
000884        SET  WS-FIN-LECTURA TO TRUE
000885     END-IF.
000886
000887     OPEN INPUT  FILE-ORD.
000888     IF WS-FILORD-CODE IS NOT EQUAL '00'
000889        AND WS-FILORD-CODE IS NOT EQUAL '05'
000890        DISPLAY '* ERROR EN OPEN ORDPER  = ' WS-FILORD-CODE
000891        MOVE 9999 TO RETURN-CODE
000892        SET  WS-FIN-LECTURA TO TRUE
000893     END-IF.
000894
000895     OPEN INPUT  FILE-PCO.
000896     IF WS-FILPCO-CODE IS NOT EQUAL '00'
000897        AND WS-FILPCO-CODE IS NOT EQUAL '05'
000898        DISPLAY '* ERROR EN OPEN PENDCOR = ' WS-FILPCO-CODE
000899        MOVE 9999 TO RETURN-CODE
000900        SET  WS-FIN-LECTURA TO TRUE
000901     END-IF.
000902
000903     OPEN INPUT  FILE-DIA.
000904     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000905        AND WS-FILDIA-CODE IS NOT EQUAL '05'
000906        DISPLAY '* ERROR EN OPEN DIARIO  = ' WS-FILDIA-CODE
000907        MOVE 9999 TO RETURN-CODE
000908        SET  WS-FIN-LECTURA TO TRUE
000909     END-IF.
000910
000911     OPEN INPUT  FILE-ARC.
000912     IF WS-FILARC-CODE IS NOT EQUAL '00'
000913        AND WS-FILARC-CODE IS NOT EQUAL '05'
000914        DISPLAY '* ERROR EN OPEN DIAARC  = ' WS-FILARC-CODE
000915        MOVE 9999 TO RETURN-CODE
000916        SET  WS-FIN-LECTURA TO TRUE
000917     END-IF.
000918
000919     OPEN OUTPUT FILE-LIS.
000920     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000921        DISPLAY '* ERROR EN OPEN INTLIS  = ' WS-FILLIS-CODE
000922        MOVE 9999 TO RETURN-CODE
000923        SET  WS-FIN-LECTURA TO TRUE
000924     END-IF.
000925
000926     IF WS-NO-FIN-LECTURA
000927        MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000928        WRITE REG-LIS FROM WS-LIN-CABECERA
000929     END-IF.
000930
000931 F-1000-INICIO.   EXIT.
000932
000933**************************************
000934*  FECHA DE PROCESO: DDPARM O FECHA  *
000935*  DEL SISTEMA                       *
000936**************************************
000937
000938 1050-LEER-PARM-FECHA.
000939
000940     OPEN INPUT FILE-PARM.
000941
000942     IF WS-FILPARM-CODE IS EQUAL '00'
000943
000944        READ FILE-PARM INTO WS-REG-PARM
000945
000946        IF WS-FILPARM-CODE IS EQUAL '00'
000947           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000948           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000949           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000950                                      WS-PARM-FECHA
000951        ELSE
000952           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000953        END-IF
000954
000955        CLOSE FILE-PARM
000956
000957     ELSE
000958
000959        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000960        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000961
000962     END-IF.
000963
000964 F-1050-LEER-PARM-FECHA. EXIT.
000965
000966 1060-FECHA-SISTEMA.
000967
000968     ACCEPT WS-FECHA FROM DATE
000969     COMPUTE WS-FECHA-PROCESO = 20000000
000970                              + WS-FECHA-AA * 10000
000971                              + WS-FECHA-MM * 100
000972                              + WS-FECHA-DD.
000973
000974 F-1060-FECHA-SISTEMA. EXIT.
000975
000976**************************************
000977*  LIBERAR AL SORT EL DIARIO: PRIMERO*
000978*  LOS ANIOS ARCHIVADOS, DESPUES EL  *
000979*  VIGENTE (ORDEN DE GRABACION)      *
000980**************************************
000981
000982 2000-LIBERAR-DIARIO.
000983
000984     IF WS-FILARC-CODE IS EQUAL '00'
000985        SET WS-NO-FIN-FILE TO TRUE
000986        PERFORM 2020-LEER-ARCHIVO THRU F-2020-LEER-ARCHIVO
000987                  UNTIL WS-FIN-FILE
000988     END-IF.
000989
000990     IF WS-FILDIA-CODE IS EQUAL '00'
000991        SET WS-NO-FIN-FILE TO TRUE
000992        PERFORM 2010-LEER-DIARIO THRU F-2010-LEER-DIARIO
000993                  UNTIL WS-FIN-FILE
000994     END-IF.
000995
000996 F-2000-LIBERAR-DIARIO. EXIT.
000997
000998 2010-LEER-DIARIO.
000999
001000     READ FILE-DIA INTO REG-SORT-DIA
001001
001002     EVALUATE WS-FILDIA-CODE
001003
001004        WHEN '00'
001005           ADD 1 TO WS-LEIDOS-DIARIO
001006           RELEASE REG-SORT-DIA
001007
001008        WHEN '10'
001009           SET WS-FIN-FILE TO TRUE
001010
001011        WHEN OTHER
001012           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
001013           MOVE 9999 TO RETURN-CODE
001014           SET WS-FIN-LECTURA TO TRUE
001015           SET WS-FIN-FILE    TO TRUE
001016
001017     END-EVALUATE.
001018
001019 F-2010-LEER-DIARIO. EXIT.
001020
001021 2020-LEER-ARCHIVO.
001022
001023     READ FILE-ARC INTO REG-SORT-DIA
001024
001025     EVALUATE WS-FILARC-CODE
001026
001027        WHEN '00'
001028           ADD 1 TO WS-LEIDOS-ARCHIVO
001029           RELEASE REG-SORT-DIA
001030
001031        WHEN '10'
001032           SET WS-FIN-FILE TO TRUE
001033
001034        WHEN OTHER
001035           DISPLAY '* ERROR EN LECTURA DIAARC = ' WS-FILARC-CODE
001036           MOVE 9999 TO RETURN-CODE
001037           SET WS-FIN-LECTURA TO TRUE
001038           SET WS-FIN-FILE    TO TRUE
001039
001040     END-EVALUATE.
001041
001042 F-2020-LEER-ARCHIVO. EXIT.
001043
001044**************************************
001045*  GRABAR EN DDULTDIA EL ULTIMO ASIENTO*
001046*  DE CADA CUENTA (EL ULTIMO DE SU   *
001047*  CLAVE EN EL DIARIO CLASIFICADO)   *
001048**************************************
001049
001050 2500-ULTIMO-SALDO.
001051
001052     OPEN OUTPUT FILE-ULT.
001053     IF WS-FILULT-CODE IS NOT EQUAL '00'
001054        DISPLAY '* ERROR EN OPEN ULTDIA  = ' WS-FILULT-CODE
001055        MOVE 9999 TO RETURN-CODE
001056        SET  WS-FIN-LECTURA TO TRUE
001057        GO TO F-2500-ULTIMO-SALDO
001058     END-IF
001059
001060     MOVE ZEROS TO REG-ULT
001061     SET WS-NO-FIN-SORT TO TRUE
001062
001063     PERFORM 2510-UN-ASIENTO THRU F-2510-UN-ASIENTO
001064               UNTIL WS-FIN-SORT
001065
001066     IF ULT-CLAVE IS NOT EQUAL ZEROS
001067        PERFORM 2520-GRABAR-ULTIMO THRU F-2520-GRABAR-ULTIMO
001068     END-IF
001069
001070     CLOSE FILE-ULT.
001071
001072 F-2500-ULTIMO-SALDO. EXIT.
001073
001074 2510-UN-ASIENTO.
001075
001076     RETURN SORT-DIA INTO WS-REG-DIARIO
001077        AT END
001078           SET WS-FIN-SORT TO TRUE
001079           GO TO F-2510-UN-ASIENTO
001080     END-RETURN
001081
001082*    CAMBIO DE CUENTA: SE GRABA LA ANTERIOR
001083
001084     IF WS-DIA-NRO IS NOT EQUAL ULT-NRO
001085        OR WS-DIA-TIPO IS NOT EQUAL ULT-TIPO
001086        OR WS-DIA-CUENTA IS NOT EQUAL ULT-CUENTA
001087        IF ULT-CLAVE IS NOT EQUAL ZEROS
001088           PERFORM 2520-GRABAR-ULTIMO THRU F-2520-GRABAR-ULTIMO
001089        END-IF
001090     END-IF
001091
001092     MOVE WS-DIA-NRO         TO ULT-NRO
001093     MOVE WS-DIA-TIPO        TO ULT-TIPO
001094     MOVE WS-DIA-CUENTA      TO ULT-CUENTA
001095     MOVE WS-DIA-FEC-PROCESO TO ULT-FEC-PROCESO
001096     MOVE WS-DIA-SALDO-DESP  TO ULT-SALDO-DESP
001097     MOVE WS-DIA-MONEDA      TO ULT-MONEDA.
001098
001099 F-2510-UN-ASIENTO. EXIT.
001100
001101 2520-GRABAR-ULTIMO.
001102
001103     WRITE REG-ULT
001104
001105     IF WS-FILULT-CODE IS NOT EQUAL '00'
001106        DISPLAY '* ERROR EN GRABAR ULTDIA = ' WS-FILULT-CODE
001107        MOVE 9999 TO RETURN-CODE
001108        SET WS-FIN-LECTURA TO TRUE
001109        SET WS-FIN-SORT    TO TRUE
001110        GO TO F-2520-GRABAR-ULTIMO
001111     END-IF
001112
001113     ADD 1 TO WS-CANT-CUENTAS-ULT.
001114
001115 F-2520-GRABAR-ULTIMO. EXIT.
001116
001117**************************************
001118*  LIBERAR AL SORT LAS EXCEPCIONES DE*
001119*  CADA MAESTRO                      *
001120**************************************
001121
001122 3000-VERIFICAR.
001123
001124     OPEN INPUT FILE-ULT.
001125     IF WS-FILULT-CODE IS NOT EQUAL '00'
001126        DISPLAY '* ERROR EN OPEN ULTDIA  = ' WS-FILULT-CODE
001127        MOVE 9999 TO RETURN-CODE
001128        SET  WS-FIN-LECTURA TO TRUE
001129        GO TO F-3000-VERIFICAR
001130     END-IF
001131
001132     PERFORM 3100-VERIFICAR-CUENTAS THRU F-3100-VERIFICAR-CUENTAS
001133
001134     CLOSE FILE-ULT
001135
001136     IF WS-NO-FIN-LECTURA
001137        PERFORM 3300-VERIFICAR-DEMOG THRU F-3300-VERIFICAR-DEMOG
001138     END-IF
001139
001140     IF WS-NO-FIN-LECTURA
001141        PERFORM 3400-VERIFICAR-XREF THRU F-3400-VERIFICAR-XREF
001142     END-IF
001143
001144     IF WS-NO-FIN-LECTURA
001145        PERFORM 3500-VERIFICAR-EMBARGOS
001146                    THRU F-3500-VERIFICAR-EMBARGOS
001147     END-IF
001148
001149     IF WS-NO-FIN-LECTURA
001150        PERFORM 3600-VERIFICAR-ORDENES
001151                    THRU F-3600-VERIFICAR-ORDENES
001152     END-IF
001153
001154     IF WS-NO-FIN-LECTURA
001155        PERFORM 3700-VERIFICAR-CORRECCIONES
001156                    THRU F-3700-VERIFICAR-CORRECCIONES
001157     END-IF.
001158
001159 F-3000-VERIFICAR. EXIT.
001160
001161**************************************
001162*  CUENTAS DE DDCLIEN APAREADAS CON SU*
001163*  ULTIMO ASIENTO: CLIENTE EN DDDEMOG Y*
001164*  PRUEBA DEL SALDO CONTRA EL DIARIO *
001165**************************************
001166
001167 3100-VERIFICAR-CUENTAS.
001168
001169     SET WS-NO-FIN-ULT TO TRUE
001170     PERFORM 3190-LEER-ULTIMO THRU F-3190-LEER-ULTIMO
001171
001172     SET WS-NO-FIN-FILE TO TRUE
001173
001174     PERFORM 3110-UNA-CUENTA THRU F-3110-UNA-CUENTA
001175               UNTIL WS-FIN-FILE
001176
001177*    LO QUE QUEDA DEL DIARIO NO TIENE CUENTA EN DDCLIEN
001178
001179     PERFORM 3150-DIARIO-SIN-CUENTA THRU F-3150-DIARIO-SIN-CUENTA
001180               UNTIL WS-FIN-ULT.
001181
001182 F-3100-VERIFICAR-CUENTAS. EXIT.
001183
001184 3110-UNA-CUENTA.
001185
001186     READ FILE1 NEXT RECORD INTO WS-REG-CLIENTE
001187
001188     EVALUATE WS-FIL1-CODE
001189
001190        WHEN '00'
001191           ADD 1 TO WS-LEIDOS-FILE1
001192
001193        WHEN '10'
001194           SET WS-FIN-FILE TO TRUE
001195           GO TO F-3110-UNA-CUENTA
001196
001197        WHEN OTHER
001198           DISPLAY '* ERROR EN LECTURA FILE1 = ' WS-FIL1-CODE
001199           MOVE 9999 TO RETURN-CODE
001200           SET WS-FIN-LECTURA TO TRUE
001201           SET WS-FIN-FILE    TO TRUE
001202           SET WS-FIN-ULT     TO TRUE
001203           GO TO F-3110-UNA-CUENTA
001204
001205     END-EVALUATE
001206
001207*    ASIENTOS DE CUENTAS QUE NO ESTAN EN DDCLIEN (CLAVE MENOR)
001208
001209     PERFORM 3150-DIARIO-SIN-CUENTA THRU F-3150-DIARIO-SIN-CUENTA
001210               UNTIL WS-FIN-ULT
001211               OR ULT-CLAVE IS NOT LESS THAN WS-CLI-CLAVE
001212
001213     MOVE WS-CLI-NRO    TO WS-CLA-CTA-NRO
001214     MOVE WS-CLI-TIPO   TO WS-CLA-CTA-TIPO
001215     MOVE WS-CLI-CUENTA TO WS-CLA-CTA-CUENTA
001216     MOVE WS-CLI-NRO    TO WS-CLA-CLI-NRO
001217
001218     MOVE WS-CLI-SUCURSAL TO WS-EXC-SUCURSAL
001219     MOVE 'DDCLIEN'       TO WS-EXC-ARCHIVO
001220     MOVE WS-CLA-CUENTA   TO WS-EXC-CLAVE
001221     MOVE WS-CLI-SALDO    TO WS-EXC-IMPORTE-1
001222     MOVE ZEROS           TO WS-EXC-IMPORTE-2
001223
001224*    CLIENTE DE LA CUENTA EN DDDEMOG
001225
001226     MOVE WS-CLI-NRO TO WS-BUS-NRO
001227     PERFORM 3810-BUSCAR-DEMOG THRU F-3810-BUSCAR-DEMOG
001228
001229     MOVE WS-CLA-CLIENTE TO WS-EXC-DATO
001230
001231     EVALUATE TRUE
001232        WHEN WS-BUS-DEM-NO-EXISTE
001233           MOVE 01 TO WS-EXC-REGLA
001234           PERFORM 3900-LIBERAR-EXCEPCION
001235                       THRU F-3900-LIBERAR-EXCEPCION
001236        WHEN WS-DEM-EST-BAJA
001237           AND NOT WS-CLI-EST-BAJA
001238           MOVE 02 TO WS-EXC-REGLA
001239           PERFORM 3900-LIBERAR-EXCEPCION
001240                       THRU F-3900-LIBERAR-EXCEPCION
001241        WHEN OTHER
001242           CONTINUE
001243     END-EVALUATE
001244
001245     IF WS-FIN-ULT
001246        OR ULT-CLAVE IS NOT EQUAL WS-CLI-CLAVE
001247        ADD 1 TO WS-CANT-SIN-DIARIO
001248        GO TO F-3110-UNA-CUENTA
001249     END-IF
001250
001251*    PRUEBA DEL SALDO CONTRA EL ULTIMO ASIENTO
001252
001253     ADD 1 TO WS-CANT-PROBADAS
001254
001255     IF ULT-SALDO-DESP IS NOT EQUAL WS-CLI-SALDO
001256        MOVE 03              TO WS-EXC-REGLA
001257        MOVE ULT-FEC-PROCESO TO WS-CLA-FEC
001258        MOVE WS-CLA-FECHA    TO WS-EXC-DATO
001259        MOVE ULT-SALDO-DESP  TO WS-EXC-IMPORTE-2
001260        PERFORM 3900-LIBERAR-EXCEPCION
001261                    THRU F-3900-LIBERAR-EXCEPCION
001262     END-IF
001263
001264     PERFORM 3190-LEER-ULTIMO THRU F-3190-LEER-ULTIMO.
001265
001266 F-3110-UNA-CUENTA. EXIT.
001267
001268 3150-DIARIO-SIN-CUENTA.
001269
001270     MOVE ULT-NRO    TO WS-CLA-CTA-NRO
001271     MOVE ULT-TIPO   TO WS-CLA-CTA-TIPO
001272     MOVE ULT-CUENTA TO WS-CLA-CTA-CUENTA
001273
001274     MOVE ULT-NRO TO WS-BUS-NRO
001275     PERFORM 3810-BUSCAR-DEMOG THRU F-3810-BUSCAR-DEMOG
001276
001277     MOVE 04              TO WS-EXC-REGLA
001278     MOVE WS-BUS-SUCURSAL TO WS-EXC-SUCURSAL
001279     MOVE 'DDDIARIO'      TO WS-EXC-ARCHIVO
001280     MOVE WS-CLA-CUENTA   TO WS-EXC-CLAVE
001281     MOVE ULT-FEC-PROCESO TO WS-CLA-FEC
001282     MOVE WS-CLA-FECHA    TO WS-EXC-DATO
001283     MOVE ZEROS           TO WS-EXC-IMPORTE-1
001284     MOVE ULT-SALDO-DESP  TO WS-EXC-IMPORTE-2
001285     PERFORM 3900-LIBERAR-EXCEPCION THRU F-3900-LIBERAR-EXCEPCION
001286
001287     PERFORM 3190-LEER-ULTIMO THRU F-3190-LEER-ULTIMO.
001288
001289 F-3150-DIARIO-SIN-CUENTA. EXIT.
001290
001291 3190-LEER-ULTIMO.
001292
001293     READ FILE-ULT
001294
001295     EVALUATE WS-FILULT-CODE
001296
001297        WHEN '00'
001298           CONTINUE
001299
001300        WHEN '10'
001301           SET WS-FIN-ULT TO TRUE
001302
001303        WHEN OTHER
001304           DISPLAY '* ERROR EN LECTURA ULTDIA = ' WS-FILULT-CODE
001305           MOVE 9999 TO RETURN-CODE
001306           SET WS-FIN-LECTURA TO TRUE
001307           SET WS-FIN-ULT     TO TRUE
001308           SET WS-FIN-FILE    TO TRUE
001309
001310     END-EVALUATE.
001311
001312 F-3190-LEER-ULTIMO. EXIT.
001313
001314**************************************
001315*  CLIENTES VIGENTES DE DDDEMOG: SU  *
001316*  DOCUMENTO DEBE LLEVAR AL CLIENTE EN*
001317*  DDDEMXRF                          *
001318**************************************
001319
001320 3300-VERIFICAR-DEMOG.
001321
001322     MOVE LOW-VALUES TO REG-FILE-DEM
001323     START FILE-DEM KEY IS NOT LESS THAN REG-FDEM-NRO
001324
001325     EVALUATE WS-FILDEM-CODE
001326        WHEN '00'
001327           SET WS-NO-FIN-FILE TO TRUE
001328           PERFORM 3310-UN-CLIENTE THRU F-3310-UN-CLIENTE
001329                     UNTIL WS-FIN-FILE
001330        WHEN '23'
001331           CONTINUE
001332        WHEN OTHER
001333           DISPLAY '* ERROR EN START DEMOG = ' WS-FILDEM-CODE
001334           MOVE 9999 TO RETURN-CODE
001335           SET WS-FIN-LECTURA TO TRUE
001336     END-EVALUATE.
001337
001338 F-3300-VERIFICAR-DEMOG. EXIT.
001339
001340 3310-UN-CLIENTE.
001341
001342     READ FILE-DEM NEXT RECORD INTO WS-REG-DEMOG
001343
001344     EVALUATE WS-FILDEM-CODE
001345
001346        WHEN '00'
001347           ADD 1 TO WS-LEIDOS-DEMOG
001348
001349        WHEN '10'
001350           SET WS-FIN-FILE TO TRUE
001351           GO TO F-3310-UN-CLIENTE
001352
001353        WHEN OTHER
001354           DISPLAY '* ERROR EN LECTURA DEMOG = ' WS-FILDEM-CODE
001355           MOVE 9999 TO RETURN-CODE
001356           SET WS-FIN-LECTURA TO TRUE
001357           SET WS-FIN-FILE    TO TRUE
001358           GO TO F-3310-UN-CLIENTE
001359
001360     END-EVALUATE
001361
001362     IF WS-DEM-EST-BAJA
001363        GO TO F-3310-UN-CLIENTE
001364     END-IF
001365
001366     MOVE WS-DEM-TIPO-DOC TO REG-XRF-TIPO-DOC
001367     MOVE WS-DEM-NRO-DOC  TO REG-XRF-NRO-DOC
001368
001369     READ FILE-XRF INTO WS-REG-DEMXREF
001370        KEY IS REG-XRF-CLAVE
001371
001372     EVALUATE WS-FILXRF-CODE
001373        WHEN '00'
001374           IF WS-XRF-NRO IS EQUAL WS-DEM-NRO
001375              AND WS-XRF-EST-ACTIVO
001376              GO TO F-3310-UN-CLIENTE
001377           END-IF
001378        WHEN '23'
001379           CONTINUE
001380        WHEN OTHER
001381           DISPLAY '* ERROR EN READ DEMXRF = ' WS-FILXRF-CODE
001382           MOVE 9999 TO RETURN-CODE
001383           SET WS-FIN-LECTURA TO TRUE
001384           SET WS-FIN-FILE    TO TRUE
001385           GO TO F-3310-UN-CLIENTE
001386     END-EVALUATE
001387
001388     MOVE WS-DEM-TIPO-DOC TO WS-CLA-DOC-TIPO
001389     MOVE WS-DEM-NRO-DOC  TO WS-CLA-DOC-NRO
001390     MOVE WS-DEM-NRO      TO WS-CLA-CLI-NRO
001391
001392     MOVE 08               TO WS-EXC-REGLA
001393     MOVE WS-DEM-SUCURSAL  TO WS-EXC-SUCURSAL
001394     MOVE 'DDDEMOG'        TO WS-EXC-ARCHIVO
001395     MOVE WS-CLA-CLIENTE   TO WS-EXC-CLAVE
001396     MOVE WS-CLA-DOCUMENTO TO WS-EXC-DATO
001397     MOVE ZEROS            TO WS-EXC-IMPORTE-1
001398     MOVE ZEROS            TO WS-EXC-IMPORTE-2
001399     PERFORM 3900-LIBERAR-EXCEPCION THRU F-3900-LIBERAR-EXCEPCION.
001400
001401 F-3310-UN-CLIENTE. EXIT.
001402
001403**************************************
001404*  REFERENCIAS VIGENTES DE DDDEMXRF: *
001405*  CLIENTE EXISTENTE, VIGENTE Y CON EL*
001406*  MISMO DOCUMENTO                   *
001407**************************************
001408
001409 3400-VERIFICAR-XREF.
001410
001411     MOVE LOW-VALUES TO REG-XRF-CLAVE
001412     START FILE-XRF KEY IS NOT LESS THAN REG-XRF-CLAVE
001413
001414     EVALUATE WS-FILXRF-CODE
001415        WHEN '00'
001416           SET WS-NO-FIN-FILE TO TRUE
001417           PERFORM 3410-UNA-REFERENCIA THRU F-3410-UNA-REFERENCIA
001418                     UNTIL WS-FIN-FILE
001419        WHEN '23'
001420           CONTINUE
001421        WHEN OTHER
001422           DISPLAY '* ERROR EN START DEMXRF = ' WS-FILXRF-CODE
001423           MOVE 9999 TO RETURN-CODE
001424           SET WS-FIN-LECTURA TO TRUE
001425     END-EVALUATE.
001426
001427 F-3400-VERIFICAR-XREF. EXIT.
001428
001429 3410-UNA-REFERENCIA.
001430
001431     READ FILE-XRF NEXT RECORD INTO WS-REG-DEMXREF
001432
001433     EVALUATE WS-FILXRF-CODE
001434
001435        WHEN '00'
001436           ADD 1 TO WS-LEIDOS-XRF
001437
001438        WHEN '10'
001439           SET WS-FIN-FILE TO TRUE
001440           GO TO F-3410-UNA-REFERENCIA
001441
001442        WHEN OTHER
001443           DISPLAY '* ERROR EN LECTURA DEMXRF = ' WS-FILXRF-CODE
001444           MOVE 9999 TO RETURN-CODE
001445           SET WS-FIN-LECTURA TO TRUE
001446           SET WS-FIN-FILE    TO TRUE
001447           GO TO F-3410-UNA-REFERENCIA
001448
001449     END-EVALUATE
001450
001451     IF WS-XRF-EST-BAJA
001452        GO TO F-3410-UNA-REFERENCIA
001453     END-IF
001454
001455     MOVE WS-XRF-NRO TO WS-BUS-NRO
001456     PERFORM 3810-BUSCAR-DEMOG THRU F-3810-BUSCAR-DEMOG
001457
001458     MOVE WS-XRF-TIPO-DOC TO WS-CLA-DOC-TIPO
001459     MOVE WS-XRF-NRO-DOC  TO WS-CLA-DOC-NRO
001460     MOVE WS-XRF-NRO      TO WS-CLA-CLI-NRO
001461
001462     MOVE WS-BUS-SUCURSAL  TO WS-EXC-SUCURSAL
001463     MOVE 'DDDEMXRF'       TO WS-EXC-ARCHIVO
001464     MOVE WS-CLA-DOCUMENTO TO WS-EXC-CLAVE
001465     MOVE WS-CLA-CLIENTE   TO WS-EXC-DATO
001466     MOVE ZEROS            TO WS-EXC-IMPORTE-1
001467     MOVE ZEROS            TO WS-EXC-IMPORTE-2
001468
001469     EVALUATE TRUE
001470        WHEN WS-BUS-DEM-NO-EXISTE
001471           MOVE 05 TO WS-EXC-REGLA
001472        WHEN WS-DEM-EST-BAJA
001473           MOVE 06 TO WS-EXC-REGLA
001474        WHEN WS-DEM-TIPO-DOC IS NOT EQUAL WS-XRF-TIPO-DOC
001475          OR WS-DEM-NRO-DOC  IS NOT EQUAL WS-XRF-NRO-DOC
001476           MOVE 07 TO WS-EXC-REGLA
001477        WHEN OTHER
001478           GO TO F-3410-UNA-REFERENCIA
001479     END-EVALUATE
001480
001481     PERFORM 3900-LIBERAR-EXCEPCION THRU F-3900-LIBERAR-EXCEPCION.
001482
001483 F-3410-UNA-REFERENCIA. EXIT.
001484
001485**************************************
001486*  EMBARGOS VIGENTES SOBRE CUENTAS QUE*
001487*  NO EXISTEN O ESTAN EN BAJA        *
001488**************************************
001489
001490 3500-VERIFICAR-EMBARGOS.
001491
001492     SET WS-NO-FIN-FILE TO TRUE
001493
001494     PERFORM 3510-UN-EMBARGO THRU F-3510-UN-EMBARGO
001495               UNTIL WS-FIN-FILE.
001496
001497 F-3500-VERIFICAR-EMBARGOS. EXIT.
001498
001499 3510-UN-EMBARGO.
001500
001501     READ FILE-EMB INTO WS-REG-EMBARGO
001502
001503     EVALUATE WS-FILEMB-CODE
001504
001505        WHEN '00'
001506           ADD 1 TO WS-LEIDOS-EMB
001507
001508        WHEN '10'
001509           SET WS-FIN-FILE TO TRUE
001510           GO TO F-3510-UN-EMBARGO
001511
001512        WHEN OTHER
001513           DISPLAY '* ERROR EN LECTURA EMBARG = ' WS-FILEMB-CODE
001514           MOVE 9999 TO RETURN-CODE
001515           SET WS-FIN-LECTURA TO TRUE
001516           SET WS-FIN-FILE    TO TRUE
001517           GO TO F-3510-UN-EMBARGO
001518
001519     END-EVALUATE
001520
001521     IF NOT WS-EMB-EST-ACTIVO
001522        GO TO F-3510-UN-EMBARGO
001523     END-IF
001524
001525     MOVE WS-EMB-NRO    TO WS-BUS-NRO
001526     MOVE WS-EMB-TIPO   TO WS-BUS-TIPO
001527     MOVE WS-EMB-CUENTA TO WS-BUS-CUENTA
001528     PERFORM 3800-BUSCAR-CUENTA THRU F-3800-BUSCAR-CUENTA
001529
001530     EVALUATE TRUE
001531        WHEN WS-BUS-CLI-NO-EXISTE
001532           MOVE 09 TO WS-EXC-REGLA
001533        WHEN WS-CLI-EST-BAJA
001534           MOVE 10 TO WS-EXC-REGLA
001535        WHEN OTHER
001536           GO TO F-3510-UN-EMBARGO
001537     END-EVALUATE
001538
001539     MOVE WS-BUS-SUCURSAL     TO WS-EXC-SUCURSAL
001540     MOVE 'DDEMBARG'          TO WS-EXC-ARCHIVO
001541     MOVE WS-CLA-CUENTA       TO WS-EXC-CLAVE
001542     MOVE WS-EMB-REF-JUDICIAL TO WS-EXC-DATO
001543     MOVE WS-EMB-IMPORTE      TO WS-EXC-IMPORTE-1
001544     MOVE ZEROS               TO WS-EXC-IMPORTE-2
001545     PERFORM 3900-LIBERAR-EXCEPCION THRU F-3900-LIBERAR-EXCEPCION.
001546
001547 F-3510-UN-EMBARGO. EXIT.
001548
001549**************************************
001550*  ORDENES PERMANENTES VIGENTES SOBRE*
001551*  CUENTAS QUE NO EXISTEN O EN BAJA  *
001552**************************************
001553
001554 3600-VERIFICAR-ORDENES.
001555
001556     SET WS-NO-FIN-FILE TO TRUE
001557
001558     PERFORM 3610-UNA-ORDEN THRU F-3610-UNA-ORDEN
001559               UNTIL WS-FIN-FILE.
001560
001561 F-3600-VERIFICAR-ORDENES. EXIT.
001562
001563 3610-UNA-ORDEN.
001564
001565     READ FILE-ORD INTO WS-REG-ORDPERM
001566
001567     EVALUATE WS-FILORD-CODE
001568
001569        WHEN '00'
001570           ADD 1 TO WS-LEIDOS-ORD
001571
001572        WHEN '10'
001573           SET WS-FIN-FILE TO TRUE
001574           GO TO F-3610-UNA-ORDEN
001575
001576        WHEN OTHER
001577           DISPLAY '* ERROR EN LECTURA ORDPER = ' WS-FILORD-CODE
001578           MOVE 9999 TO RETURN-CODE
001579           SET WS-FIN-LECTURA TO TRUE
001580           SET WS-FIN-FILE    TO TRUE
001581           GO TO F-3610-UNA-ORDEN
001582
001583     END-EVALUATE
001584
001585     IF NOT WS-ORD-EST-ACTIVA
001586        GO TO F-3610-UNA-ORDEN
001587     END-IF
001588
001589     MOVE WS-ORD-NRO    TO WS-BUS-NRO
001590     MOVE WS-ORD-TIPO   TO WS-BUS-TIPO
001591     MOVE WS-ORD-CUENTA TO WS-BUS-CUENTA
001592     PERFORM 3800-BUSCAR-CUENTA THRU F-3800-BUSCAR-CUENTA
001593
001594     EVALUATE TRUE
001595        WHEN WS-BUS-CLI-NO-EXISTE
001596           MOVE 11 TO WS-EXC-REGLA
001597        WHEN WS-CLI-EST-BAJA
001598           MOVE 12 TO WS-EXC-REGLA
001599        WHEN OTHER
001600           GO TO F-3610-UNA-ORDEN
001601     END-EVALUATE
001602
001603     MOVE WS-BUS-SUCURSAL  TO WS-EXC-SUCURSAL
001604     MOVE 'DDORDPER'       TO WS-EXC-ARCHIVO
001605     MOVE WS-CLA-CUENTA    TO WS-EXC-CLAVE
001606     MOVE WS-ORD-CONCEPTO  TO WS-EXC-DATO
001607     MOVE WS-ORD-IMPORTE   TO WS-EXC-IMPORTE-1
001608     MOVE ZEROS            TO WS-EXC-IMPORTE-2
001609     PERFORM 3900-LIBERAR-EXCEPCION THRU F-3900-LIBERAR-EXCEPCION.
001610
001611 F-3610-UNA-ORDEN. EXIT.
001612
001613**************************************
001614*  CORRECCIONES: LAS PENDIENTES SOBRE*
001615*  CUENTAS INEXISTENTES O EN BAJA O DE*
001616*  UN OPERADOR QUE YA NO OPERA; LAS  *
001617*  RESUELTAS POR UN OPERADOR QUE NO  *
001618*  ESTA EN DDOPER                    *
001619**************************************
001620
001621 3700-VERIFICAR-CORRECCIONES.
001622
001623     SET WS-NO-FIN-FILE TO TRUE
001624
001625     PERFORM 3710-UNA-CORRECCION THRU F-3710-UNA-CORRECCION
001626               UNTIL WS-FIN-FILE.
001627
001628 F-3700-VERIFICAR-CORRECCIONES. EXIT.
001629
001630 3710-UNA-CORRECCION.
001631
001632     READ FILE-PCO INTO WS-REG-PENDCOR
001633
001634     EVALUATE WS-FILPCO-CODE
001635
001636        WHEN '00'
001637           ADD 1 TO WS-LEIDOS-PCO
001638
001639        WHEN '10'
001640           SET WS-FIN-FILE TO TRUE
001641           GO TO F-3710-UNA-CORRECCION
001642
001643        WHEN OTHER
001644           DISPLAY '* ERROR EN LECTURA PENDCOR = ' WS-FILPCO-CODE
001645           MOVE 9999 TO RETURN-CODE
001646           SET WS-FIN-LECTURA TO TRUE
001647           SET WS-FIN-FILE    TO TRUE
001648           GO TO F-3710-UNA-CORRECCION
001649
001650     END-EVALUATE
001651
001652     MOVE WS-PCO-NRO    TO WS-BUS-NRO
001653     MOVE WS-PCO-TIPO   TO WS-BUS-TIPO
001654     MOVE WS-PCO-CUENTA TO WS-BUS-CUENTA
001655     PERFORM 3800-BUSCAR-CUENTA THRU F-3800-BUSCAR-CUENTA
001656
001657     MOVE WS-BUS-SUCURSAL      TO WS-EXC-SUCURSAL
001658     MOVE 'DDPENDCO'           TO WS-EXC-ARCHIVO
001659     MOVE WS-CLA-CUENTA        TO WS-EXC-CLAVE
001660     MOVE WS-PCO-SALDO-NUEVO   TO WS-EXC-IMPORTE-1
001661     MOVE WS-PCO-SALDO-VIGENTE TO WS-EXC-IMPORTE-2
001662
001663     IF WS-PCO-EST-PENDIENTE
001664        PERFORM 3720-CORRECCION-PENDIENTE
001665                    THRU F-3720-CORRECCION-PENDIENTE
001666        GO TO F-3710-UNA-CORRECCION
001667     END-IF
001668
001669*    RESUELTA (APROBADA O RECHAZADA): EL OPERADOR QUE LA
001670*    RESOLVIO DEBE SEGUIR DADO DE ALTA EN DDOPER (UNA
001671*    EXPIRADA NO TIENE OPERADOR DE RESOLUCION)
001672
001673     IF WS-PCO-EST-APROBADA
001674        OR WS-PCO-EST-RECHAZADA
001675        MOVE WS-PCO-OPER-RESOL TO WS-CLA-OPE-ID
001676        PERFORM 3820-BUSCAR-OPERADOR THRU F-3820-BUSCAR-OPERADOR
001677        IF WS-BUS-OPE-NO-EXISTE
001678           MOVE 16              TO WS-EXC-REGLA
001679           MOVE WS-CLA-OPERADOR TO WS-EXC-DATO
001680           PERFORM 3900-LIBERAR-EXCEPCION
001681                       THRU F-3900-LIBERAR-EXCEPCION
001682        END-IF
001683     END-IF.
001684
001685 F-3710-UNA-CORRECCION. EXIT.
001686
001687 3720-CORRECCION-PENDIENTE.
001688
001689     MOVE WS-PCO-OPER-CARGA TO WS-CLA-OPE-ID
001690     MOVE WS-CLA-OPERADOR   TO WS-EXC-DATO
001691
001692     EVALUATE TRUE
001693        WHEN WS-BUS-CLI-NO-EXISTE
001694           MOVE 13 TO WS-EXC-REGLA
001695           PERFORM 3900-LIBERAR-EXCEPCION
001696                       THRU F-3900-LIBERAR-EXCEPCION
001697        WHEN WS-CLI-EST-BAJA
001698           MOVE 14 TO WS-EXC-REGLA
001699           PERFORM 3900-LIBERAR-EXCEPCION
001700                       THRU F-3900-LIBERAR-EXCEPCION
001701        WHEN OTHER
001702           CONTINUE
001703     END-EVALUATE
001704
001705     PERFORM 3820-BUSCAR-OPERADOR THRU F-3820-BUSCAR-OPERADOR
001706
001707     IF WS-BUS-OPE-NO-EXISTE
001708        OR WS-OPE-EST-BAJA
001709        MOVE 15 TO WS-EXC-REGLA
001710        PERFORM 3900-LIBERAR-EXCEPCION
001711                    THRU F-3900-LIBERAR-EXCEPCION
001712     END-IF.
001713
001714 F-3720-CORRECCION-PENDIENTE. EXIT.
001715
001716**************************************
001717*  BUSCAR EN DDCLIEN LA CUENTA DE    *
001718*  WS-BUS-CLAVE; LA SUCURSAL ES LA DE*
001719*  LA CUENTA O, SI NO EXISTE, LA DEL *
001720*  CLIENTE EN DDDEMOG                *
001721**************************************
001722
001723 3800-BUSCAR-CUENTA.
001724
001725     MOVE WS-BUS-NRO    TO WS-CLA-CTA-NRO
001726     MOVE WS-BUS-TIPO   TO WS-CLA-CTA-TIPO
001727     MOVE WS-BUS-CUENTA TO WS-CLA-CTA-CUENTA
001728
001729     MOVE WS-BUS-CLAVE TO REG-FILE1-CLAVE
001730
001731     READ FILE1 INTO WS-REG-CLIENTE
001732        KEY IS REG-FILE1-CLAVE
001733
001734     EVALUATE WS-FIL1-CODE
001735
001736        WHEN '00'
001737           SET WS-BUS-CLI-EXISTE TO TRUE
001738           MOVE WS-CLI-SUCURSAL TO WS-BUS-SUCURSAL
001739
001740        WHEN '23'
001741           SET WS-BUS-CLI-NO-EXISTE TO TRUE
001742           PERFORM 3810-BUSCAR-DEMOG THRU F-3810-BUSCAR-DEMOG
001743
001744        WHEN OTHER
001745           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001746           MOVE 9999 TO RETURN-CODE
001747           SET WS-FIN-LECTURA TO TRUE
001748           SET WS-FIN-FILE    TO TRUE
001749           SET WS-BUS-CLI-EXISTE TO TRUE
001750           MOVE SPACE TO WS-CLI-ESTADO
001751
001752     END-EVALUATE.
001753
001754 F-3800-BUSCAR-CUENTA. EXIT.
001755
001756 3810-BUSCAR-DEMOG.
001757
001758     MOVE ZEROS      TO WS-BUS-SUCURSAL
001759     MOVE WS-BUS-NRO TO REG-FDEM-NRO
001760
001761     READ FILE-DEM INTO WS-REG-DEMOG
001762        KEY IS REG-FDEM-NRO
001763
001764     EVALUATE WS-FILDEM-CODE
001765
001766        WHEN '00'
001767           SET WS-BUS-DEM-EXISTE TO TRUE
001768           MOVE WS-DEM-SUCURSAL TO WS-BUS-SUCURSAL
001769
001770        WHEN '23'
001771           SET WS-BUS-DEM-NO-EXISTE TO TRUE
001772
001773        WHEN OTHER
001774           DISPLAY '* ERROR EN READ DEMOG = ' WS-FILDEM-CODE
001775           MOVE 9999 TO RETURN-CODE
001776           SET WS-FIN-LECTURA TO TRUE
001777           SET WS-FIN-FILE    TO TRUE
001778           SET WS-FIN-ULT     TO TRUE
001779           SET WS-BUS-DEM-EXISTE TO TRUE
001780           MOVE SPACE TO WS-DEM-ESTADO
001781
001782     END-EVALUATE.
001783
001784 F-3810-BUSCAR-DEMOG. EXIT.
001785
001786 3820-BUSCAR-OPERADOR.
001787
001788     MOVE WS-CLA-OPE-ID TO REG-OPE-ID
001789
001790     READ FILE-OPE INTO WS-REG-OPERADOR
001791
001792     EVALUATE WS-FILOPE-CODE
001793
001794        WHEN '00'
001795           SET WS-BUS-OPE-EXISTE TO TRUE
001796
001797        WHEN '23'
001798           SET WS-BUS-OPE-NO-EXISTE TO TRUE
001799
001800        WHEN OTHER
001801           DISPLAY '* ERROR EN READ OPER = ' WS-FILOPE-CODE
001802           MOVE 9999 TO RETURN-CODE
001803           SET WS-FIN-LECTURA TO TRUE
001804           SET WS-FIN-FILE    TO TRUE
001805           SET WS-BUS-OPE-EXISTE TO TRUE
001806           MOVE SPACE TO WS-OPE-ESTADO
001807
001808     END-EVALUATE.
001809
001810 F-3820-BUSCAR-OPERADOR. EXIT.
001811
001812**************************************
001813*  LIBERAR UNA EXCEPCION AL SORT     *
001814**************************************
001815
001816 3900-LIBERAR-EXCEPCION.
001817
001818     ADD 1 TO WS-EXC-SECUEN
001819     ADD 1 TO WS-REGLA-CANT (WS-EXC-REGLA)
001820     ADD 1 TO WS-CANT-EXCEPCIONES
001821
001822     MOVE WS-EXC-REGLA     TO SEXC-REGLA
001823     MOVE WS-EXC-SUCURSAL  TO SEXC-SUCURSAL
001824     MOVE WS-EXC-SECUEN    TO SEXC-SECUEN
001825     MOVE WS-EXC-ARCHIVO   TO SEXC-ARCHIVO
001826     MOVE WS-EXC-CLAVE     TO SEXC-CLAVE
001827     MOVE WS-EXC-DATO      TO SEXC-DATO
001828     MOVE WS-EXC-IMPORTE-1 TO SEXC-IMPORTE-1
001829     MOVE WS-EXC-IMPORTE-2 TO SEXC-IMPORTE-2
001830
001831     RELEASE REG-SORT-EXC.
001832
001833 F-3900-LIBERAR-EXCEPCION. EXIT.
001834
001835**************************************
001836*  LISTADO DE EXCEPCIONES CON CORTE POR*
001837*  REGLA Y SUCURSAL                  *
001838**************************************
001839
001840 4000-LISTAR-EXCEPCIONES.
001841
001842     SET WS-ES-PRIMERO  TO TRUE
001843     SET WS-NO-FIN-SORT TO TRUE
001844
001845     PERFORM 4010-UNA-EXCEPCION THRU F-4010-UNA-EXCEPCION
001846               UNTIL WS-FIN-SORT
001847
001848     IF WS-ES-PRIMERO
001849        WRITE REG-LIS FROM WS-LIN-SIN-EXCEPCIONES
001850     ELSE
001851        PERFORM 4200-CORTE-SUCURSAL THRU F-4200-CORTE-SUCURSAL
001852        PERFORM 4300-CORTE-REGLA    THRU F-4300-CORTE-REGLA
001853     END-IF
001854
001855*    RESUMEN POR REGLA
001856
001857     MOVE ZEROS TO WS-REGLA-IDX
001858
001859     PERFORM 4400-RESUMEN-REGLA THRU F-4400-RESUMEN-REGLA
001860               UNTIL WS-REGLA-IDX IS NOT LESS THAN WS-REGLA-MAX.
001861
001862 F-4000-LISTAR-EXCEPCIONES. EXIT.
001863
001864 4010-UNA-EXCEPCION.
001865
001866     RETURN SORT-EXC
001867        AT END
001868           SET WS-FIN-SORT TO TRUE
001869           GO TO F-4010-UNA-EXCEPCION
001870     END-RETURN
001871
001872     EVALUATE TRUE
001873
001874        WHEN WS-ES-PRIMERO
001875           SET WS-NO-ES-PRIMERO TO TRUE
001876           PERFORM 4100-TITULO-REGLA THRU F-4100-TITULO-REGLA
001877
001878        WHEN SEXC-REGLA IS NOT EQUAL WS-ANT-REGLA
001879           PERFORM 4200-CORTE-SUCURSAL THRU F-4200-CORTE-SUCURSAL
001880           PERFORM 4300-CORTE-REGLA    THRU F-4300-CORTE-REGLA
001881           PERFORM 4100-TITULO-REGLA   THRU F-4100-TITULO-REGLA
001882
001883        WHEN SEXC-SUCURSAL IS NOT EQUAL WS-ANT-SUCURSAL
001884           PERFORM 4200-CORTE-SUCURSAL THRU F-4200-CORTE-SUCURSAL
001885           PERFORM 4110-TITULO-SUCURSAL
001886                       THRU F-4110-TITULO-SUCURSAL
001887
001888        WHEN OTHER
001889           CONTINUE
001890
001891     END-EVALUATE
001892
001893     MOVE SEXC-ARCHIVO   TO WS-DET-ARCHIVO
001894     MOVE SEXC-CLAVE     TO WS-DET-CLAVE
001895     MOVE SEXC-DATO      TO WS-DET-DATO
001896     MOVE SEXC-IMPORTE-1 TO WS-DET-IMPORTE-1
001897     MOVE SEXC-IMPORTE-2 TO WS-DET-IMPORTE-2
001898     WRITE REG-LIS FROM WS-LIN-DETALLE
001899
001900     IF WS-FILLIS-CODE IS NOT EQUAL '00'
001901        DISPLAY '* ERROR EN GRABAR INTLIS = ' WS-FILLIS-CODE
001902        MOVE 9999 TO RETURN-CODE
001903        SET WS-FIN-LECTURA TO TRUE
001904        SET WS-FIN-SORT    TO TRUE
001905        GO TO F-4010-UNA-EXCEPCION
001906     END-IF
001907
001908     ADD 1 TO WS-SUC-CANT.
001909
001910 F-4010-UNA-EXCEPCION. EXIT.
001911
001912 4100-TITULO-REGLA.
001913
001914     MOVE SEXC-REGLA TO WS-ANT-REGLA
001915     MOVE SEXC-REGLA TO WS-LRE-REGLA
001916     MOVE WS-REGLA-DESCRIP (SEXC-REGLA) TO WS-LRE-DESCRIP
001917     WRITE REG-LIS FROM WS-LIN-REGLA
001918
001919     PERFORM 4110-TITULO-SUCURSAL THRU F-4110-TITULO-SUCURSAL.
001920
001921 F-4100-TITULO-REGLA. EXIT.
001922
001923 4110-TITULO-SUCURSAL.
001924
001925     MOVE SEXC-SUCURSAL TO WS-ANT-SUCURSAL
001926     MOVE SEXC-SUCURSAL TO WS-LSU-SUCURSAL
001927     WRITE REG-LIS FROM WS-LIN-SUCURSAL
001928
001929     MOVE ZEROS TO WS-SUC-CANT.
001930
001931 F-4110-TITULO-SUCURSAL. EXIT.
001932
001933 4200-CORTE-SUCURSAL.
001934
001935     MOVE WS-SUC-CANT TO WS-LTS-CANT
001936     WRITE REG-LIS FROM WS-LIN-TOT-SUCURSAL.
001937
001938 F-4200-CORTE-SUCURSAL. EXIT.
001939
001940 4300-CORTE-REGLA.
001941
001942     MOVE WS-REGLA-CANT (WS-ANT-REGLA) TO WS-LTR-CANT
001943     WRITE REG-LIS FROM WS-LIN-TOT-REGLA.
001944
001945 F-4300-CORTE-REGLA. EXIT.
001946
001947 4400-RESUMEN-REGLA.
001948
001949     ADD 1 TO WS-REGLA-IDX
001950
001951     MOVE WS-REGLA-IDX                 TO WS-LRS-REGLA
001952     MOVE WS-REGLA-DESCRIP (WS-REGLA-IDX) TO WS-LRS-DESCRIP
001953     MOVE WS-REGLA-CANT    (WS-REGLA-IDX) TO WS-LRS-CANT
001954     WRITE REG-LIS FROM WS-LIN-RESUMEN.
001955
001956 F-4400-RESUMEN-REGLA. EXIT.
001957
001958**************************************
001959*    CIERRE DE ARCHIVOS Y TOTALES    *
001960**************************************
001961
001962 9999-FINAL.
001963
001964     CLOSE FILE1.
001965        IF WS-FIL1-CODE IS NOT EQUAL '00'
001966           DISPLAY '* ERROR EN CLOSE FILE1   = '
001967                                      WS-FIL1-CODE
001968           MOVE 9999 TO RETURN-CODE
001969        END-IF.
001970
001971     CLOSE FILE-DEM.
001971        IF WS-FILDEM-CODE IS NOT EQUAL '00'
001971           DISPLAY '* ERROR EN CLOSE DEMOG   = '
001971                                      WS-FILDEM-CODE
001971           MOVE 9999 TO RETURN-CODE
001971        END-IF.
001971
001972     CLOSE FILE-XRF.
001972        IF WS-FILXRF-CODE IS NOT EQUAL '00'
001972           DISPLAY '* ERROR EN CLOSE DEMXRF  = '
001972                                      WS-FILXRF-CODE
001972           MOVE 9999 TO RETURN-CODE
001972        END-IF.
001972
001973     CLOSE FILE-EMB.
001973        IF WS-FILEMB-CODE IS NOT EQUAL '00'
001973           DISPLAY '* ERROR EN CLOSE EMBARG  = '
001973                                      WS-FILEMB-CODE
001973           MOVE 9999 TO RETURN-CODE
001973        END-IF.
001973
001974     CLOSE FILE-ORD.
001974        IF WS-FILORD-CODE IS NOT EQUAL '00'
001974           DISPLAY '* ERROR EN CLOSE ORDPER  = '
001974                                      WS-FILORD-CODE
001974           MOVE 9999 TO RETURN-CODE
001974        END-IF.
001974
001975     CLOSE FILE-PCO.
001975        IF WS-FILPCO-CODE IS NOT EQUAL '00'
001975           DISPLAY '* ERROR EN CLOSE PENDCOR = '
001975                                      WS-FILPCO-CODE
001975           MOVE 9999 TO RETURN-CODE
001975        END-IF.
001975
001976     CLOSE FILE-OPE.
001976        IF WS-FILOPE-CODE IS NOT EQUAL '00'
001976           DISPLAY '* ERROR EN CLOSE OPER    = '
001976                                      WS-FILOPE-CODE
001976           MOVE 9999 TO RETURN-CODE
001976        END-IF.
001976
001977     CLOSE FILE-DIA.
001977        IF WS-FILDIA-CODE IS NOT EQUAL '00'
001977           DISPLAY '* ERROR EN CLOSE DIARIO  = '
001977                                      WS-FILDIA-CODE
001977           MOVE 9999 TO RETURN-CODE
001977        END-IF.
001977
001978     CLOSE FILE-ARC.
001978        IF WS-FILARC-CODE IS NOT EQUAL '00'
001978           DISPLAY '* ERROR EN CLOSE DIAARC  = '
001978                                      WS-FILARC-CODE
001978           MOVE 9999 TO RETURN-CODE
001978        END-IF.
001978
001980     CLOSE FILE-LIS.
001981        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001982           DISPLAY '* ERROR EN CLOSE INTLIS  = '
001983                                      WS-FILLIS-CODE
001984           MOVE 9999 TO RETURN-CODE
001985        END-IF.
001986
001987     IF WS-CANT-EXCEPCIONES IS GREATER THAN ZEROS
001988        AND RETURN-CODE IS NOT EQUAL 9999
001989        DISPLAY '* HAY EXCEPCIONES DE INTEGRIDAD EN DDINTLIS *'
001990        MOVE 8 TO RETURN-CODE
001991     END-IF.
001992
001993**************************************
001994*   MOSTRAR TOTALES DE CONTROL       *
001995**************************************
001996
001997     DISPLAY WS-LEYEN-CLIEN          WS-LEIDOS-FILE1.
001998     DISPLAY WS-LEYEN-DEMOG          WS-LEIDOS-DEMOG.
001999     DISPLAY WS-LEYEN-XRF            WS-LEIDOS-XRF.
002000     DISPLAY WS-LEYEN-EMB            WS-LEIDOS-EMB.
002001     DISPLAY WS-LEYEN-ORD            WS-LEIDOS-ORD.
002002     DISPLAY WS-LEYEN-PCO            WS-LEIDOS-PCO.
002003     DISPLAY WS-LEYEN-DIARIO         WS-LEIDOS-DIARIO.
002004     DISPLAY WS-LEYEN-ARCHIVO        WS-LEIDOS-ARCHIVO.
002005     DISPLAY WS-LEYEN-PROBADAS       WS-CANT-PROBADAS.
002006     DISPLAY WS-LEYEN-SIN-DIARIO     WS-CANT-SIN-DIARIO.
002007     DISPLAY WS-LEYEN-EXCEPCIONES    WS-CANT-EXCEPCIONES.
002008
002009 F-9999-FINAL.
002010     EXIT.
