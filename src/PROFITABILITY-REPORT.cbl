000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5G.
000115**********************************************************
000120*                                                        *
000125*    PROFITABILITY REPORT code                           *
000130*    RENTABILIDAD MENSUAL POR CLIENTE Y POR SUCURSAL DEL *
000135*    MES DE LA FECHA DE DDPARM, ARMADA CON EL DIARIO DE  *
000140*    MOVIMIENTOS APLICADOS (DDDIARIO) Y EL MAESTRO:      *
000145*    INGRESOS = DESCUBIERTO (DSC) + COMISION DE          *
000150*    MANTENIMIENTO (COM) + CARGO POR DEBITO RECHAZADO    *
000155*    (CRF); COSTOS = INTERES DE PLAZO FIJO (DEV) Y DE CAJA*
000160*    DE AHORRO (DVA), NETOS DE SUS ANULACIONES (REV).    *
000165*    SALDO PROMEDIO POR MONEDA CON EL SALDO DE CIERRE DE *
000170*    CADA DIA (WS-DIA-SALDO-DESP); LO DE CUENTAS EN      *
000175*    DOLARES SE PASA A PESOS CON LA ULTIMA COTIZACION DEL*
000180*    MES EN DDCOTIZ. LISTA LOS CLIENTES DE CADA SUCURSAL *
000185*    ORDENADOS POR RESULTADO, MARCA LAS RELACIONES NO    *
000190*    RENTABLES CON SALDO OCIOSO (UMBRALES EN DDRENPAR) Y *
000191*    GRABA EL RESUMEN DDRENRES PARA LA PLANILLA DE       *
000192*    GERENCIA. LOS PRESTAMOS (TIPO 05) NO INTERVIENEN.   *
000193*    SE CORRE AL CIERRE DEL MES, CON PGMAPJ1D (PASO 04)  *
000194*    COMPLETO PARA LA FECHA                              *
000195**********************************************************
000196*      MANTENIMIENTO DE PROGRAMA                         *
000197**********************************************************
000198*    FECHA *    DETALLE        * COD *
000199**************************************
000200* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000200* 15/10/26 * CONTROL RENWRK/RES* LGS *
000201**************************************
000202
000203 ENVIRONMENT DIVISION.
000204 CONFIGURATION SECTION.
000205 SPECIAL-NAMES.
000206     DECIMAL-POINT IS COMMA.
000207
000208 INPUT-OUTPUT SECTION.
000209 FILE-CONTROL.
000210
000211     SELECT FILE1   ASSIGN DDCLIEN
000212     ORGANIZATION IS INDEXED
000213     ACCESS IS SEQUENTIAL
000214     RECORD KEY IS REG-FILE1-CLAVE
000215     FILE STATUS IS WS-FIL1-CODE.
000216
000217     SELECT FILE-DIA  ASSIGN DDDIARIO
000218     ACCESS IS SEQUENTIAL
000219     FILE STATUS IS WS-FILDIA-CODE.
000220
000221*    COTIZACIONES (OPCIONAL: SIN COTIZACION DEL MES LAS
000222*    CUENTAS EN DOLARES QUEDAN FUERA DE LOS TOTALES EN PESOS)
000223     SELECT OPTIONAL FILE-COT ASSIGN DDCOTIZ
000224     ACCESS IS SEQUENTIAL
000225     FILE STATUS IS WS-FILCOT-CODE.
000226
000227*    UMBRALES DE SALDO OCIOSO (SIN ARCHIVO SE USAN LOS
000228*    VALORES POR DEFECTO)
000229     SELECT FILE-RPAR ASSIGN DDRENPAR
000230     ACCESS IS SEQUENTIAL
000231     FILE STATUS IS WS-FILRPAR-CODE.
000232
000233*    ARCHIVO DE TRABAJO: UN REGISTRO POR CLIENTE Y SUCURSAL
000234     SELECT FILE-WRK  ASSIGN DDRENWRK
000235     ACCESS IS SEQUENTIAL
000236     FILE STATUS IS WS-FILWRK-CODE.
000237
000238     SELECT FILE-LIS  ASSIGN DDRENLIS
000239     ACCESS IS SEQUENTIAL
000240     FILE STATUS IS WS-FILLIS-CODE.
000241
000242*    RESUMEN PARA LA PLANILLA DE GERENCIA (VER LAYOUT-Rentab)
000243     SELECT FILE-RES  ASSIGN DDRENRES
000244     ACCESS IS SEQUENTIAL
000245     FILE STATUS IS WS-FILRES-CODE.
000246
000247     SELECT FILE-PARM ASSIGN DDPARM
000248     ACCESS IS SEQUENTIAL
000249     FILE STATUS IS WS-FILPARM-CODE.
000250
000251*    CONTROL DE CORRIDA DEL STREAM: EL DIARIO DE LA FECHA
000252*    ESTA COMPLETO CUANDO PGMAPJ1D (PASO 04) TERMINO BIEN
000253     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000254     ORGANIZATION IS INDEXED
000255     ACCESS IS RANDOM
000256     RECORD KEY IS REG-RUN-CLAVE
000257     FILE STATUS IS WS-FILRUN-CODE.
000258
000259     SELECT SORT-FILE ASSIGN DDSORTWK.
000260
000261     SELECT SORT-REN  ASSIGN DDSORTW2.
000262
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
000404 FD FILE-DIA
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-DIA          PIC X(130).
000409
000410 FD FILE-COT
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-COT          PIC X(40).
000415
000416 FD FILE-RPAR
000417      BLOCK CONTAINS 0 RECORDS
000418      RECORDING MODE IS F.
000419
000420 01 REG-FILE-RPAR    PIC X(16).
000421
000422 FD FILE-WRK
000423      BLOCK CONTAINS 0 RECORDS
000424      RECORDING MODE IS F.
000425
000426 01 REG-WRK          PIC X(155).
000427
000428 FD FILE-LIS
000429      BLOCK CONTAINS 0 RECORDS
000430      RECORDING MODE IS F.
000431
000432 01 REG-LIS          PIC X(132).
000433
000434 FD FILE-RES
000435      BLOCK CONTAINS 0 RECORDS
000436      RECORDING MODE IS F.
000437
000438 01 REG-RES          PIC X(280).
000439
000440 FD FILE-PARM
000441      BLOCK CONTAINS 0 RECORDS
000442      RECORDING MODE IS F.
000443
000444 01 REG-FILE-PARM    PIC X(08).
000445
000446 FD FILE-RUN
000447      BLOCK CONTAINS 0 RECORDS
000448      RECORDING MODE IS F.
000449
000450 01 REG-RUN.
000451     03  REG-RUN-CLAVE.
000452         05  REG-RUN-FECHA   PIC 9(08).
000453         05  REG-RUN-PASO    PIC 9(02).
000454     03  FILLER              PIC X(70).
000455
000456*    CUENTAS DEL MAESTRO Y ASIENTOS DEL MES JUNTOS: POR
000457*    CUENTA, PRIMERO SU REGISTRO DE MAESTRO (ORDEN 0) Y
000458*    DESPUES SUS ASIENTOS (ORDEN 1) POR FECHA DE PROCESO,
000459*    CONSERVANDO EL ORDEN DE LLEGADA DENTRO DEL DIA
000460 SD SORT-FILE.
000461
000462 01 REG-SORT.
000463     03  SORT-NRO            PIC 9(05).
000464     03  SORT-TIPO           PIC 9(02).
000465     03  SORT-CUENTA         PIC 9(08).
000466     03  SORT-ORDEN          PIC X(01).
000467         88  SORT-ES-MAESTRO             VALUE '0'.
000468         88  SORT-ES-ASIENTO             VALUE '1'.
000469     03  SORT-FEC-PROCESO    PIC 9(08).
000470     03  SORT-RESTO          PIC X(250).
000471
000472*    CLIENTES POR SUCURSAL, DEL MAYOR AL MENOR RESULTADO
000473 SD SORT-REN.
000474
000475 01 REG-SORT-REN.
000476     03  SREN-SUCURSAL       PIC 9(03).
000477     03  SREN-RESULTADO      PIC S9(13)V99.
000478     03  SREN-NRO            PIC 9(05).
000479     03  SREN-DATOS          PIC X(155).
000480
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCOT-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILRPAR-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILWRK-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILRES-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000510 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000511
000512 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000513     88  WS-FIN-LECTURA                  VALUE 'SI'.
000514     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000515
000516 01  WS-STA-FILE             PIC X       VALUE 'N'.
000517     88  WS-FIN-FILE                     VALUE 'Y'.
000518     88  WS-NO-FIN-FILE                  VALUE 'N'.
000519
000520 01  WS-STA-SORT             PIC X       VALUE 'N'.
000521     88  WS-FIN-SORT                     VALUE 'Y'.
000522     88  WS-NO-FIN-SORT                  VALUE 'N'.
000523
000524 01  WS-STA-COT              PIC X       VALUE 'N'.
000525     88  WS-FIN-COT                      VALUE 'Y'.
000526     88  WS-NO-FIN-COT                   VALUE 'N'.
000527
000528 77  WS-RUN-BLOQ-SW          PIC X       VALUE 'N'.
000529     88  WS-RUN-BLOQUEADA                VALUE 'Y'.
000530     88  WS-RUN-NO-BLOQUEADA             VALUE 'N'.
000531
000532********  PARAMETROS DE SALDO OCIOSO (DDRENPAR)  *
000533
000534*    UNA RELACION CON RESULTADO CERO O NEGATIVO SE MARCA
000535*    CUANDO SU SALDO PROMEDIO EN PESOS ALCANZA EL UMBRAL Y
000536*    TUVO A LO SUMO WS-UMBRAL-MOVS MOVIMIENTOS EN EL MES
000537 77  WS-UMBRAL-OCIOSO        PIC 9(11)V99 VALUE 1000000.
000538 77  WS-UMBRAL-MOVS          PIC 9(03)    VALUE 002.
000539
000540 01  WS-REG-PARM-REN.
000541     03  WS-PREN-UMBRAL-OCIOSO PIC 9(11)V99.
000542     03  WS-PREN-UMBRAL-MOVS   PIC 9(03).
000543
000544********  FECHA DE PROCESO Y MES INFORMADO  *
000545
000546 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000547 01  FILLER REDEFINES WS-FECHA-PROCESO.
000548     03  WS-FEC-PRO-ANIO     PIC 9(04).
000549     03  WS-FEC-PRO-MES      PIC 9(02).
000550     03  WS-FEC-PRO-DIA      PIC 9(02).
000551
000552 01  WS-FEC-TRABAJO          PIC 9(08)   VALUE ZEROS.
000553 01  FILLER REDEFINES WS-FEC-TRABAJO.
000554     03  WS-FEC-TRA-ANIO     PIC 9(04).
000555     03  WS-FEC-TRA-MES      PIC 9(02).
000556     03  WS-FEC-TRA-DIA      PIC 9(02).
000557
000558 77  WS-PERIODO              PIC 9(06)   VALUE ZEROS.
000559 77  WS-MES-DESDE            PIC 9(08)   VALUE ZEROS.
000560 77  WS-MES-HASTA            PIC 9(08)   VALUE ZEROS.
000561 77  WS-DIAS-MES             PIC 9(02)   VALUE ZEROS.
000562
000563 01  WS-TAB-DIAS-MES.
000564     03  FILLER              PIC X(24)   VALUE
000565             '312831303130313130313031'.
000566 01  FILLER REDEFINES WS-TAB-DIAS-MES.
000567     03  WS-DIAS-DEL-MES     PIC 9(02) OCCURS 12 TIMES.
000568
000569 77  WS-BIS-COCIENTE         PIC 9(04)   VALUE ZEROS.
000570 77  WS-BIS-RESTO-4          PIC 9(03)   VALUE ZEROS.
000571 77  WS-BIS-RESTO-100        PIC 9(03)   VALUE ZEROS.
000572 77  WS-BIS-RESTO-400        PIC 9(03)   VALUE ZEROS.
000573
000574 01  WS-FECHA.
000575     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000576     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000577     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000578
000579 01  WS-REG-PARM.
000580     03  WS-PARM-FECHA       PIC 9(08).
000581
000582********  COTIZACION USD A ARS DE CIERRE DEL MES  *
000583
000584 77  WS-COT-MES              PIC 9(07)V9(04) VALUE ZEROS.
000585 77  WS-COT-MES-FECHA        PIC 9(08)       VALUE ZEROS.
000586 77  WS-COT-MES-SW           PIC X           VALUE 'N'.
000587     88  WS-CON-COTIZ-MES                    VALUE 'Y'.
000588     88  WS-SIN-COTIZ-MES                    VALUE 'N'.
000589
000590********  CUENTA EN CURSO  *
000591
000592 01  WS-CTA-ACTUAL.
000593     03  WS-CTA-ACT-NRO      PIC 9(05)   VALUE ZEROS.
000594     03  WS-CTA-ACT-TIPO     PIC 9(02)   VALUE ZEROS.
000595     03  WS-CTA-ACT-CUENTA   PIC 9(08)   VALUE ZEROS.
000596
000597 01  WS-CTA-LEIDA.
000598     03  WS-CTA-LEI-NRO      PIC 9(05)   VALUE ZEROS.
000599     03  WS-CTA-LEI-TIPO     PIC 9(02)   VALUE ZEROS.
000600     03  WS-CTA-LEI-CUENTA   PIC 9(08)   VALUE ZEROS.
000601
000602 77  WS-CTA-PRIMERA-SW       PIC X       VALUE 'Y'.
000603     88  WS-CTA-PRIMERA                  VALUE 'Y'.
000604     88  WS-CTA-NO-PRIMERA               VALUE 'N'.
000605
000606 77  WS-CTA-MAESTRO-SW       PIC X       VALUE 'N'.
000607     88  WS-CTA-CON-MAESTRO              VALUE 'Y'.
000608     88  WS-CTA-SIN-MAESTRO              VALUE 'N'.
000609
000610*    SALDO VIGENTE DE LA CUENTA: EL DEL MAESTRO HASTA QUE UN
000611*    ASIENTO LO FIJA (SALDO ANTERIOR AL PRIMER ASIENTO DEL MES
000612*    O, SIN ASIENTOS EN EL MES, AL PRIMERO POSTERIOR)
000613 77  WS-CTA-SALDO-SW         PIC X       VALUE 'N'.
000614     88  WS-CTA-SALDO-FIJADO             VALUE 'Y'.
000615     88  WS-CTA-SALDO-MAESTRO            VALUE 'N'.
000616
000617 77  WS-CTA-SUCURSAL         PIC 9(03)      VALUE ZEROS.
000618 77  WS-CTA-MONEDA           PIC X(03)      VALUE SPACES.
000619 77  WS-CTA-SALDO            PIC S9(11)V99  VALUE ZEROS.
000620*    ULTIMO DIA DEL MES CUYO SALDO DE CIERRE YA SE ACUMULO
000621 77  WS-CTA-DIA-CERRADO      PIC 9(02)      VALUE ZEROS.
000622 77  WS-CTA-ACUM-SALDOS      PIC S9(15)V99  VALUE ZEROS.
000623 77  WS-CTA-PROMEDIO         PIC S9(13)V99  VALUE ZEROS.
000624 77  WS-CTA-ING-DSC          PIC S9(13)V99  VALUE ZEROS.
000625 77  WS-CTA-ING-COM          PIC S9(13)V99  VALUE ZEROS.
000626 77  WS-CTA-ING-CRF          PIC S9(13)V99  VALUE ZEROS.
000627 77  WS-CTA-COS-DEV          PIC S9(13)V99  VALUE ZEROS.
000628 77  WS-CTA-COS-DVA          PIC S9(13)V99  VALUE ZEROS.
000629 77  WS-CTA-CANT-MOV         PIC 9(07)      VALUE ZEROS.
000630
000631*    CONCEPTO QUE SE IMPUTA: EL DEL ASIENTO O, EN UNA
000632*    ANULACION, EL DEL ASIENTO ANULADO
000633 01  WS-CONC-IMPUTA          PIC X(03)   VALUE SPACES.
000634     88  WS-IMPUTA-DSC                   VALUE 'DSC'.
000635     88  WS-IMPUTA-COM                   VALUE 'COM'.
000636     88  WS-IMPUTA-CRF                   VALUE 'CRF'.
000637     88  WS-IMPUTA-DEV                   VALUE 'DEV'.
000638     88  WS-IMPUTA-DVA                   VALUE 'DVA'.
000639
000640 77  WS-CONV-IMPORTE         PIC S9(13)V99  VALUE ZEROS.
000641
000642********  CLIENTE EN CURSO: UNA ENTRADA POR SUCURSAL  *
000643
000644 77  WS-GRP-NRO              PIC 9(05)      VALUE ZEROS.
000645 77  WS-CB-MAX               PIC 9(02) COMP VALUE 10.
000646 77  WS-CB-CANT              PIC 9(02) COMP VALUE ZEROS.
000647 77  WS-CB-IDX               PIC 9(02) COMP VALUE ZEROS.
000648 77  WS-CB-HALLADO           PIC 9(02) COMP VALUE ZEROS.
000649
000650 01  WS-TAB-CLI-SUC.
000651     03  WS-CB-ENT           OCCURS 10 TIMES.
000652         05  WS-CB-SUCURSAL      PIC 9(03).
000653         05  WS-CB-NRO           PIC 9(05).
000654         05  WS-CB-VALORES.
000655             07  WS-CB-CANT-CLI      PIC 9(05).
000656             07  WS-CB-CANT-CTAS     PIC 9(07).
000657             07  WS-CB-ING-DSC       PIC S9(13)V99.
000658             07  WS-CB-ING-COM       PIC S9(13)V99.
000659             07  WS-CB-ING-CRF       PIC S9(13)V99.
000660             07  WS-CB-COS-DEV       PIC S9(13)V99.
000661             07  WS-CB-COS-DVA       PIC S9(13)V99.
000662             07  WS-CB-PROM-ARS      PIC S9(13)V99.
000663             07  WS-CB-PROM-USD      PIC S9(13)V99.
000664             07  WS-CB-PROM-EQUIV    PIC S9(13)V99.
000665             07  WS-CB-CANT-MOV      PIC 9(09).
000666             07  WS-CB-CANT-OCIOSAS  PIC 9(05).
000667             07  WS-CB-SIN-COTIZ     PIC X(01).
000668
000669*    REGISTRO DEL ARCHIVO DE TRABAJO (MISMA DISPOSICION QUE
000670*    UNA ENTRADA DE WS-TAB-CLI-SUC)
000671 01  WS-REG-RENCLI.
000672     03  WS-RC-SUCURSAL      PIC 9(03).
000673     03  WS-RC-NRO           PIC 9(05).
000674     03  WS-RC-VALORES.
000675         05  WS-RC-CANT-CLI      PIC 9(05).
000676         05  WS-RC-CANT-CTAS     PIC 9(07).
000677         05  WS-RC-ING-DSC       PIC S9(13)V99.
000678         05  WS-RC-ING-COM       PIC S9(13)V99.
000679         05  WS-RC-ING-CRF       PIC S9(13)V99.
000680         05  WS-RC-COS-DEV       PIC S9(13)V99.
000681         05  WS-RC-COS-DVA       PIC S9(13)V99.
000682         05  WS-RC-PROM-ARS      PIC S9(13)V99.
000683         05  WS-RC-PROM-USD      PIC S9(13)V99.
000684         05  WS-RC-PROM-EQUIV    PIC S9(13)V99.
000685         05  WS-RC-CANT-MOV      PIC 9(09).
000686         05  WS-RC-CANT-OCIOSAS  PIC 9(05).
000687         05  WS-RC-SIN-COTIZ     PIC X(01).
000688
000689********  VALORES A EMITIR Y ACUMULADOS DEL REPORTE  *
000690
000691*    CLIENTE, SUCURSAL O BANCO: MISMA DISPOSICION QUE
000692*    WS-RC-VALORES
000693 01  WS-VAL.
000694     03  WS-VAL-CANT-CLI      PIC 9(05).
000695     03  WS-VAL-CANT-CTAS     PIC 9(07).
000696     03  WS-VAL-ING-DSC       PIC S9(13)V99.
000697     03  WS-VAL-ING-COM       PIC S9(13)V99.
000698     03  WS-VAL-ING-CRF       PIC S9(13)V99.
000699     03  WS-VAL-COS-DEV       PIC S9(13)V99.
000700     03  WS-VAL-COS-DVA       PIC S9(13)V99.
000701     03  WS-VAL-PROM-ARS      PIC S9(13)V99.
000702     03  WS-VAL-PROM-USD      PIC S9(13)V99.
000703     03  WS-VAL-PROM-EQUIV    PIC S9(13)V99.
000704     03  WS-VAL-CANT-MOV      PIC 9(09).
000705     03  WS-VAL-CANT-OCIOSAS  PIC 9(05).
000706     03  WS-VAL-SIN-COTIZ     PIC X(01).
000707
000708 01  WS-ACU-SUC.
000709     03  WS-AS-CANT-CLI       PIC 9(05).
000710     03  WS-AS-CANT-CTAS      PIC 9(07).
000711     03  WS-AS-ING-DSC        PIC S9(13)V99.
000712     03  WS-AS-ING-COM        PIC S9(13)V99.
000713     03  WS-AS-ING-CRF        PIC S9(13)V99.
000714     03  WS-AS-COS-DEV        PIC S9(13)V99.
000715     03  WS-AS-COS-DVA        PIC S9(13)V99.
000716     03  WS-AS-PROM-ARS       PIC S9(13)V99.
000717     03  WS-AS-PROM-USD       PIC S9(13)V99.
000718     03  WS-AS-PROM-EQUIV     PIC S9(13)V99.
000719     03  WS-AS-CANT-MOV       PIC 9(09).
000720     03  WS-AS-CANT-OCIOSAS   PIC 9(05).
000721     03  WS-AS-SIN-COTIZ      PIC X(01).
000722
000723 01  WS-ACU-BCO.
000724     03  WS-AB-CANT-CLI       PIC 9(05).
000725     03  WS-AB-CANT-CTAS      PIC 9(07).
000726     03  WS-AB-ING-DSC        PIC S9(13)V99.
000727     03  WS-AB-ING-COM        PIC S9(13)V99.
000728     03  WS-AB-ING-CRF        PIC S9(13)V99.
000729     03  WS-AB-COS-DEV        PIC S9(13)V99.
000730     03  WS-AB-COS-DVA        PIC S9(13)V99.
000731     03  WS-AB-PROM-ARS       PIC S9(13)V99.
000732     03  WS-AB-PROM-USD       PIC S9(13)V99.
000733     03  WS-AB-PROM-EQUIV     PIC S9(13)V99.
000734     03  WS-AB-CANT-MOV       PIC 9(09).
000735     03  WS-AB-CANT-OCIOSAS   PIC 9(05).
000736     03  WS-AB-SIN-COTIZ      PIC X(01).
000737
000738 77  WS-VAL-ING-TOTAL        PIC S9(13)V99  VALUE ZEROS.
000739 77  WS-VAL-COS-TOTAL        PIC S9(13)V99  VALUE ZEROS.
000740 77  WS-VAL-RESULTADO        PIC S9(13)V99  VALUE ZEROS.
000741
000742 77  WS-SUC-PRIMERA-SW       PIC X       VALUE 'Y'.
000743     88  WS-SUC-PRIMERA                  VALUE 'Y'.
000744     88  WS-SUC-NO-PRIMERA               VALUE 'N'.
000745 77  WS-SUC-ANTERIOR         PIC 9(03)   VALUE ZEROS.
000746 77  WS-RANKING              PIC 9(05)   VALUE ZEROS.
000747
000748********  CONTADORES DE CONTROL  *
000749
000750 77  WS-LEIDOS-FILE1         PIC 9(07)   VALUE ZEROS.
000751 77  WS-LEIDOS-DIARIO        PIC 9(07)   VALUE ZEROS.
000752 77  WS-CANT-ASIENTOS-MES    PIC 9(07)   VALUE ZEROS.
000753 77  WS-CANT-SIN-MAESTRO     PIC 9(07)   VALUE ZEROS.
000754 77  WS-CANT-PRESTAMOS       PIC 9(07)   VALUE ZEROS.
000755 77  WS-CANT-CTAS-INFORM     PIC 9(07)   VALUE ZEROS.
000756 77  WS-CANT-CTAS-USD-SC     PIC 9(07)   VALUE ZEROS.
000757 77  WS-CANT-GRABADOS-WRK    PIC 9(07)   VALUE ZEROS.
000758 77  WS-CANT-GRABADOS-RES    PIC 9(07)   VALUE ZEROS.
000759
000760********  LINEAS DEL LISTADO  *************
000761
000762 01  WS-LIN-CABECERA.
000763     03  FILLER              PIC X(01) VALUE SPACE.
000764     03  FILLER              PIC X(50) VALUE
000765             'RENTABILIDAD MENSUAL POR CLIENTE - PGMAPJ5G'.
000766     03  FILLER              PIC X(09) VALUE 'PERIODO: '.
000767     03  WS-CAB-PERIODO      PIC 9(06).
000768     03  FILLER              PIC X(13) VALUE '   COTIZ USD '.
000769     03  WS-CAB-COTIZ        PIC Z.ZZZ.ZZ9,9999.
000770     03  FILLER              PIC X(39) VALUE SPACES.
000771
000772 01  WS-LIN-COLUMNAS.
000773     03  FILLER              PIC X(01) VALUE SPACE.
000774     03  FILLER              PIC X(12) VALUE 'PTO CLIENTE '.
000775     03  FILLER              PIC X(18) VALUE '          INGRESOS'.
000776     03  FILLER              PIC X(18) VALUE '            COSTOS'.
000777     03  FILLER              PIC X(18) VALUE '         RESULTADO'.
000778     03  FILLER              PIC X(18) VALUE '      PROMEDIO ARS'.
000779     03  FILLER              PIC X(18) VALUE '      PROMEDIO USD'.
000780     03  FILLER              PIC X(18) VALUE '   PROMEDIO EQUIV.'.
000781     03  FILLER              PIC X(11) VALUE '    MOV OCI'.
000782
000783 01  WS-LIN-DETALLE.
000784     03  FILLER              PIC X(01)   VALUE SPACE.
000785     03  WS-DET-IDENT.
000786         05  WS-DET-RANKING  PIC ZZZZ9.
000787         05  FILLER          PIC X(01).
000788         05  WS-DET-NRO      PIC 9(05).
000789     03  FILLER              PIC X(01)   VALUE SPACE.
000790     03  WS-DET-INGRESOS     PIC --.---.---.--9,99.
000791     03  FILLER              PIC X(01)   VALUE SPACE.
000792     03  WS-DET-COSTOS       PIC --.---.---.--9,99.
000793     03  FILLER              PIC X(01)   VALUE SPACE.
000794     03  WS-DET-RESULTADO    PIC --.---.---.--9,99.
000795     03  FILLER              PIC X(01)   VALUE SPACE.
000796     03  WS-DET-PROM-ARS     PIC --.---.---.--9,99.
000797     03  FILLER              PIC X(01)   VALUE SPACE.
000798     03  WS-DET-PROM-USD     PIC --.---.---.--9,99.
000799     03  FILLER              PIC X(01)   VALUE SPACE.
000800     03  WS-DET-PROM-EQUIV   PIC --.---.---.--9,99.
000801     03  FILLER              PIC X(01)   VALUE SPACE.
000802     03  WS-DET-MOV          PIC ZZZZZ9.
000803     03  FILLER              PIC X(01)   VALUE SPACE.
000804     03  WS-DET-MARCA        PIC X(03).
000805
000806 01  WS-LIN-SALIDA.
000807     03  FILLER              PIC X(01)   VALUE SPACE.
000808     03  WS-LIN-TEXTO        PIC X(131).
000809
000810 01  WS-LEYEN-FILE1          PIC X(35)
000811         VALUE '* CUENTAS LEIDAS DDCLIEN    = '.
000812 01  WS-LEYEN-DIARIO         PIC X(35)
000813         VALUE '* ASIENTOS DE DIARIO LEIDOS = '.
000814 01  WS-LEYEN-ASI-MES        PIC X(35)
000815         VALUE '* ASIENTOS DEL MES          = '.
000816 01  WS-LEYEN-SIN-MAESTRO    PIC X(35)
000817         VALUE '* ASIENTOS SIN CUENTA       = '.
000818 01  WS-LEYEN-PRESTAMOS      PIC X(35)
000819         VALUE '* PRESTAMOS EXCLUIDOS       = '.
000820 01  WS-LEYEN-CTAS-INFORM    PIC X(35)
000821         VALUE '* CUENTAS INFORMADAS        = '.
000822 01  WS-LEYEN-CTAS-USD-SC    PIC X(35)
000823         VALUE '* CUENTAS USD SIN COTIZAR   = '.
000824 01  WS-LEYEN-CLIENTES       PIC X(35)
000825         VALUE '* CLIENTES POR SUCURSAL     = '.
000826 01  WS-LEYEN-OCIOSAS        PIC X(35)
000827         VALUE '* NO RENTABLES CON SALDO OC.= '.
000828 01  WS-LEYEN-RESUMEN        PIC X(35)
000829         VALUE '* REGISTROS DDRENRES        = '.
000830
000831*    PRIMER REGISTRO DE DDRENRES: TITULOS DE LAS COLUMNAS
000832 01  WS-REN-TITULOS.
000833     03  FILLER              PIC X(48) VALUE
000834             'TIPO;PERIODO;SUCURSAL;CLIENTE;PUESTO;CLIENTES;'.
000835     03  FILLER              PIC X(48) VALUE
000836             'CUENTAS;ING DSC;ING COM;ING CRF;ING TOTAL;'.
000837     03  FILLER              PIC X(48) VALUE
000838             'COSTO DEV;COSTO DVA;COSTO TOTAL;RESULTADO;'.
000839     03  FILLER              PIC X(48) VALUE
000840             'PROM ARS;PROM USD;PROM EQUIV;MOVIMIENTOS;'.
000841     03  FILLER              PIC X(48) VALUE
000842             'OCIOSAS;COTIZ USD;SIN COTIZ'.
000843     03  FILLER              PIC X(40) VALUE SPACES.
000844
000845     COPY "LAYOUT-Clients.cpy".
000846     COPY "LAYOUT-Diario.cpy".
000847     COPY "LAYOUT-Cotiz.cpy".
000848     COPY "LAYOUT-Rentab.cpy".
000849     COPY "LAYOUT-RunCtl.cpy".
000850
000851 PROCEDURE DIVISION.
000852
000853 MAIN-PROGRAM.
000854
000855     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000856
000857     IF WS-RUN-BLOQUEADA
000858        GO TO F-MAIN-PROGRAM
000859     END-IF
000860
000861     IF WS-NO-FIN-LECTURA
000862
000863        SORT SORT-FILE
000864             ON ASCENDING KEY SORT-NRO SORT-TIPO SORT-CUENTA
000865                              SORT-ORDEN SORT-FEC-PROCESO
000866             WITH DUPLICATES IN ORDER
000867             INPUT  PROCEDURE IS 2000-SELECCIONAR
000868                               THRU F-2000-SELECCIONAR
000869             OUTPUT PROCEDURE IS 3000-RESULTADO-CUENTAS
000870                               THRU F-3000-RESULTADO-CUENTAS
000871
000872     END-IF.
000873
000874     IF WS-NO-FIN-LECTURA
000875
000876        SORT SORT-REN
000877             ON ASCENDING  KEY SREN-SUCURSAL
000878             ON DESCENDING KEY SREN-RESULTADO
000879             ON ASCENDING  KEY SREN-NRO
000880             INPUT  PROCEDURE IS 4000-SELECCIONAR-CLIENTES
000881                               THRU F-4000-SELECCIONAR-CLIENTES
000882             OUTPUT PROCEDURE IS 5000-LISTAR-RENTABILIDAD
000883                               THRU F-5000-LISTAR-RENTABILIDAD
000884
000885     END-IF.
000886
000887     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000888
000889 F-MAIN-PROGRAM. GOBACK.
000890
000891**************************************
000892*  INICIALIZACION                    *
000893**************************************
000894
000895 1000-INICIO.
000896
000897     SET WS-NO-FIN-LECTURA TO TRUE.
000898
000899     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000900     PERFORM 1070-LEER-PARM-REN   THRU F-1070-LEER-PARM-REN.
000901
000902*    EL DIARIO DE LA FECHA DEBE ESTAR COMPLETO
000903
000904     PERFORM 1600-CONTROL-INTERBLOQUEO
000905                 THRU F-1600-CONTROL-INTERBLOQUEO
000906
000907     IF WS-RUN-BLOQUEADA
000908        SET WS-FIN-LECTURA TO TRUE
000909        GO TO F-1000-INICIO
000910     END-IF
000911
000912     PERFORM 1100-LIMITES-DEL-MES THRU F-1100-LIMITES-DEL-MES.
000913     PERFORM 1400-COTIZACION-MES  THRU F-1400-COTIZACION-MES.
000914
000915     OPEN INPUT  FILE1.
000916     IF WS-FIL1-CODE IS NOT EQUAL '00'
000917        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000918        MOVE 9999 TO RETURN-CODE
000919        SET  WS-FIN-LECTURA TO TRUE
000920     END-IF.
000921
000922     OPEN INPUT  FILE-DIA.
000923     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000924        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000925        MOVE 9999 TO RETURN-CODE
000926        SET  WS-FIN-LECTURA TO TRUE
000927     END-IF.
000928
000929     OPEN OUTPUT FILE-WRK.
000930     IF WS-FILWRK-CODE IS NOT EQUAL '00'
000931        DISPLAY '* ERROR EN OPEN RENWRK  = ' WS-FILWRK-CODE
000932        MOVE 9999 TO RETURN-CODE
000933        SET  WS-FIN-LECTURA TO TRUE
000934     END-IF.
000935
000936     OPEN OUTPUT FILE-LIS.
000937     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000938        DISPLAY '* ERROR EN OPEN RENLIS  = ' WS-FILLIS-CODE
000939        MOVE 9999 TO RETURN-CODE
000940        SET  WS-FIN-LECTURA TO TRUE
000941     END-IF.
000942
000943     OPEN OUTPUT FILE-RES.
000944     IF WS-FILRES-CODE IS NOT EQUAL '00'
000945        DISPLAY '* ERROR EN OPEN RENRES  = ' WS-FILRES-CODE
000946        MOVE 9999 TO RETURN-CODE
000947        SET  WS-FIN-LECTURA TO TRUE
000948     END-IF.
000949
000950 F-1000-INICIO.   EXIT.
000951
000952**************************************
000953*   FECHA DE PROCESO: DDPARM O FECHA *
000954*   DEL SISTEMA                      *
000955**************************************
000956
000957 1050-LEER-PARM-FECHA.
000958
000959     OPEN INPUT FILE-PARM.
000960
000961     IF WS-FILPARM-CODE IS EQUAL '00'
000962
000963        READ FILE-PARM INTO WS-REG-PARM
000964
000965        IF WS-FILPARM-CODE IS EQUAL '00'
000966           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000967           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000968           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000969                                      WS-PARM-FECHA
000970        ELSE
000971           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000972        END-IF
000973
000974        CLOSE FILE-PARM
000975
000976     ELSE
000977
000978        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000979        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000980
000981     END-IF.
000982
000983 F-1050-LEER-PARM-FECHA. EXIT.
000984
000985 1060-FECHA-SISTEMA.
000986
000987     ACCEPT WS-FECHA FROM DATE
000988     COMPUTE WS-FECHA-PROCESO = 20000000
000989                              + WS-FECHA-AA * 10000
000990                              + WS-FECHA-MM * 100
000991                              + WS-FECHA-DD.
000992
000993 F-1060-FECHA-SISTEMA. EXIT.
000994
000995**************************************
000996*   UMBRALES DE SALDO OCIOSO: DDRENPAR*
000997*   O VALORES POR DEFECTO (UN CAMPO EN*
000998*   CERO CONSERVA EL VALOR POR DEFECTO)*
000999**************************************
001000
001001 1070-LEER-PARM-REN.
001002
001003     OPEN INPUT FILE-RPAR.
001004
001005     IF WS-FILRPAR-CODE IS NOT EQUAL '00'
001006        DISPLAY '* SIN DDRENPAR, UMBRALES POR DEFECTO'
001007        GO TO F-1070-LEER-PARM-REN
001008     END-IF
001009
001010     READ FILE-RPAR INTO WS-REG-PARM-REN
001011
001012     IF WS-FILRPAR-CODE IS EQUAL '00'
001013        IF WS-PREN-UMBRAL-OCIOSO IS NOT EQUAL ZEROS
001014           MOVE WS-PREN-UMBRAL-OCIOSO TO WS-UMBRAL-OCIOSO
001015        END-IF
001016        IF WS-PREN-UMBRAL-MOVS IS NOT EQUAL ZEROS
001017           MOVE WS-PREN-UMBRAL-MOVS   TO WS-UMBRAL-MOVS
001018        END-IF
001019     END-IF
001020
001021     CLOSE FILE-RPAR.
001022
001023     DISPLAY '* SALDO OCIOSO DESDE ' WS-UMBRAL-OCIOSO
001024             ' CON HASTA ' WS-UMBRAL-MOVS ' MOVIMIENTOS'.
001025
001026 F-1070-LEER-PARM-REN. EXIT.
001027
001028**************************************
001029*   PRIMER Y ULTIMO DIA DEL MES DE LA*
001030*   FECHA DE PROCESO (FEBRERO DE 29 EN*
001031*   LOS ANIOS BISIESTOS)             *
001032**************************************
001033
001034 1100-LIMITES-DEL-MES.
001035
001036     COMPUTE WS-PERIODO = WS-FEC-PRO-ANIO * 100 + WS-FEC-PRO-MES
001037
001038     MOVE WS-DIAS-DEL-MES (WS-FEC-PRO-MES) TO WS-DIAS-MES
001039
001040     IF WS-FEC-PRO-MES IS EQUAL 2
001041        DIVIDE WS-FEC-PRO-ANIO BY 4   GIVING WS-BIS-COCIENTE
001042                                      REMAINDER WS-BIS-RESTO-4
001043        DIVIDE WS-FEC-PRO-ANIO BY 100 GIVING WS-BIS-COCIENTE
001044                                      REMAINDER WS-BIS-RESTO-100
001045        DIVIDE WS-FEC-PRO-ANIO BY 400 GIVING WS-BIS-COCIENTE
001046                                      REMAINDER WS-BIS-RESTO-400
001047        IF WS-BIS-RESTO-4 IS EQUAL ZERO
001048           AND (WS-BIS-RESTO-100 IS NOT EQUAL ZERO
001049                OR WS-BIS-RESTO-400 IS EQUAL ZERO)
001050           MOVE 29 TO WS-DIAS-MES
001051        END-IF
001052     END-IF
001053
001054     COMPUTE WS-MES-DESDE = WS-PERIODO * 100 + 1
001055     COMPUTE WS-MES-HASTA = WS-PERIODO * 100 + WS-DIAS-MES
001056
001057     DISPLAY '* MES INFORMADO = ' WS-MES-DESDE ' A ' WS-MES-HASTA.
001058
001059 F-1100-LIMITES-DEL-MES. EXIT.
001060
001061**************************************
001062*   COTIZACION USD A ARS DE CIERRE DEL*
001063*   MES: LA DE FECHA MAS ALTA DENTRO *
001064*   DEL MES EN DDCOTIZ               *
001065**************************************
001066
001067 1400-COTIZACION-MES.
001068
001069     OPEN INPUT FILE-COT.
001070
001071     IF WS-FILCOT-CODE IS EQUAL '00'
001072        OR WS-FILCOT-CODE IS EQUAL '05'
001073
001074        SET WS-NO-FIN-COT TO TRUE
001075        PERFORM 1410-LEER-UNA-COTIZ
001076                    THRU F-1410-LEER-UNA-COTIZ
001077                  UNTIL WS-FIN-COT
001078
001079        CLOSE FILE-COT
001080
001081     END-IF
001082
001083     IF WS-CON-COTIZ-MES
001084        DISPLAY '* COTIZACION USD DE CIERRE = ' WS-COT-MES
001085                ' DEL ' WS-COT-MES-FECHA
001086     ELSE
001087        DISPLAY '* SIN COTIZACION USD DEL MES, CUENTAS USD '
001088                'FUERA DE LOS TOTALES EN PESOS'
001089     END-IF.
001090
001091 F-1400-COTIZACION-MES. EXIT.
001092
001093 1410-LEER-UNA-COTIZ.
001094
001095     READ FILE-COT INTO WS-REG-COTIZ
001096
001097     EVALUATE WS-FILCOT-CODE
001098
001099        WHEN '00'
001100           CONTINUE
001101
001102        WHEN '10'
001103           SET WS-FIN-COT TO TRUE
001104           GO TO F-1410-LEER-UNA-COTIZ
001105
001106        WHEN OTHER
001107           DISPLAY '* ERROR EN LECTURA COTIZ = ' WS-FILCOT-CODE
001108           MOVE 9999 TO RETURN-CODE
001109           SET WS-FIN-COT     TO TRUE
001110           SET WS-FIN-LECTURA TO TRUE
001111           GO TO F-1410-LEER-UNA-COTIZ
001112
001113     END-EVALUATE
001114
001115     IF WS-COT-MON-ORIGEN IS EQUAL 'USD'
001116        AND WS-COT-MON-DESTINO IS EQUAL 'ARS'
001117        AND WS-COT-FECHA IS NOT LESS THAN WS-MES-DESDE
001118        AND WS-COT-FECHA IS NOT GREATER THAN WS-MES-HASTA
001119        AND WS-COT-FECHA IS NOT LESS THAN WS-COT-MES-FECHA
001120        MOVE WS-COT-COTIZACION TO WS-COT-MES
001121        MOVE WS-COT-FECHA      TO WS-COT-MES-FECHA
001122        SET WS-CON-COTIZ-MES   TO TRUE
001123     END-IF.
001124
001125 F-1410-LEER-UNA-COTIZ. EXIT.
001126
001127**************************************
001128*   INTERBLOQUEO: SIN PGMAPJ1D (PASO *
001129*   04) COMPLETO PARA LA FECHA EL    *
001130*   DIARIO DEL DIA ESTA INCOMPLETO   *
001131**************************************
001132
001133 1600-CONTROL-INTERBLOQUEO.
001134
001135     OPEN INPUT FILE-RUN.
001136
001137     IF WS-FILRUN-CODE IS EQUAL '05'
001138        OR WS-FILRUN-CODE IS EQUAL '35'
001139        DISPLAY '* SIN DDRUNCTL, RENTABILIDAD SIN INTERBLOQUEO'
001140        GO TO F-1600-CONTROL-INTERBLOQUEO
001141     END-IF
001142
001143     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001144        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
001145        MOVE 9999 TO RETURN-CODE
001146        SET WS-FIN-LECTURA TO TRUE
001147        GO TO F-1600-CONTROL-INTERBLOQUEO
001148     END-IF
001149
001150     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
001151     MOVE 04               TO REG-RUN-PASO
001152
001153     READ FILE-RUN INTO WS-REG-RUNCTL
001154        KEY IS REG-RUN-CLAVE
001155
001156     EVALUATE WS-FILRUN-CODE
001157
001158        WHEN '00'
001159           IF NOT WS-RUN-EST-COMPLETO
001160              DISPLAY '* PASO ' REG-RUN-PASO ' ('
001161                      WS-RUN-PROGRAMA ') NO COMPLETO, '
001162                      'RENTABILIDAD BLOQUEADA *'
001163              MOVE 8 TO RETURN-CODE
001164              SET WS-RUN-BLOQUEADA TO TRUE
001165           END-IF
001166
001167        WHEN '23'
001168           DISPLAY '* PASO ' REG-RUN-PASO ' NO CORRIDO, '
001169                   'RENTABILIDAD BLOQUEADA *'
001170           MOVE 8 TO RETURN-CODE
001171           SET WS-RUN-BLOQUEADA TO TRUE
001172
001173        WHEN OTHER
001174           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
001175           MOVE 9999 TO RETURN-CODE
001176           SET WS-FIN-LECTURA TO TRUE
001177
001178     END-EVALUATE
001179
001180     CLOSE FILE-RUN.
001181
001182 F-1600-CONTROL-INTERBLOQUEO. EXIT.
001183
001184**************************************
001185*  LIBERAR AL SORT TODAS LAS CUENTAS *
001186*  DEL MAESTRO Y LOS ASIENTOS DEL    *
001187*  DIARIO DESDE EL PRIMER DIA DEL MES*
001188*  (LOS POSTERIORES AL MES SOLO DAN EL*
001189*  SALDO DE UNA CUENTA SIN ASIENTOS EN*
001190*  EL MES)                           *
001191**************************************
001192
001193 2000-SELECCIONAR.
001194
001195     SET WS-NO-FIN-FILE TO TRUE.
001196
001197     PERFORM 2010-SELECCIONAR-CUENTA
001198                 THRU F-2010-SELECCIONAR-CUENTA
001199               UNTIL WS-FIN-FILE.
001200
001201     IF WS-FIN-LECTURA
001202        GO TO F-2000-SELECCIONAR
001203     END-IF
001204
001205     SET WS-NO-FIN-FILE TO TRUE.
001206
001207     PERFORM 2050-SELECCIONAR-ASIENTO
001208                 THRU F-2050-SELECCIONAR-ASIENTO
001209               UNTIL WS-FIN-FILE.
001210
001211 F-2000-SELECCIONAR. EXIT.
001212
001213 2010-SELECCIONAR-CUENTA.
001214
001215     READ FILE1 NEXT RECORD INTO WS-REG-CLIENTE
001216
001217     EVALUATE WS-FIL1-CODE
001218
001219        WHEN '00'
001220           ADD 1 TO WS-LEIDOS-FILE1
001221
001222        WHEN '10'
001223           SET WS-FIN-FILE TO TRUE
001224           GO TO F-2010-SELECCIONAR-CUENTA
001225
001226        WHEN OTHER
001227           DISPLAY '* ERROR EN LECTURA FILE1 = ' WS-FIL1-CODE
001228           MOVE 9999 TO RETURN-CODE
001229           SET WS-FIN-FILE    TO TRUE
001230           SET WS-FIN-LECTURA TO TRUE
001231           GO TO F-2010-SELECCIONAR-CUENTA
001232
001233     END-EVALUATE
001234
001235     MOVE WS-CLI-NRO       TO SORT-NRO
001236     MOVE WS-CLI-TIPO      TO SORT-TIPO
001237     MOVE WS-CLI-CUENTA    TO SORT-CUENTA
001238     SET SORT-ES-MAESTRO   TO TRUE
001239     MOVE ZEROS            TO SORT-FEC-PROCESO
001240     MOVE WS-REG-CLIENTE   TO SORT-RESTO
001241     RELEASE REG-SORT.
001242
001243 F-2010-SELECCIONAR-CUENTA. EXIT.
001244
001245 2050-SELECCIONAR-ASIENTO.
001246
001247     READ FILE-DIA INTO WS-REG-DIARIO
001248
001249     EVALUATE WS-FILDIA-CODE
001250
001251        WHEN '00'
001252           ADD 1 TO WS-LEIDOS-DIARIO
001253
001254        WHEN '10'
001255           SET WS-FIN-FILE TO TRUE
001256           GO TO F-2050-SELECCIONAR-ASIENTO
001257
001258        WHEN OTHER
001259           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
001260           MOVE 9999 TO RETURN-CODE
001261           SET WS-FIN-FILE    TO TRUE
001262           SET WS-FIN-LECTURA TO TRUE
001263           GO TO F-2050-SELECCIONAR-ASIENTO
001264
001265     END-EVALUATE
001266
001267     IF WS-DIA-FEC-PROCESO IS LESS THAN WS-MES-DESDE
001268        GO TO F-2050-SELECCIONAR-ASIENTO
001269     END-IF
001270
001271     MOVE WS-DIA-NRO         TO SORT-NRO
001272     MOVE WS-DIA-TIPO        TO SORT-TIPO
001273     MOVE WS-DIA-CUENTA      TO SORT-CUENTA
001274     SET SORT-ES-ASIENTO     TO TRUE
001275     MOVE WS-DIA-FEC-PROCESO TO SORT-FEC-PROCESO
001276     MOVE WS-REG-DIARIO      TO SORT-RESTO
001277     RELEASE REG-SORT.
001278
001279 F-2050-SELECCIONAR-ASIENTO. EXIT.
001280
001281**************************************
001282*  RECORRER CUENTA POR CUENTA: SALDO *
001283*  PROMEDIO, INGRESOS Y COSTOS; CORTE*
001284*  POR CLIENTE AL ARCHIVO DE TRABAJO *
001285**************************************
001286
001287 3000-RESULTADO-CUENTAS.
001288
001289     SET WS-NO-FIN-SORT  TO TRUE.
001290     SET WS-CTA-PRIMERA  TO TRUE.
001291
001292     PERFORM 3010-RESULTADO-UNO THRU F-3010-RESULTADO-UNO
001293               UNTIL WS-FIN-SORT
001294               OR WS-FIN-LECTURA.
001295
001296     IF WS-CTA-NO-PRIMERA
001297        PERFORM 3500-CERRAR-CUENTA  THRU F-3500-CERRAR-CUENTA
001298        PERFORM 3700-CERRAR-CLIENTE THRU F-3700-CERRAR-CLIENTE
001299     END-IF.
001300
001301 F-3000-RESULTADO-CUENTAS. EXIT.
001302
001303 3010-RESULTADO-UNO.
001304
001305     RETURN SORT-FILE
001306
001307        AT END
001308           SET WS-FIN-SORT TO TRUE
001309
001310        NOT AT END
001311           PERFORM 3050-CORTE-CUENTA THRU F-3050-CORTE-CUENTA
001312
001313     END-RETURN.
001314
001315 F-3010-RESULTADO-UNO. EXIT.
001316
001317**************************************
001318*  CORTE POR CUENTA Y POR CLIENTE, Y *
001319*  CARGA DEL REGISTRO LEIDO          *
001320**************************************
001321
001322 3050-CORTE-CUENTA.
001323
001324     MOVE SORT-NRO    TO WS-CTA-LEI-NRO
001325     MOVE SORT-TIPO   TO WS-CTA-LEI-TIPO
001326     MOVE SORT-CUENTA TO WS-CTA-LEI-CUENTA
001327
001328     IF WS-CTA-PRIMERA
001329        OR WS-CTA-LEIDA IS NOT EQUAL WS-CTA-ACTUAL
001330
001331        IF WS-CTA-NO-PRIMERA
001332           PERFORM 3500-CERRAR-CUENTA THRU F-3500-CERRAR-CUENTA
001333           IF SORT-NRO IS NOT EQUAL WS-GRP-NRO
001334              PERFORM 3700-CERRAR-CLIENTE
001335                          THRU F-3700-CERRAR-CLIENTE
001336           END-IF
001337        END-IF
001338
001339        IF WS-CTA-PRIMERA
001340           OR SORT-NRO IS NOT EQUAL WS-GRP-NRO
001341           MOVE SORT-NRO TO WS-GRP-NRO
001342           MOVE ZEROS    TO WS-CB-CANT
001343        END-IF
001344
001345        SET WS-CTA-NO-PRIMERA   TO TRUE
001346        MOVE WS-CTA-LEIDA       TO WS-CTA-ACTUAL
001347        SET WS-CTA-SIN-MAESTRO  TO TRUE
001348        SET WS-CTA-SALDO-MAESTRO TO TRUE
001349        MOVE ZEROS              TO WS-CTA-SUCURSAL
001350        MOVE SPACES             TO WS-CTA-MONEDA
001351        MOVE ZEROS              TO WS-CTA-SALDO
001352        MOVE ZEROS              TO WS-CTA-DIA-CERRADO
001353        MOVE ZEROS              TO WS-CTA-ACUM-SALDOS
001354        MOVE ZEROS              TO WS-CTA-ING-DSC
001355        MOVE ZEROS              TO WS-CTA-ING-COM
001356        MOVE ZEROS              TO WS-CTA-ING-CRF
001357        MOVE ZEROS              TO WS-CTA-COS-DEV
001358        MOVE ZEROS              TO WS-CTA-COS-DVA
001359        MOVE ZEROS              TO WS-CTA-CANT-MOV
001360
001361     END-IF
001362
001363     IF SORT-ES-MAESTRO
001364        MOVE SORT-RESTO      TO WS-REG-CLIENTE
001365        SET WS-CTA-CON-MAESTRO TO TRUE
001366        MOVE WS-CLI-SUCURSAL TO WS-CTA-SUCURSAL
001367        MOVE WS-CLI-MONEDA   TO WS-CTA-MONEDA
001368        MOVE WS-CLI-SALDO    TO WS-CTA-SALDO
001369     ELSE
001370        MOVE SORT-RESTO      TO WS-REG-DIARIO
001371        PERFORM 3100-ACUMULAR-ASIENTO
001372                    THRU F-3100-ACUMULAR-ASIENTO
001373     END-IF.
001374
001375 F-3050-CORTE-CUENTA. EXIT.
001376
001377**************************************
001378*  UN ASIENTO DE LA CUENTA: LOS DIAS *
001379*  ANTERIORES AL DEL ASIENTO CIERRAN *
001380*  CON EL SALDO VIGENTE; EL ASIENTO  *
001381*  DEJA SU SALDO POSTERIOR COMO VIGENTE*
001382*  E IMPUTA INGRESOS, COSTOS Y       *
001383*  MOVIMIENTOS DE CLIENTE            *
001384**************************************
001385
001386 3100-ACUMULAR-ASIENTO.
001387
001388     IF WS-CTA-SIN-MAESTRO
001389        ADD 1 TO WS-CANT-SIN-MAESTRO
001390        GO TO F-3100-ACUMULAR-ASIENTO
001391     END-IF
001392
001393     IF WS-CTA-SALDO-MAESTRO
001394        COMPUTE WS-CTA-SALDO = WS-DIA-SALDO-DESP - WS-DIA-IMPORTE
001395        SET WS-CTA-SALDO-FIJADO TO TRUE
001396     END-IF
001397
001398     IF WS-DIA-FEC-PROCESO IS GREATER THAN WS-MES-HASTA
001399        GO TO F-3100-ACUMULAR-ASIENTO
001400     END-IF
001401
001402     ADD 1 TO WS-CANT-ASIENTOS-MES
001403
001404     MOVE WS-DIA-FEC-PROCESO TO WS-FEC-TRABAJO
001405
001406     IF WS-FEC-TRA-DIA - 1 IS GREATER THAN WS-CTA-DIA-CERRADO
001407        COMPUTE WS-CTA-ACUM-SALDOS = WS-CTA-ACUM-SALDOS
001408                + WS-CTA-SALDO
001409                * (WS-FEC-TRA-DIA - 1 - WS-CTA-DIA-CERRADO)
001410        COMPUTE WS-CTA-DIA-CERRADO = WS-FEC-TRA-DIA - 1
001411     END-IF
001412
001413     MOVE WS-DIA-SALDO-DESP TO WS-CTA-SALDO
001414
001415     IF WS-DIA-ES-REVERSION
001416        MOVE WS-DIA-CONC-RELAC TO WS-CONC-IMPUTA
001417     ELSE
001418        MOVE WS-DIA-CONCEPTO   TO WS-CONC-IMPUTA
001419     END-IF
001420
001421*    LOS CARGOS SON DEBITOS (IMPORTE NEGATIVO) Y LOS
001422*    INTERESES CREDITOS; LA ANULACION TIENE EL SIGNO
001423*    CONTRARIO Y RESTA
001424
001425     EVALUATE TRUE
001426
001427        WHEN WS-IMPUTA-DSC
001428           SUBTRACT WS-DIA-IMPORTE FROM WS-CTA-ING-DSC
001429
001430        WHEN WS-IMPUTA-COM
001431           SUBTRACT WS-DIA-IMPORTE FROM WS-CTA-ING-COM
001432
001433        WHEN WS-IMPUTA-CRF
001434           SUBTRACT WS-DIA-IMPORTE FROM WS-CTA-ING-CRF
001435
001436        WHEN WS-IMPUTA-DEV
001437           ADD WS-DIA-IMPORTE TO WS-CTA-COS-DEV
001438
001439        WHEN WS-IMPUTA-DVA
001440           ADD WS-DIA-IMPORTE TO WS-CTA-COS-DVA
001441
001442        WHEN OTHER
001443           CONTINUE
001444
001445     END-EVALUATE
001446
001447     IF WS-DIA-ES-MOVIMIENTO
001448        OR WS-DIA-ES-MOV-INTRADIA
001449        OR WS-DIA-ES-TRANSFERENCIA
001450        OR WS-DIA-ES-TRF-ENVIADA
001451        OR WS-DIA-ES-TRF-RECIBIDA
001452        ADD 1 TO WS-CTA-CANT-MOV
001453     END-IF.
001454
001455 F-3100-ACUMULAR-ASIENTO. EXIT.
001456
001457**************************************
001458*  CIERRE DE LA CUENTA: LOS DIAS QUE *
001459*  FALTAN HASTA FIN DE MES CIERRAN CON*
001460*  EL SALDO VIGENTE; SALDO PROMEDIO Y*
001461*  SUMA A SU SUCURSAL EN EL CLIENTE  *
001462**************************************
001463
001464 3500-CERRAR-CUENTA.
001465
001466     IF WS-CTA-SIN-MAESTRO
001467        GO TO F-3500-CERRAR-CUENTA
001468     END-IF
001469
001470     IF WS-CTA-ACT-TIPO IS EQUAL 05
001471        ADD 1 TO WS-CANT-PRESTAMOS
001472        GO TO F-3500-CERRAR-CUENTA
001473     END-IF
001474
001475     IF WS-DIAS-MES IS GREATER THAN WS-CTA-DIA-CERRADO
001476        COMPUTE WS-CTA-ACUM-SALDOS = WS-CTA-ACUM-SALDOS
001477                + WS-CTA-SALDO
001478                * (WS-DIAS-MES - WS-CTA-DIA-CERRADO)
001479     END-IF
001480
001481     COMPUTE WS-CTA-PROMEDIO ROUNDED =
001482             WS-CTA-ACUM-SALDOS / WS-DIAS-MES
001483
001484*    UNA CUENTA SIN SALDO NI ACTIVIDAD EN EL MES NO SUMA
001485
001486     IF WS-CTA-PROMEDIO IS EQUAL ZERO
001487        AND WS-CTA-ING-DSC IS EQUAL ZERO
001488        AND WS-CTA-ING-COM IS EQUAL ZERO
001489        AND WS-CTA-ING-CRF IS EQUAL ZERO
001490        AND WS-CTA-COS-DEV IS EQUAL ZERO
001491        AND WS-CTA-COS-DVA IS EQUAL ZERO
001492        AND WS-CTA-CANT-MOV IS EQUAL ZERO
001493        GO TO F-3500-CERRAR-CUENTA
001494     END-IF
001495
001496     PERFORM 3600-UBICAR-SUCURSAL THRU F-3600-UBICAR-SUCURSAL
001497
001498     IF WS-FIN-LECTURA
001499        GO TO F-3500-CERRAR-CUENTA
001500     END-IF
001501
001502     ADD 1 TO WS-CANT-CTAS-INFORM
001503     ADD 1 TO WS-CB-CANT-CTAS (WS-CB-HALLADO)
001504     ADD WS-CTA-CANT-MOV TO WS-CB-CANT-MOV (WS-CB-HALLADO)
001505
001506     IF WS-CTA-MONEDA IS EQUAL 'USD'
001507        ADD WS-CTA-PROMEDIO TO WS-CB-PROM-USD (WS-CB-HALLADO)
001508        IF WS-SIN-COTIZ-MES
001509           ADD 1 TO WS-CANT-CTAS-USD-SC
001510           MOVE 'S' TO WS-CB-SIN-COTIZ (WS-CB-HALLADO)
001511        END-IF
001512     ELSE
001513        ADD WS-CTA-PROMEDIO TO WS-CB-PROM-ARS (WS-CB-HALLADO)
001514     END-IF
001515
001516     MOVE WS-CTA-PROMEDIO TO WS-CONV-IMPORTE
001517     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001518     ADD WS-CONV-IMPORTE TO WS-CB-PROM-EQUIV (WS-CB-HALLADO)
001519
001520     MOVE WS-CTA-ING-DSC TO WS-CONV-IMPORTE
001521     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001522     ADD WS-CONV-IMPORTE TO WS-CB-ING-DSC (WS-CB-HALLADO)
001523
001524     MOVE WS-CTA-ING-COM TO WS-CONV-IMPORTE
001525     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001526     ADD WS-CONV-IMPORTE TO WS-CB-ING-COM (WS-CB-HALLADO)
001527
001528     MOVE WS-CTA-ING-CRF TO WS-CONV-IMPORTE
001529     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001530     ADD WS-CONV-IMPORTE TO WS-CB-ING-CRF (WS-CB-HALLADO)
001531
001532     MOVE WS-CTA-COS-DEV TO WS-CONV-IMPORTE
001533     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001534     ADD WS-CONV-IMPORTE TO WS-CB-COS-DEV (WS-CB-HALLADO)
001535
001536     MOVE WS-CTA-COS-DVA TO WS-CONV-IMPORTE
001537     PERFORM 3800-CONVERTIR THRU F-3800-CONVERTIR
001538     ADD WS-CONV-IMPORTE TO WS-CB-COS-DVA (WS-CB-HALLADO).
001539
001540 F-3500-CERRAR-CUENTA. EXIT.
001541
001542**************************************
001543*  ENTRADA DE LA SUCURSAL DE LA CUENTA*
001544*  EN LA TABLA DEL CLIENTE (SE AGREGA*
001545*  SI ES LA PRIMERA CUENTA DEL CLIENTE*
001546*  EN ESA SUCURSAL)                  *
001547**************************************
001548
001549 3600-UBICAR-SUCURSAL.
001550
001551     MOVE ZEROS TO WS-CB-HALLADO
001552     MOVE ZEROS TO WS-CB-IDX
001553
001554     PERFORM 3610-COMPARAR-SUCURSAL
001555                 THRU F-3610-COMPARAR-SUCURSAL
001556               UNTIL WS-CB-IDX IS NOT LESS THAN WS-CB-CANT
001557               OR WS-CB-HALLADO IS NOT EQUAL ZERO
001558
001559     IF WS-CB-HALLADO IS NOT EQUAL ZERO
001560        GO TO F-3600-UBICAR-SUCURSAL
001561     END-IF
001562
001563     IF WS-CB-CANT IS NOT LESS THAN WS-CB-MAX
001564        DISPLAY '* CLIENTE ' WS-GRP-NRO ' CON MAS DE '
001565                WS-CB-MAX ' SUCURSALES *'
001566        MOVE 9999 TO RETURN-CODE
001567        SET WS-FIN-LECTURA TO TRUE
001568        GO TO F-3600-UBICAR-SUCURSAL
001569     END-IF
001570
001571     ADD 1 TO WS-CB-CANT
001572     MOVE WS-CB-CANT      TO WS-CB-HALLADO
001573     MOVE WS-CTA-SUCURSAL TO WS-CB-SUCURSAL     (WS-CB-HALLADO)
001574     MOVE WS-GRP-NRO      TO WS-CB-NRO          (WS-CB-HALLADO)
001575     MOVE 1               TO WS-CB-CANT-CLI     (WS-CB-HALLADO)
001576     MOVE ZEROS           TO WS-CB-CANT-CTAS    (WS-CB-HALLADO)
001577     MOVE ZEROS           TO WS-CB-ING-DSC      (WS-CB-HALLADO)
001578     MOVE ZEROS           TO WS-CB-ING-COM      (WS-CB-HALLADO)
001579     MOVE ZEROS           TO WS-CB-ING-CRF      (WS-CB-HALLADO)
001580     MOVE ZEROS           TO WS-CB-COS-DEV      (WS-CB-HALLADO)
001581     MOVE ZEROS           TO WS-CB-COS-DVA      (WS-CB-HALLADO)
001582     MOVE ZEROS           TO WS-CB-PROM-ARS     (WS-CB-HALLADO)
001583     MOVE ZEROS           TO WS-CB-PROM-USD     (WS-CB-HALLADO)
001584     MOVE ZEROS           TO WS-CB-PROM-EQUIV   (WS-CB-HALLADO)
001585     MOVE ZEROS           TO WS-CB-CANT-MOV     (WS-CB-HALLADO)
001586     MOVE ZEROS           TO WS-CB-CANT-OCIOSAS (WS-CB-HALLADO)
001587     MOVE 'N'             TO WS-CB-SIN-COTIZ    (WS-CB-HALLADO).
001588
001589 F-3600-UBICAR-SUCURSAL. EXIT.
001590
001591 3610-COMPARAR-SUCURSAL.
001592
001593     ADD 1 TO WS-CB-IDX
001594
001595     IF WS-CB-SUCURSAL (WS-CB-IDX) IS EQUAL WS-CTA-SUCURSAL
001596        MOVE WS-CB-IDX TO WS-CB-HALLADO
001597     END-IF.
001598
001599 F-3610-COMPARAR-SUCURSAL. EXIT.
001600
001601**************************************
001602*  CIERRE DEL CLIENTE: UN REGISTRO DE*
001603*  TRABAJO POR CADA SUCURSAL EN QUE  *
001604*  TIENE CUENTAS                     *
001605**************************************
001606
001607 3700-CERRAR-CLIENTE.
001608
001609     MOVE ZEROS TO WS-CB-IDX
001610
001611     PERFORM 3710-GRABAR-CLIENTE THRU F-3710-GRABAR-CLIENTE
001612               UNTIL WS-CB-IDX IS NOT LESS THAN WS-CB-CANT
001613               OR WS-FIN-LECTURA.
001614
001615 F-3700-CERRAR-CLIENTE. EXIT.
001616
001617 3710-GRABAR-CLIENTE.
001618
001619     ADD 1 TO WS-CB-IDX
001620
001621     MOVE WS-CB-ENT (WS-CB-IDX) TO WS-REG-RENCLI
001622
001623     WRITE REG-WRK FROM WS-REG-RENCLI
001624
001625     IF WS-FILWRK-CODE IS NOT EQUAL '00'
001626        DISPLAY '* ERROR EN GRABAR RENWRK = ' WS-FILWRK-CODE
001627        MOVE 9999 TO RETURN-CODE
001628        SET WS-FIN-LECTURA TO TRUE
001629        GO TO F-3710-GRABAR-CLIENTE
001630     END-IF
001631
001632     ADD 1 TO WS-CANT-GRABADOS-WRK.
001633
001634 F-3710-GRABAR-CLIENTE. EXIT.
001635
001636**************************************
001637*  IMPORTE DE LA CUENTA EN CURSO A   *
001638*  PESOS: LO DE CUENTAS EN DOLARES A LA*
001639*  COTIZACION DE CIERRE DEL MES (SIN *
001640*  COTIZACION QUEDA EN CERO)         *
001641**************************************
001642
001643 3800-CONVERTIR.
001644
001645     IF WS-CTA-MONEDA IS NOT EQUAL 'USD'
001646        GO TO F-3800-CONVERTIR
001647     END-IF
001648
001649     IF WS-CON-COTIZ-MES
001650        COMPUTE WS-CONV-IMPORTE ROUNDED =
001651                WS-CONV-IMPORTE * WS-COT-MES
001652     ELSE
001653        MOVE ZEROS TO WS-CONV-IMPORTE
001654     END-IF.
001655
001656 F-3800-CONVERTIR. EXIT.
001657
001658**************************************
001659*  LIBERAR AL SORT LOS CLIENTES DEL  *
001660*  ARCHIVO DE TRABAJO CON SU RESULTADO*
001661**************************************
001662
001663 4000-SELECCIONAR-CLIENTES.
001664
001665     CLOSE FILE-WRK.
001665     IF WS-FILWRK-CODE IS NOT EQUAL '00'
001665        DISPLAY '* ERROR EN CLOSE RENWRK  = ' WS-FILWRK-CODE
001665        MOVE 9999 TO RETURN-CODE
001665        SET  WS-FIN-LECTURA TO TRUE
001665        GO TO F-4000-SELECCIONAR-CLIENTES
001665     END-IF
001666
001667     OPEN INPUT FILE-WRK.
001668     IF WS-FILWRK-CODE IS NOT EQUAL '00'
001669        DISPLAY '* ERROR EN OPEN RENWRK  = ' WS-FILWRK-CODE
001670        MOVE 9999 TO RETURN-CODE
001671        SET  WS-FIN-LECTURA TO TRUE
001672        GO TO F-4000-SELECCIONAR-CLIENTES
001673     END-IF
001674
001675     SET WS-NO-FIN-FILE TO TRUE
001676
001677     PERFORM 4010-SELECCIONAR-UNO THRU F-4010-SELECCIONAR-UNO
001678               UNTIL WS-FIN-FILE.
001679
001680 F-4000-SELECCIONAR-CLIENTES. EXIT.
001681
001682 4010-SELECCIONAR-UNO.
001683
001684     READ FILE-WRK INTO WS-REG-RENCLI
001685
001686     EVALUATE WS-FILWRK-CODE
001687
001688        WHEN '00'
001689           CONTINUE
001690
001691        WHEN '10'
001692           SET WS-FIN-FILE TO TRUE
001693           GO TO F-4010-SELECCIONAR-UNO
001694
001695        WHEN OTHER
001696           DISPLAY '* ERROR EN LECTURA RENWRK = ' WS-FILWRK-CODE
001697           MOVE 9999 TO RETURN-CODE
001698           SET WS-FIN-FILE    TO TRUE
001699           SET WS-FIN-LECTURA TO TRUE
001700           GO TO F-4010-SELECCIONAR-UNO
001701
001702     END-EVALUATE
001703
001704     MOVE WS-RC-SUCURSAL TO SREN-SUCURSAL
001705     MOVE WS-RC-NRO      TO SREN-NRO
001706     COMPUTE SREN-RESULTADO = WS-RC-ING-DSC + WS-RC-ING-COM
001707                            + WS-RC-ING-CRF - WS-RC-COS-DEV
001708                            - WS-RC-COS-DVA
001709     MOVE WS-REG-RENCLI  TO SREN-DATOS
001710     RELEASE REG-SORT-REN.
001711
001712 F-4010-SELECCIONAR-UNO. EXIT.
001713
001714**************************************
001715*  REPORTE POR SUCURSAL CON LOS      *
001716*  CLIENTES DEL MAYOR AL MENOR       *
001717*  RESULTADO, TOTAL POR SUCURSAL Y DEL*
001718*  BANCO; CADA LINEA VA TAMBIEN AL   *
001719*  RESUMEN DDRENRES                  *
001720**************************************
001721
001722 5000-LISTAR-RENTABILIDAD.
001723
001724     MOVE WS-PERIODO TO WS-CAB-PERIODO
001725     MOVE WS-COT-MES TO WS-CAB-COTIZ
001726     WRITE REG-LIS FROM WS-LIN-CABECERA
001727
001728     WRITE REG-RES FROM WS-REN-TITULOS
001728     IF WS-FILRES-CODE IS NOT EQUAL '00'
001728        DISPLAY '* ERROR EN GRABAR RENRES = ' WS-FILRES-CODE
001728        MOVE 9999 TO RETURN-CODE
001728        SET  WS-FIN-LECTURA TO TRUE
001728        GO TO F-5000-LISTAR-RENTABILIDAD
001728     END-IF
001729     ADD 1 TO WS-CANT-GRABADOS-RES
001730
001731     PERFORM 5060-LIMPIAR-SUCURSAL THRU F-5060-LIMPIAR-SUCURSAL
001732     PERFORM 5070-LIMPIAR-BANCO    THRU F-5070-LIMPIAR-BANCO
001733
001734     SET WS-NO-FIN-SORT TO TRUE
001735     SET WS-SUC-PRIMERA TO TRUE
001736
001737     PERFORM 5010-LISTAR-UNO THRU F-5010-LISTAR-UNO
001738               UNTIL WS-FIN-SORT
001739               OR WS-FIN-LECTURA
001740
001741     IF WS-SUC-NO-PRIMERA
001742        PERFORM 5030-TOTAL-SUCURSAL THRU F-5030-TOTAL-SUCURSAL
001743        PERFORM 5040-TOTAL-BANCO    THRU F-5040-TOTAL-BANCO
001744     ELSE
001745        MOVE 'SIN CLIENTES CON SALDO O ACTIVIDAD EN EL MES'
001746                                  TO WS-LIN-TEXTO
001747        WRITE REG-LIS FROM WS-LIN-SALIDA
001748     END-IF.
001749
001750 F-5000-LISTAR-RENTABILIDAD. EXIT.
001751
001752 5010-LISTAR-UNO.
001753
001754     RETURN SORT-REN
001755
001756        AT END
001757           SET WS-FIN-SORT TO TRUE
001758
001759        NOT AT END
001760           PERFORM 5020-LISTAR-CLIENTE
001761                       THRU F-5020-LISTAR-CLIENTE
001762
001763     END-RETURN.
001764
001765 F-5010-LISTAR-UNO. EXIT.
001766
001767 5020-LISTAR-CLIENTE.
001768
001769     MOVE SREN-DATOS TO WS-REG-RENCLI
001770
001771     IF WS-SUC-PRIMERA
001772        OR WS-RC-SUCURSAL IS NOT EQUAL WS-SUC-ANTERIOR
001773
001774        IF WS-SUC-NO-PRIMERA
001775           PERFORM 5030-TOTAL-SUCURSAL THRU F-5030-TOTAL-SUCURSAL
001776        END-IF
001777
001778        SET WS-SUC-NO-PRIMERA TO TRUE
001779        MOVE WS-RC-SUCURSAL TO WS-SUC-ANTERIOR
001780        MOVE ZEROS          TO WS-RANKING
001781
001782        MOVE SPACES TO WS-LIN-TEXTO
001783        WRITE REG-LIS FROM WS-LIN-SALIDA
001784        STRING 'SUCURSAL: ' WS-RC-SUCURSAL
001785                  DELIMITED BY SIZE
001786                  INTO WS-LIN-TEXTO
001787        END-STRING
001788        WRITE REG-LIS FROM WS-LIN-SALIDA
001789        WRITE REG-LIS FROM WS-LIN-COLUMNAS
001790
001791     END-IF
001792
001793     ADD 1 TO WS-RANKING
001794
001795     MOVE WS-RC-VALORES TO WS-VAL
001796     PERFORM 5080-CALCULAR-RESULTADO
001797                 THRU F-5080-CALCULAR-RESULTADO
001798
001799*    RELACION NO RENTABLE CON SALDO OCIOSO
001800
001801     IF WS-VAL-RESULTADO IS NOT GREATER THAN ZERO
001802        AND WS-VAL-PROM-EQUIV IS NOT LESS THAN WS-UMBRAL-OCIOSO
001803        AND WS-VAL-CANT-MOV IS NOT GREATER THAN WS-UMBRAL-MOVS
001804        MOVE 1 TO WS-VAL-CANT-OCIOSAS
001805     END-IF
001806
001807     PERFORM 5090-ACUMULAR THRU F-5090-ACUMULAR
001808
001809     MOVE SPACES         TO WS-DET-IDENT
001810     MOVE WS-RANKING     TO WS-DET-RANKING
001811     MOVE WS-RC-NRO      TO WS-DET-NRO
001812     MOVE SPACES         TO WS-DET-MARCA
001813     IF WS-VAL-CANT-OCIOSAS IS GREATER THAN ZERO
001814        MOVE 'SI' TO WS-DET-MARCA
001815     END-IF
001816
001817     SET WS-REN-ES-CLIENTE TO TRUE
001818     MOVE WS-RC-SUCURSAL TO WS-REN-SUCURSAL
001819     MOVE WS-RC-NRO      TO WS-REN-NRO
001820     MOVE WS-RANKING     TO WS-REN-RANKING
001821
001822     PERFORM 5800-EMITIR THRU F-5800-EMITIR.
001823
001824 F-5020-LISTAR-CLIENTE. EXIT.
001825
001826 5030-TOTAL-SUCURSAL.
001827
001828     MOVE WS-ACU-SUC TO WS-VAL
001829     PERFORM 5080-CALCULAR-RESULTADO
001830                 THRU F-5080-CALCULAR-RESULTADO
001831
001832     MOVE 'TOTAL SUC'    TO WS-DET-IDENT
001833     MOVE SPACES         TO WS-DET-MARCA
001834
001835     SET WS-REN-ES-SUCURSAL TO TRUE
001836     MOVE WS-SUC-ANTERIOR TO WS-REN-SUCURSAL
001837     MOVE ZEROS          TO WS-REN-NRO
001838     MOVE ZEROS          TO WS-REN-RANKING
001839
001840     PERFORM 5800-EMITIR THRU F-5800-EMITIR
001841
001842     MOVE SPACES TO WS-LIN-TEXTO
001843     STRING 'SUCURSAL '  WS-SUC-ANTERIOR
001844            ': '         WS-AS-CANT-CLI
001845            ' CLIENTES, ' WS-AS-CANT-CTAS
001846            ' CUENTAS, '  WS-AS-CANT-OCIOSAS
001847            ' NO RENTABLES CON SALDO OCIOSO'
001848               DELIMITED BY SIZE
001849               INTO WS-LIN-TEXTO
001850     END-STRING
001851     WRITE REG-LIS FROM WS-LIN-SALIDA
001852
001853     PERFORM 5060-LIMPIAR-SUCURSAL THRU F-5060-LIMPIAR-SUCURSAL.
001854
001855 F-5030-TOTAL-SUCURSAL. EXIT.
001856
001857 5040-TOTAL-BANCO.
001858
001859     MOVE WS-ACU-BCO TO WS-VAL
001860     PERFORM 5080-CALCULAR-RESULTADO
001861                 THRU F-5080-CALCULAR-RESULTADO
001862
001863     MOVE SPACES TO WS-LIN-TEXTO
001864     WRITE REG-LIS FROM WS-LIN-SALIDA
001865     WRITE REG-LIS FROM WS-LIN-COLUMNAS
001866
001867     MOVE 'TOTAL BANCO'  TO WS-DET-IDENT
001868     MOVE SPACES         TO WS-DET-MARCA
001869
001870     SET WS-REN-ES-TOTAL TO TRUE
001871     MOVE ZEROS          TO WS-REN-SUCURSAL
001872     MOVE ZEROS          TO WS-REN-NRO
001873     MOVE ZEROS          TO WS-REN-RANKING
001874
001875     PERFORM 5800-EMITIR THRU F-5800-EMITIR
001876
001877     MOVE SPACES TO WS-LIN-TEXTO
001878     STRING 'BANCO: '     WS-AB-CANT-CLI
001879            ' CLIENTES, ' WS-AB-CANT-CTAS
001880            ' CUENTAS, '  WS-AB-CANT-OCIOSAS
001881            ' NO RENTABLES CON SALDO OCIOSO'
001882               DELIMITED BY SIZE
001883               INTO WS-LIN-TEXTO
001884     END-STRING
001885     WRITE REG-LIS FROM WS-LIN-SALIDA
001886
001887     IF WS-AB-SIN-COTIZ IS EQUAL 'S'
001888        MOVE SPACES TO WS-LIN-TEXTO
001889        STRING 'HAY CUENTAS USD SIN COTIZACION DEL MES: '
001890               'NO INTEGRAN LOS TOTALES EN PESOS'
001891                  DELIMITED BY SIZE
001892                  INTO WS-LIN-TEXTO
001893        END-STRING
001894        WRITE REG-LIS FROM WS-LIN-SALIDA
001895     END-IF.
001896
001897 F-5040-TOTAL-BANCO. EXIT.
001898
001899 5060-LIMPIAR-SUCURSAL.
001900
001901     MOVE ZEROS TO WS-AS-CANT-CLI
001902     MOVE ZEROS TO WS-AS-CANT-CTAS
001903     MOVE ZEROS TO WS-AS-ING-DSC
001904     MOVE ZEROS TO WS-AS-ING-COM
001905     MOVE ZEROS TO WS-AS-ING-CRF
001906     MOVE ZEROS TO WS-AS-COS-DEV
001907     MOVE ZEROS TO WS-AS-COS-DVA
001908     MOVE ZEROS TO WS-AS-PROM-ARS
001909     MOVE ZEROS TO WS-AS-PROM-USD
001910     MOVE ZEROS TO WS-AS-PROM-EQUIV
001911     MOVE ZEROS TO WS-AS-CANT-MOV
001912     MOVE ZEROS TO WS-AS-CANT-OCIOSAS
001913     MOVE 'N'   TO WS-AS-SIN-COTIZ.
001914
001915 F-5060-LIMPIAR-SUCURSAL. EXIT.
001916
001917 5070-LIMPIAR-BANCO.
001918
001919     MOVE ZEROS TO WS-AB-CANT-CLI
001920     MOVE ZEROS TO WS-AB-CANT-CTAS
001921     MOVE ZEROS TO WS-AB-ING-DSC
001922     MOVE ZEROS TO WS-AB-ING-COM
001923     MOVE ZEROS TO WS-AB-ING-CRF
001924     MOVE ZEROS TO WS-AB-COS-DEV
001925     MOVE ZEROS TO WS-AB-COS-DVA
001926     MOVE ZEROS TO WS-AB-PROM-ARS
001927     MOVE ZEROS TO WS-AB-PROM-USD
001928     MOVE ZEROS TO WS-AB-PROM-EQUIV
001929     MOVE ZEROS TO WS-AB-CANT-MOV
001930     MOVE ZEROS TO WS-AB-CANT-OCIOSAS
001931     MOVE 'N'   TO WS-AB-SIN-COTIZ.
001932
001933 F-5070-LIMPIAR-BANCO. EXIT.
001934
001935 5080-CALCULAR-RESULTADO.
001936
001937     COMPUTE WS-VAL-ING-TOTAL = WS-VAL-ING-DSC + WS-VAL-ING-COM
001938                              + WS-VAL-ING-CRF
001939     COMPUTE WS-VAL-COS-TOTAL = WS-VAL-COS-DEV + WS-VAL-COS-DVA
001940     COMPUTE WS-VAL-RESULTADO = WS-VAL-ING-TOTAL
001941                              - WS-VAL-COS-TOTAL.
001942
001943 F-5080-CALCULAR-RESULTADO. EXIT.
001944
001945**************************************
001946*  SUMA EL CLIENTE A LOS TOTALES DE LA*
001947*  SUCURSAL Y DEL BANCO              *
001948**************************************
001949
001950 5090-ACUMULAR.
001951
001952     ADD WS-VAL-CANT-CLI     TO WS-AS-CANT-CLI   WS-AB-CANT-CLI
001953     ADD WS-VAL-CANT-CTAS    TO WS-AS-CANT-CTAS  WS-AB-CANT-CTAS
001954     ADD WS-VAL-ING-DSC      TO WS-AS-ING-DSC    WS-AB-ING-DSC
001955     ADD WS-VAL-ING-COM      TO WS-AS-ING-COM    WS-AB-ING-COM
001956     ADD WS-VAL-ING-CRF      TO WS-AS-ING-CRF    WS-AB-ING-CRF
001957     ADD WS-VAL-COS-DEV      TO WS-AS-COS-DEV    WS-AB-COS-DEV
001958     ADD WS-VAL-COS-DVA      TO WS-AS-COS-DVA    WS-AB-COS-DVA
001959     ADD WS-VAL-PROM-ARS     TO WS-AS-PROM-ARS   WS-AB-PROM-ARS
001960     ADD WS-VAL-PROM-USD     TO WS-AS-PROM-USD   WS-AB-PROM-USD
001961     ADD WS-VAL-PROM-EQUIV   TO WS-AS-PROM-EQUIV
001962                                WS-AB-PROM-EQUIV
001963     ADD WS-VAL-CANT-MOV     TO WS-AS-CANT-MOV   WS-AB-CANT-MOV
001964     ADD WS-VAL-CANT-OCIOSAS TO WS-AS-CANT-OCIOSAS
001965                                WS-AB-CANT-OCIOSAS
001966
001967     IF WS-VAL-SIN-COTIZ IS EQUAL 'S'
001968        MOVE 'S' TO WS-AS-SIN-COTIZ
001969        MOVE 'S' TO WS-AB-SIN-COTIZ
001970     END-IF.
001971
001972 F-5090-ACUMULAR. EXIT.
001973
001974**************************************
001975*  LINEA DEL LISTADO Y REGISTRO DEL  *
001976*  RESUMEN CON LOS VALORES DE WS-VAL *
001977**************************************
001978
001979 5800-EMITIR.
001980
001981     MOVE WS-VAL-ING-TOTAL   TO WS-DET-INGRESOS
001982     MOVE WS-VAL-COS-TOTAL   TO WS-DET-COSTOS
001983     MOVE WS-VAL-RESULTADO   TO WS-DET-RESULTADO
001984     MOVE WS-VAL-PROM-ARS    TO WS-DET-PROM-ARS
001985     MOVE WS-VAL-PROM-USD    TO WS-DET-PROM-USD
001986     MOVE WS-VAL-PROM-EQUIV  TO WS-DET-PROM-EQUIV
001987     MOVE WS-VAL-CANT-MOV    TO WS-DET-MOV
001988
001989     WRITE REG-LIS FROM WS-LIN-DETALLE
001990
001991     MOVE WS-PERIODO          TO WS-REN-PERIODO
001992     MOVE WS-VAL-CANT-CLI     TO WS-REN-CANT-CLI
001993     MOVE WS-VAL-CANT-CTAS    TO WS-REN-CANT-CTAS
001994     MOVE WS-VAL-ING-DSC      TO WS-REN-ING-DSC
001995     MOVE WS-VAL-ING-COM      TO WS-REN-ING-COM
001996     MOVE WS-VAL-ING-CRF      TO WS-REN-ING-CRF
001997     MOVE WS-VAL-ING-TOTAL    TO WS-REN-ING-TOTAL
001998     MOVE WS-VAL-COS-DEV      TO WS-REN-COS-DEV
001999     MOVE WS-VAL-COS-DVA      TO WS-REN-COS-DVA
002000     MOVE WS-VAL-COS-TOTAL    TO WS-REN-COS-TOTAL
002001     MOVE WS-VAL-RESULTADO    TO WS-REN-RESULTADO
002002     MOVE WS-VAL-PROM-ARS     TO WS-REN-PROM-ARS
002003     MOVE WS-VAL-PROM-USD     TO WS-REN-PROM-USD
002004     MOVE WS-VAL-PROM-EQUIV   TO WS-REN-PROM-EQUIV
002005     MOVE WS-VAL-CANT-MOV     TO WS-REN-CANT-MOV
002006     MOVE WS-VAL-CANT-OCIOSAS TO WS-REN-CANT-OCIOSAS
002007     MOVE WS-COT-MES          TO WS-REN-COTIZ
002008     MOVE WS-VAL-SIN-COTIZ    TO WS-REN-SIN-COTIZ
002009
002010     WRITE REG-RES FROM WS-REG-RENTAB
002011
002012     IF WS-FILRES-CODE IS NOT EQUAL '00'
002013        DISPLAY '* ERROR EN GRABAR RENRES = ' WS-FILRES-CODE
002014        MOVE 9999 TO RETURN-CODE
002015        SET WS-FIN-LECTURA TO TRUE
002016        GO TO F-5800-EMITIR
002017     END-IF
002018
002019     ADD 1 TO WS-CANT-GRABADOS-RES.
002020
002021 F-5800-EMITIR. EXIT.
002022
002023**************************************
002024*    CIERRE DE ARCHIVOS Y TOTALES    *
002025**************************************
002026
002027 9999-FINAL.
002028
002029     IF WS-RUN-BLOQUEADA
002030        GO TO F-9999-FINAL
002031     END-IF
002032
002033     CLOSE FILE1.
002034        IF WS-FIL1-CODE IS NOT EQUAL '00'
002035           DISPLAY '* ERROR EN CLOSE FILE1   = '
002036                                      WS-FIL1-CODE
002037           MOVE 9999 TO RETURN-CODE
002038        END-IF.
002039
002040     CLOSE FILE-DIA.
002041        IF WS-FILDIA-CODE IS NOT EQUAL '00'
002042           DISPLAY '* ERROR EN CLOSE DIARIO  = '
002043                                      WS-FILDIA-CODE
002044           MOVE 9999 TO RETURN-CODE
002045        END-IF.
002046
002047     CLOSE FILE-WRK.
002047        IF WS-FILWRK-CODE IS NOT EQUAL '00'
002047           DISPLAY '* ERROR EN CLOSE RENWRK  = '
002047                                      WS-FILWRK-CODE
002047           MOVE 9999 TO RETURN-CODE
002047        END-IF.
002048
002049     CLOSE FILE-LIS.
002050        IF WS-FILLIS-CODE IS NOT EQUAL '00'
002051           DISPLAY '* ERROR EN CLOSE RENLIS  = '
002052                                      WS-FILLIS-CODE
002053           MOVE 9999 TO RETURN-CODE
002054        END-IF.
002055
002056     CLOSE FILE-RES.
002057        IF WS-FILRES-CODE IS NOT EQUAL '00'
002058           DISPLAY '* ERROR EN CLOSE RENRES  = '
002059                                      WS-FILRES-CODE
002060           MOVE 9999 TO RETURN-CODE
002061        END-IF.
002062
002063**************************************
002064*    MOSTRAR TOTALES DE CONTROL      *
002065**************************************
002066
002067     DISPLAY WS-LEYEN-FILE1          WS-LEIDOS-FILE1.
002068     DISPLAY WS-LEYEN-DIARIO         WS-LEIDOS-DIARIO.
002069     DISPLAY WS-LEYEN-ASI-MES        WS-CANT-ASIENTOS-MES.
002070     DISPLAY WS-LEYEN-SIN-MAESTRO    WS-CANT-SIN-MAESTRO.
002071     DISPLAY WS-LEYEN-PRESTAMOS      WS-CANT-PRESTAMOS.
002072     DISPLAY WS-LEYEN-CTAS-INFORM    WS-CANT-CTAS-INFORM.
002073     DISPLAY WS-LEYEN-CTAS-USD-SC    WS-CANT-CTAS-USD-SC.
002074     DISPLAY WS-LEYEN-CLIENTES       WS-CANT-GRABADOS-WRK.
002075     DISPLAY WS-LEYEN-OCIOSAS        WS-AB-CANT-OCIOSAS.
002076     DISPLAY WS-LEYEN-RESUMEN        WS-CANT-GRABADOS-RES.
002077
002078 F-9999-FINAL.
002079     EXIT.
