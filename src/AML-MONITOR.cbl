000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ4A.
000115**********************************************************
000120*                                                        *
000125*    AML MONITOR code                                    *
000130*    MONITOREO NOCTURNO DE PREVENCION DE LAVADO: RECORRE *
000135*    EL DIARIO DE MOVIMIENTOS APLICADOS (DDDIARIO) DE LA *
000140*    FECHA DE PROCESO Y DE LOS 30 DIAS ANTERIORES, CUENTA*
000145*    POR CUENTA, Y LEVANTA ALERTAS POR CINCO REGLAS:     *
000150*    MOVIMIENTO UNICO SOBRE EL UMBRAL DE SU MONEDA,      *
000155*    ESTRUCTURACION (VARIOS MOVIMIENTOS APENAS DEBAJO DEL*
000160*    UMBRAL EN POCOS DIAS), ACTIVIDAD EN CUENTA DORMIDA O*
000165*    SIN MOVIMIENTOS DESDE HACE TIEMPO, ACTIVIDAD SUBITA *
000170*    EN CUENTA RECIEN ABIERTA Y ENTRADA Y SALIDA RAPIDA DE*
000175*    FONDOS POR TRANSFERENCIAS ENTRE CLIENTES DISTINTOS. *
000180*    CADA ALERTA ES UN CASO ABIERTO EN DDAMLCAS CON LOS  *
000185*    DATOS DEL TITULAR DE DDDEMOG (LO MANTIENE PGMAPJ4B);*
000190*    AL FINAL LISTA LAS ALERTAS DEL DIA POR SUCURSAL.    *
000191*    CORRE EN EL STREAM DESPUES DE PGMAPJ1D              *
000192**********************************************************
000193*      MANTENIMIENTO DE PROGRAMA                         *
000194**********************************************************
000195*    FECHA *    DETALLE        * COD *
000196**************************************
000197* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000197* 15/10/26 * TRANSF INTERBANCAR* LGS *
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
000208     SELECT FILE-DIA  ASSIGN DDDIARIO
000209     ACCESS IS SEQUENTIAL
000210     FILE STATUS IS WS-FILDIA-CODE.
000211
000212*    MAESTRO DE CUENTAS: ESTADO, SUCURSAL Y FECHA DE ALTA DE
000213*    LA CUENTA ANALIZADA; POR LA CLAVE ALTERNATIVA (TIPO+
000214*    CUENTA) EL CLIENTE DE LA CONTRAPARTE DE UNA TRANSFERENCIA
000215     SELECT FILE1   ASSIGN DDCLIEN
000216     ORGANIZATION IS INDEXED
000217     ACCESS IS RANDOM
000218     RECORD KEY IS REG-FILE1-CLAVE
000219     ALTERNATE RECORD KEY IS REG-FILE1-CLAVE1
000220     FILE STATUS IS WS-FIL1-CODE.
000221
000222     SELECT FILE-DEM  ASSIGN DDDEMOG
000223     ORGANIZATION IS INDEXED
000224     ACCESS IS RANDOM
000225     RECORD KEY IS REG-FDEM-NRO
000226     FILE STATUS IS WS-FILDEM-CODE.
000227
000228*    CASOS DE ALERTA (VER LAYOUT-AmlCaso); SE CREA EN LA
000229*    PRIMERA CORRIDA
000230     SELECT OPTIONAL FILE-CAS ASSIGN DDAMLCAS
000231     ORGANIZATION IS INDEXED
000232     ACCESS IS DYNAMIC
000233     RECORD KEY IS REG-CAS-CLAVE
000234     FILE STATUS IS WS-FILCAS-CODE.
000235
000236     SELECT FILE-LIS  ASSIGN DDAMLLIS
000237     ACCESS IS SEQUENTIAL
000238     FILE STATUS IS WS-FILLIS-CODE.
000239
000240     SELECT FILE-PARM ASSIGN DDPARM
000241     ACCESS IS SEQUENTIAL
000242     FILE STATUS IS WS-FILPARM-CODE.
000243
000244*    UMBRALES Y VENTANAS DE LAS REGLAS (SIN ARCHIVO SE USAN
000245*    LOS VALORES POR DEFECTO)
000246     SELECT FILE-APAR ASSIGN DDAMLPAR
000247     ACCESS IS SEQUENTIAL
000248     FILE STATUS IS WS-FILAPAR-CODE.
000249
000250*    CONTROL DE CORRIDA DEL STREAM: EL DIARIO DEL DIA ESTA
000251*    COMPLETO CUANDO PGMAPJ1D (PASO 04) TERMINO BIEN
000252     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000253     ORGANIZATION IS INDEXED
000254     ACCESS IS RANDOM
000255     RECORD KEY IS REG-RUN-CLAVE
000256     FILE STATUS IS WS-FILRUN-CODE.
000257
000258     SELECT SORT-FILE ASSIGN DDSORTWK.
000259
000260     SELECT SORT-ALE  ASSIGN DDSORTW2.
000261
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-DIA
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE1
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-FILE1.
000404     03  REG-FILE1-CLAVE.
000405         05  REG-FILE1-NRO       PIC 9(05).
000406         05  REG-FILE1-CLAVE1.
000407             07  REG-FILE1-TIPO      PIC 9(02).
000408             07  REG-FILE1-CUENTA    PIC 9(08).
000409     03  FILLER                  PIC X(235).
000410
000411 FD FILE-DEM
000412      BLOCK CONTAINS 0 RECORDS
000413      RECORDING MODE IS F.
000414
000415 01 REG-FILE-DEM.
000416     03  REG-FDEM-NRO        PIC 9(05).
000417     03  FILLER              PIC X(95).
000418
000419 FD FILE-CAS
000420      BLOCK CONTAINS 0 RECORDS
000421      RECORDING MODE IS F.
000422
000423 01 REG-CAS.
000424     03  REG-CAS-CLAVE.
000425         05  REG-CAS-FECHA       PIC 9(08).
000426         05  REG-CAS-SECUEN      PIC 9(05).
000427     03  FILLER                  PIC X(237).
000428
000429 FD FILE-LIS
000430      BLOCK CONTAINS 0 RECORDS
000431      RECORDING MODE IS F.
000432
000433 01 REG-LIS          PIC X(132).
000434
000435 FD FILE-PARM
000436      BLOCK CONTAINS 0 RECORDS
000437      RECORDING MODE IS F.
000438
000439 01 REG-FILE-PARM    PIC X(08).
000440
000441 FD FILE-APAR
000442      BLOCK CONTAINS 0 RECORDS
000443      RECORDING MODE IS F.
000444
000445 01 REG-FILE-APAR    PIC X(51).
000446
000447 FD FILE-RUN
000448      BLOCK CONTAINS 0 RECORDS
000449      RECORDING MODE IS F.
000450
000451 01 REG-RUN.
000452     03  REG-RUN-CLAVE.
000453         05  REG-RUN-FECHA   PIC 9(08).
000454         05  REG-RUN-PASO    PIC 9(02).
000455     03  FILLER              PIC X(70).
000456
000457*    MISMA DISPOSICION QUE LAYOUT-Diario; SE CLASIFICA POR
000458*    CUENTA Y FECHA DE PROCESO, CONSERVANDO EL ORDEN DE
000459*    LLEGADA DENTRO DEL DIA
000460 SD SORT-FILE.
000461
000462 01 REG-SORT.
000463     03  SORT-NRO            PIC 9(05).
000464     03  SORT-CLAVE.
000465         05  SORT-TIPO       PIC 9(02).
000466         05  SORT-CUENTA     PIC 9(08).
000467     03  SORT-FEC-MOV        PIC 9(08).
000468     03  SORT-FEC-PROCESO    PIC 9(08).
000469     03  SORT-RESTO          PIC X(99).
000470
000471*    ALERTAS DEL DIA ORDENADAS POR SUCURSAL PARA EL REPORTE
000472 SD SORT-ALE.
000473
000474 01 REG-SORT-ALE.
000475     03  SALE-SUCURSAL       PIC 9(03).
000476     03  SALE-CASO           PIC X(250).
000477
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000504 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILCAS-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000508 77  WS-FILAPAR-CODE         PIC X(02)   VALUE SPACES.
000509 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000510
000511 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000512     88  WS-FIN-LECTURA                  VALUE 'SI'.
000513     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000514
000515 01  WS-STA-FILE             PIC X       VALUE 'N'.
000516     88  WS-FIN-FILE                     VALUE 'Y'.
000517     88  WS-NO-FIN-FILE                  VALUE 'N'.
000518
000519 01  WS-STA-SORT             PIC X       VALUE 'N'.
000520     88  WS-FIN-SORT                     VALUE 'Y'.
000521     88  WS-NO-FIN-SORT                  VALUE 'N'.
000522
000523 01  WS-STA-CASOS            PIC X       VALUE 'N'.
000524     88  WS-FIN-CASOS                    VALUE 'Y'.
000525     88  WS-NO-FIN-CASOS                 VALUE 'N'.
000526
000527 77  WS-RUN-BLOQ-SW          PIC X       VALUE 'N'.
000528     88  WS-RUN-BLOQUEADA                VALUE 'Y'.
000529     88  WS-RUN-NO-BLOQUEADA             VALUE 'N'.
000530
000531********  PARAMETROS DE LAS REGLAS (DDAMLPAR)  *
000532
000533*    UMBRAL DE REPORTE POR MONEDA
000534 77  WS-UMBRAL-ARS           PIC 9(09)V99 VALUE 1000000.
000535 77  WS-UMBRAL-USD           PIC 9(09)V99 VALUE 10000.
000536*    ESTRUCTURACION: PISO (% DEL UMBRAL), VENTANA EN DIAS Y
000537*    CANTIDAD MINIMA DE MOVIMIENTOS ENTRE PISO Y UMBRAL
000538 77  WS-EST-PCT              PIC 9(03)   VALUE 080.
000539 77  WS-EST-DIAS             PIC 9(03)   VALUE 007.
000540 77  WS-EST-CANT             PIC 9(03)   VALUE 003.
000541*    DIAS SIN MOVIMIENTOS DE CLIENTE A PARTIR DE LOS CUALES
000542*    LA CUENTA SE CONSIDERA INACTIVA (MISMO UMBRAL QUE USA
000543*    PGMAPJ1D PARA MARCARLA DORMIDA)
000544 77  WS-DORM-DIAS            PIC 9(05)   VALUE 00180.
000545*    CUENTA NUEVA: DIAS DESDE EL ALTA Y VOLUMEN (% DEL
000546*    UMBRAL) QUE DISPARA LA ALERTA
000547 77  WS-NUE-DIAS             PIC 9(03)   VALUE 030.
000548 77  WS-NUE-PCT              PIC 9(03)   VALUE 050.
000549*    TRANSFERENCIAS: DIAS ENTRE LA ENTRADA Y LA SALIDA, % DE
000550*    LA ENTRADA QUE DEBE SALIR Y MINIMO (% DEL UMBRAL) DE
000551*    CADA PATA PARA SER CONSIDERADA
000552 77  WS-TRF-DIAS             PIC 9(03)   VALUE 002.
000553 77  WS-TRF-PCT              PIC 9(03)   VALUE 080.
000554 77  WS-TRF-MIN-PCT          PIC 9(03)   VALUE 020.
000555
000556 01  WS-REG-PARM-AML.
000557     03  WS-PAML-UMBRAL-ARS  PIC 9(09)V99.
000558     03  WS-PAML-UMBRAL-USD  PIC 9(09)V99.
000559     03  WS-PAML-EST-PCT     PIC 9(03).
000560     03  WS-PAML-EST-DIAS    PIC 9(03).
000561     03  WS-PAML-EST-CANT    PIC 9(03).
000562     03  WS-PAML-DORM-DIAS   PIC 9(05).
000563     03  WS-PAML-NUE-DIAS    PIC 9(03).
000564     03  WS-PAML-NUE-PCT     PIC 9(03).
000565     03  WS-PAML-TRF-DIAS    PIC 9(03).
000566     03  WS-PAML-TRF-PCT     PIC 9(03).
000567     03  WS-PAML-TRF-MIN-PCT PIC 9(03).
000568
000569********  FECHAS Y DIAS (BASE 30/360)  *
000570
000571 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000572 01  FILLER REDEFINES WS-FECHA-PROCESO.
000573     03  WS-FEC-PRO-ANIO     PIC 9(04).
000574     03  WS-FEC-PRO-MES      PIC 9(02).
000575     03  WS-FEC-PRO-DIA      PIC 9(02).
000576
000577 01  WS-FEC-TRABAJO          PIC 9(08)   VALUE ZEROS.
000578 01  FILLER REDEFINES WS-FEC-TRABAJO.
000579     03  WS-FEC-TRA-ANIO     PIC 9(04).
000580     03  WS-FEC-TRA-MES      PIC 9(02).
000581     03  WS-FEC-TRA-DIA      PIC 9(02).
000582
000583*    VENTANA DE ANALISIS: LA FECHA DE PROCESO Y LOS 30 DIAS
000584*    ANTERIORES
000585 77  WS-VENTANA-DIAS         PIC 9(03)   VALUE 030.
000586 77  WS-DIAS-HOY             PIC 9(07)   VALUE ZEROS.
000587 77  WS-DIAS-VENTANA         PIC 9(07)   VALUE ZEROS.
000588 77  WS-DIAS-FECHA           PIC 9(07)   VALUE ZEROS.
000589 77  WS-DIAS-DESDE           PIC 9(07)   VALUE ZEROS.
000590
000591 01  WS-FECHA.
000592     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000593     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000594     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000595
000596 01  WS-REG-PARM.
000597     03  WS-PARM-FECHA       PIC 9(08).
000598
000599********  MOVIMIENTOS DE LA CUENTA EN LA VENTANA  *
000600
000601 01  WS-CTA-ACTUAL.
000602     03  WS-CTA-ACT-NRO      PIC 9(05)   VALUE ZEROS.
000603     03  WS-CTA-ACT-TIPO     PIC 9(02)   VALUE ZEROS.
000604     03  WS-CTA-ACT-CUENTA   PIC 9(08)   VALUE ZEROS.
000605
000606 01  WS-CTA-LEIDA.
000607     03  WS-CTA-LEI-NRO      PIC 9(05)   VALUE ZEROS.
000608     03  WS-CTA-LEI-TIPO     PIC 9(02)   VALUE ZEROS.
000609     03  WS-CTA-LEI-CUENTA   PIC 9(08)   VALUE ZEROS.
000610
000611 77  WS-CTA-PRIMERA-SW       PIC X       VALUE 'Y'.
000612     88  WS-CTA-PRIMERA                  VALUE 'Y'.
000613     88  WS-CTA-NO-PRIMERA               VALUE 'N'.
000614
000615*    ULTIMA FECHA CON MOVIMIENTOS DE CLIENTE ANTERIOR A LA
000616*    FECHA DE PROCESO (CERO = NINGUNA EN EL DIARIO)
000617 77  WS-CTA-ULT-PREVIA       PIC 9(08)   VALUE ZEROS.
000618 77  WS-CTA-MOV-HOY          PIC 9(05)   VALUE ZEROS.
000619 77  WS-CTA-IMP-HOY          PIC 9(11)V99 VALUE ZEROS.
000620 77  WS-CTA-MONEDA           PIC X(03)   VALUE SPACES.
000621 77  WS-CTA-ULT-ASIENTO      PIC X(21)   VALUE SPACES.
000622 77  WS-CTA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000623
000624 77  WS-CLI-HALLADO-SW       PIC X       VALUE 'N'.
000625     88  WS-CLI-HALLADO                  VALUE 'Y'.
000626     88  WS-CLI-NO-HALLADO               VALUE 'N'.
000627
000628 77  WS-TM-MAX               PIC 9(04) COMP VALUE 500.
000629 77  WS-TM-CANT              PIC 9(04) COMP VALUE ZEROS.
000630 77  WS-TM-IDX               PIC 9(04) COMP VALUE ZEROS.
000631 77  WS-TM-IDX2              PIC 9(04) COMP VALUE ZEROS.
000632
000633 01  WS-TAB-MOV.
000634     03  WS-TM-ENT           OCCURS 500 TIMES.
000635         05  WS-TM-FECHA     PIC 9(08).
000636         05  WS-TM-DIAS      PIC 9(07).
000637         05  WS-TM-CONCEPTO  PIC X(03).
000638             88  WS-TM-ES-TRANSF         VALUE 'TRF'.
000639         05  WS-TM-IMPORTE   PIC S9(09)V99.
000640         05  WS-TM-IMP-ABS   PIC 9(09)V99.
000641         05  WS-TM-CONTRA-TIPO   PIC 9(02).
000642         05  WS-TM-CONTRA-CUENTA PIC 9(08).
000643         05  WS-TM-ASIENTO   PIC X(21).
000644
000645********  EVALUACION DE LAS REGLAS  *
000646
000647 77  WS-UMBRAL-CTA           PIC 9(09)V99 VALUE ZEROS.
000648 77  WS-PISO-EST             PIC 9(09)V99 VALUE ZEROS.
000649 77  WS-MONTO-NUEVA          PIC 9(09)V99 VALUE ZEROS.
000650 77  WS-MINIMO-TRF           PIC 9(09)V99 VALUE ZEROS.
000651 77  WS-ACUM-CANT            PIC 9(05)   VALUE ZEROS.
000652 77  WS-ACUM-IMPORTE         PIC 9(11)V99 VALUE ZEROS.
000653 77  WS-ACUM-DESDE           PIC 9(08)   VALUE ZEROS.
000654 77  WS-ACUM-ASIENTO         PIC X(21)   VALUE SPACES.
000655 77  WS-CALC-PORC            PIC 9(13)V99 VALUE ZEROS.
000656
000657 77  WS-ACUM-HOY-SW          PIC X       VALUE 'N'.
000658     88  WS-ACUM-CON-HOY                 VALUE 'Y'.
000659     88  WS-ACUM-SIN-HOY                 VALUE 'N'.
000660
000661 77  WS-TRF-HALLADA-SW       PIC X       VALUE 'N'.
000662     88  WS-TRF-HALLADA                  VALUE 'Y'.
000663     88  WS-TRF-NO-HALLADA               VALUE 'N'.
000664
000665*    CLIENTE DE LA CONTRAPARTE DE UNA PATA DE TRANSFERENCIA
000666*    (CERO = CUENTA CONTRAPARTE NO ENCONTRADA)
000667 77  WS-CONTRA-NRO           PIC 9(05)   VALUE ZEROS.
000668 77  WS-CONTRA-DEST          PIC 9(05)   VALUE ZEROS.
000669
000670********  CASOS YA EXISTENTES (NO REPETIR ALERTAS)  *
000671
000672 77  WS-TC-MAX               PIC 9(04) COMP VALUE 3000.
000673 77  WS-TC-CANT              PIC 9(04) COMP VALUE ZEROS.
000674 77  WS-TC-IDX               PIC 9(04) COMP VALUE ZEROS.
000675 77  WS-TC-HALLADO           PIC 9(04) COMP VALUE ZEROS.
000676
000677 01  WS-TAB-CASO.
000678     03  WS-TC-ENT           OCCURS 3000 TIMES.
000679         05  WS-TC-CTA       PIC X(15).
000680         05  WS-TC-REGLA     PIC X(01).
000681         05  WS-TC-DIAS      PIC 9(07).
000682         05  WS-TC-ASIENTO   PIC X(21).
000683
000684*    CASO BUSCADO: REGLA, CUENTA Y PRIMER DIA (BASE 30/360)
000685*    DESDE EL CUAL UN CASO EXISTENTE YA CUBRE EL HALLAZGO
000686 77  WS-BUS-REGLA            PIC X(01)   VALUE SPACE.
000687 77  WS-BUS-DIAS             PIC 9(07)   VALUE ZEROS.
000688 77  WS-BUS-ASIENTO          PIC X(21)   VALUE SPACES.
000689
000690*    ULTIMA SECUENCIA DE ALERTA USADA EN LA FECHA DE PROCESO
000691*    (UNA SEGUNDA CORRIDA DEL DIA CONTINUA LA NUMERACION)
000692 77  WS-ULT-SECUEN           PIC 9(05)   VALUE ZEROS.
000693
000694********  CONTADORES DE CONTROL  *
000695
000696 77  WS-LEIDOS-DIARIO        PIC 9(07)   VALUE ZEROS.
000697 77  WS-CANT-CONSIDERADOS    PIC 9(07)   VALUE ZEROS.
000698 77  WS-CANT-CTAS-HOY        PIC 9(07)   VALUE ZEROS.
000699 77  WS-CANT-CASOS-PREV      PIC 9(07)   VALUE ZEROS.
000700 77  WS-CANT-ALE-UMBRAL      PIC 9(05)   VALUE ZEROS.
000701 77  WS-CANT-ALE-ESTRUCT     PIC 9(05)   VALUE ZEROS.
000702 77  WS-CANT-ALE-DORMIDA     PIC 9(05)   VALUE ZEROS.
000703 77  WS-CANT-ALE-NUEVA       PIC 9(05)   VALUE ZEROS.
000704 77  WS-CANT-ALE-TRANSF      PIC 9(05)   VALUE ZEROS.
000705 77  WS-CANT-YA-ALERTADAS    PIC 9(05)   VALUE ZEROS.
000706 77  WS-CANT-DESBORDE        PIC 9(07)   VALUE ZEROS.
000707 77  WS-CANT-LISTADAS        PIC 9(05)   VALUE ZEROS.
000708
000709********  REPORTE DE ALERTAS POR SUCURSAL  *
000710
000711 77  WS-SUC-PRIMERA-SW       PIC X       VALUE 'Y'.
000712     88  WS-SUC-PRIMERA                  VALUE 'Y'.
000713     88  WS-SUC-NO-PRIMERA               VALUE 'N'.
000714 77  WS-SUC-ANTERIOR         PIC 9(03)   VALUE ZEROS.
000715 77  WS-SUC-CANT             PIC 9(05)   VALUE ZEROS.
000716
000717 01  WS-LIN-CABECERA.
000718     03  FILLER              PIC X(01) VALUE SPACE.
000719     03  FILLER              PIC X(44) VALUE
000720             'ALERTAS DE PREVENCION DE LAVADO - PGMAPJ4A'.
000721     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000722     03  WS-CAB-FECHA        PIC 9(08).
000723     03  FILLER              PIC X(72) VALUE SPACES.
000724
000725 01  WS-LIN-SALIDA.
000726     03  FILLER              PIC X(01)   VALUE SPACE.
000727     03  WS-LIN-TEXTO        PIC X(131).
000728
000729 77  WS-LIN-REGLA            PIC X(24)   VALUE SPACES.
000730 01  WS-LIN-EDIT-IMPORTE     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
000731
000732 01  WS-LEYEN-LEIDOS         PIC X(35)
000733         VALUE '* ASIENTOS DE DIARIO LEIDOS = '.
000734 01  WS-LEYEN-CONSID         PIC X(35)
000735         VALUE '* MOVIMIENTOS DE CLIENTE    = '.
000736 01  WS-LEYEN-CTAS-HOY       PIC X(35)
000737         VALUE '* CUENTAS CON ACTIVIDAD HOY = '.
000738 01  WS-LEYEN-CASOS-PREV     PIC X(35)
000739         VALUE '* CASOS PREVIOS EN VENTANA  = '.
000740 01  WS-LEYEN-ALE-UMBRAL     PIC X(35)
000741         VALUE '* ALERTAS SOBRE UMBRAL      = '.
000742 01  WS-LEYEN-ALE-ESTRUCT    PIC X(35)
000743         VALUE '* ALERTAS ESTRUCTURACION    = '.
000744 01  WS-LEYEN-ALE-DORMIDA    PIC X(35)
000745         VALUE '* ALERTAS CUENTA INACTIVA   = '.
000746 01  WS-LEYEN-ALE-NUEVA      PIC X(35)
000747         VALUE '* ALERTAS CUENTA NUEVA      = '.
000748 01  WS-LEYEN-ALE-TRANSF     PIC X(35)
000749         VALUE '* ALERTAS TRANSF. RAPIDAS   = '.
000750 01  WS-LEYEN-YA-ALERTADAS   PIC X(35)
000751         VALUE '* HALLAZGOS YA ALERTADOS    = '.
000752 01  WS-LEYEN-DESBORDE       PIC X(35)
000753         VALUE '* MOVIM. FUERA DE TABLA     = '.
000754 01  WS-LEYEN-LISTADAS       PIC X(35)
000755         VALUE '* ALERTAS DEL DIA LISTADAS  = '.
000756
000757     COPY "LAYOUT-Diario.cpy".
000758     COPY "LAYOUT-Clients.cpy".
000759     COPY "LAYOUT-Demog.cpy".
000760     COPY "LAYOUT-AmlCaso.cpy".
000761     COPY "LAYOUT-RunCtl.cpy".
000762
000763 PROCEDURE DIVISION.
000764
000765 MAIN-PROGRAM.
000766
000767     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000768
000769     IF WS-RUN-BLOQUEADA
000770        GO TO F-MAIN-PROGRAM
000771     END-IF
000772
000773     IF WS-NO-FIN-LECTURA
000774
000775        SORT SORT-FILE
000776             ON ASCENDING KEY SORT-NRO SORT-CLAVE
000777                              SORT-FEC-PROCESO
000778             WITH DUPLICATES IN ORDER
000779             INPUT  PROCEDURE IS 2000-SELECCIONAR-DIARIO
000780                               THRU F-2000-SELECCIONAR-DIARIO
000781             OUTPUT PROCEDURE IS 3000-EVALUAR-CUENTAS
000782                               THRU F-3000-EVALUAR-CUENTAS
000783
000784     END-IF.
000785
000786     IF WS-NO-FIN-LECTURA
000787
000788        SORT SORT-ALE
000789             ON ASCENDING KEY SALE-SUCURSAL SALE-CASO
000790             INPUT  PROCEDURE IS 4000-SELECCIONAR-ALERTAS
000791                               THRU F-4000-SELECCIONAR-ALERTAS
000792             OUTPUT PROCEDURE IS 5000-LISTAR-ALERTAS
000793                               THRU F-5000-LISTAR-ALERTAS
000794
000795     END-IF.
000796
000797     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000798
000799 F-MAIN-PROGRAM. GOBACK.
000800
000801**************************************
000802* INICIALIZACION                     *
000803**************************************
000804
000805 1000-INICIO.
000806
000807     SET WS-NO-FIN-LECTURA TO TRUE.
000808
000809     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000810     PERFORM 1070-LEER-PARM-AML   THRU F-1070-LEER-PARM-AML.
000811
000812*    EL DIARIO DEL DIA DEBE ESTAR COMPLETO ANTES DE ANALIZARLO
000813
000814     PERFORM 1600-CONTROL-INTERBLOQUEO
000815                 THRU F-1600-CONTROL-INTERBLOQUEO
000816
000817     IF WS-RUN-BLOQUEADA
000818        SET WS-FIN-LECTURA TO TRUE
000819        GO TO F-1000-INICIO
000820     END-IF
000821
000822     MOVE WS-FECHA-PROCESO TO WS-FEC-TRABAJO
000823     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
000824     MOVE WS-DIAS-FECHA    TO WS-DIAS-HOY
000825     COMPUTE WS-DIAS-VENTANA = WS-DIAS-HOY - WS-VENTANA-DIAS
000826
000827     OPEN INPUT  FILE-DIA.
000828     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000829        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000830        MOVE 9999 TO RETURN-CODE
000831        SET  WS-FIN-LECTURA TO TRUE
000832     END-IF.
000833
000834     OPEN INPUT  FILE1.
000835     IF WS-FIL1-CODE IS NOT EQUAL '00'
000836        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000837        MOVE 9999 TO RETURN-CODE
000838        SET  WS-FIN-LECTURA TO TRUE
000839     END-IF.
000840
000841     OPEN INPUT  FILE-DEM.
000842     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000843        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000844        MOVE 9999 TO RETURN-CODE
000845        SET  WS-FIN-LECTURA TO TRUE
000846     END-IF.
000847
000848     OPEN I-O    FILE-CAS.
000849     IF WS-FILCAS-CODE IS NOT EQUAL '00'
000850        AND WS-FILCAS-CODE IS NOT EQUAL '05'
000851        DISPLAY '* ERROR EN OPEN AMLCAS  = ' WS-FILCAS-CODE
000852        MOVE 9999 TO RETURN-CODE
000853        SET  WS-FIN-LECTURA TO TRUE
000854     END-IF.
000855
000856     OPEN OUTPUT FILE-LIS.
000857     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000858        DISPLAY '* ERROR EN OPEN AMLLIS  = ' WS-FILLIS-CODE
000859        MOVE 9999 TO RETURN-CODE
000860        SET  WS-FIN-LECTURA TO TRUE
000861     END-IF.
000862
000863     IF WS-NO-FIN-LECTURA
000864        PERFORM 1200-CARGAR-CASOS THRU F-1200-CARGAR-CASOS
000865     END-IF.
000866
000867 F-1000-INICIO.   EXIT.
000868
000869**************************************
000870*  FECHA DE PROCESO: DDPARM O FECHA  *
000871*  DEL SISTEMA                       *
000872**************************************
000873
000874 1050-LEER-PARM-FECHA.
000875
000876     OPEN INPUT FILE-PARM.
000877
000878     IF WS-FILPARM-CODE IS EQUAL '00'
000879
000880        READ FILE-PARM INTO WS-REG-PARM
000881
000882        IF WS-FILPARM-CODE IS EQUAL '00'
000883           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000884           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000885           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000886                                      WS-PARM-FECHA
000887        ELSE
000888           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000889        END-IF
000890
000891        CLOSE FILE-PARM
000892
000893     ELSE
000894
000895        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000896        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000897
000898     END-IF.
000899
000900 F-1050-LEER-PARM-FECHA. EXIT.
000901
000902 1060-FECHA-SISTEMA.
000903
000904     ACCEPT WS-FECHA FROM DATE
000905     COMPUTE WS-FECHA-PROCESO = 20000000
000906                              + WS-FECHA-AA * 10000
000907                              + WS-FECHA-MM * 100
000908                              + WS-FECHA-DD.
000909
000910 F-1060-FECHA-SISTEMA. EXIT.
000911
000912**************************************
000913*  UMBRALES Y VENTANAS DE LAS REGLAS:*
000914*  DDAMLPAR O VALORES POR DEFECTO    *
000915*  (UN CAMPO EN CERO CONSERVA EL     *
000916*  VALOR POR DEFECTO)                *
000917**************************************
000918
000919 1070-LEER-PARM-AML.
000920
000921     OPEN INPUT FILE-APAR.
000922
000923     IF WS-FILAPAR-CODE IS NOT EQUAL '00'
000924        DISPLAY '* SIN DDAMLPAR, REGLAS CON VALORES POR DEFECTO'
000925        GO TO F-1070-LEER-PARM-AML
000926     END-IF
000927
000928     READ FILE-APAR INTO WS-REG-PARM-AML
000929
000930     IF WS-FILAPAR-CODE IS EQUAL '00'
000931        IF WS-PAML-UMBRAL-ARS IS NOT EQUAL ZEROS
000932           MOVE WS-PAML-UMBRAL-ARS  TO WS-UMBRAL-ARS
000933        END-IF
000934        IF WS-PAML-UMBRAL-USD IS NOT EQUAL ZEROS
000935           MOVE WS-PAML-UMBRAL-USD  TO WS-UMBRAL-USD
000936        END-IF
000937        IF WS-PAML-EST-PCT IS NOT EQUAL ZEROS
000938           MOVE WS-PAML-EST-PCT     TO WS-EST-PCT
000939        END-IF
000940        IF WS-PAML-EST-DIAS IS NOT EQUAL ZEROS
000941           MOVE WS-PAML-EST-DIAS    TO WS-EST-DIAS
000942        END-IF
000943        IF WS-PAML-EST-CANT IS NOT EQUAL ZEROS
000944           MOVE WS-PAML-EST-CANT    TO WS-EST-CANT
000945        END-IF
000946        IF WS-PAML-DORM-DIAS IS NOT EQUAL ZEROS
000947           MOVE WS-PAML-DORM-DIAS   TO WS-DORM-DIAS
000948        END-IF
000949        IF WS-PAML-NUE-DIAS IS NOT EQUAL ZEROS
000950           MOVE WS-PAML-NUE-DIAS    TO WS-NUE-DIAS
000951        END-IF
000952        IF WS-PAML-NUE-PCT IS NOT EQUAL ZEROS
000953           MOVE WS-PAML-NUE-PCT     TO WS-NUE-PCT
000954        END-IF
000955        IF WS-PAML-TRF-DIAS IS NOT EQUAL ZEROS
000956           MOVE WS-PAML-TRF-DIAS    TO WS-TRF-DIAS
000957        END-IF
000958        IF WS-PAML-TRF-PCT IS NOT EQUAL ZEROS
000959           MOVE WS-PAML-TRF-PCT     TO WS-TRF-PCT
000960        END-IF
000961        IF WS-PAML-TRF-MIN-PCT IS NOT EQUAL ZEROS
000962           MOVE WS-PAML-TRF-MIN-PCT TO WS-TRF-MIN-PCT
000963        END-IF
000964     END-IF
000965
000966     CLOSE FILE-APAR.
000967
000968*    LAS VENTANAS DE ESTRUCTURACION Y TRANSFERENCIAS NO PUEDEN
000969*    SALIR DE LA VENTANA DE ANALISIS
000970
000971     IF WS-EST-DIAS IS GREATER THAN WS-VENTANA-DIAS
000972        MOVE WS-VENTANA-DIAS TO WS-EST-DIAS
000973     END-IF
000974     IF WS-TRF-DIAS IS GREATER THAN WS-VENTANA-DIAS
000975        MOVE WS-VENTANA-DIAS TO WS-TRF-DIAS
000976     END-IF
000977
000978     DISPLAY '* UMBRAL ARS = ' WS-UMBRAL-ARS
000979             ' USD = ' WS-UMBRAL-USD.
000980
000981 F-1070-LEER-PARM-AML. EXIT.
000982
000983**************************************
000984*  CARGAR LOS CASOS YA LEVANTADOS EN *
000985*  LA VENTANA, PARA NO REPETIR UNA   *
000986*  ALERTA EN DIAS SUCESIVOS NI EN UNA*
000987*  SEGUNDA CORRIDA DEL MISMO DIA     *
000988**************************************
000989
000990 1200-CARGAR-CASOS.
000991
000992     MOVE ZEROS TO WS-TC-CANT
000993     MOVE ZEROS TO WS-ULT-SECUEN
000994     SET WS-NO-FIN-CASOS TO TRUE
000995
000996     IF WS-FILCAS-CODE IS EQUAL '05'
000997        GO TO F-1200-CARGAR-CASOS
000998     END-IF
000999
001000     PERFORM 1210-CARGAR-UN-CASO THRU F-1210-CARGAR-UN-CASO
001001               UNTIL WS-FIN-CASOS.
001002
001003 F-1200-CARGAR-CASOS. EXIT.
001004
001005 1210-CARGAR-UN-CASO.
001006
001007     READ FILE-CAS NEXT RECORD INTO WS-REG-AMLCASO
001008
001009     EVALUATE WS-FILCAS-CODE
001010
001011        WHEN '00'
001012           CONTINUE
001013
001014        WHEN '10'
001015           SET WS-FIN-CASOS TO TRUE
001016           GO TO F-1210-CARGAR-UN-CASO
001017
001018        WHEN OTHER
001019           DISPLAY '* ERROR EN LECTURA AMLCAS = ' WS-FILCAS-CODE
001020           MOVE 9999 TO RETURN-CODE
001021           SET WS-FIN-CASOS   TO TRUE
001022           SET WS-FIN-LECTURA TO TRUE
001023           GO TO F-1210-CARGAR-UN-CASO
001024
001025     END-EVALUATE
001026
001027     IF WS-AML-FECHA IS EQUAL WS-FECHA-PROCESO
001028        AND WS-AML-SECUEN IS GREATER THAN WS-ULT-SECUEN
001029        MOVE WS-AML-SECUEN TO WS-ULT-SECUEN
001030     END-IF
001031
001032     MOVE WS-AML-FECHA TO WS-FEC-TRABAJO
001033     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
001034
001035     IF WS-DIAS-FECHA IS LESS THAN WS-DIAS-VENTANA
001036        OR WS-AML-FECHA IS GREATER THAN WS-FECHA-PROCESO
001037        GO TO F-1210-CARGAR-UN-CASO
001038     END-IF
001039
001040     IF WS-TC-CANT IS NOT LESS THAN WS-TC-MAX
001041        DISPLAY '* TABLA DE CASOS PREVIOS LLENA, MAXIMO = '
001042                WS-TC-MAX
001043        MOVE 9999 TO RETURN-CODE
001044        SET WS-FIN-CASOS   TO TRUE
001045        SET WS-FIN-LECTURA TO TRUE
001046        GO TO F-1210-CARGAR-UN-CASO
001047     END-IF
001048
001049     ADD 1 TO WS-TC-CANT
001050     ADD 1 TO WS-CANT-CASOS-PREV
001051     MOVE WS-AML-CTA     TO WS-TC-CTA     (WS-TC-CANT)
001052     MOVE WS-AML-REGLA   TO WS-TC-REGLA   (WS-TC-CANT)
001053     MOVE WS-DIAS-FECHA  TO WS-TC-DIAS    (WS-TC-CANT)
001054     MOVE WS-AML-ASIENTO TO WS-TC-ASIENTO (WS-TC-CANT).
001055
001056 F-1210-CARGAR-UN-CASO. EXIT.
001057
001058**************************************
001059*  INTERBLOQUEO: SIN PGMAPJ1D (PASO  *
001060*  04) COMPLETO PARA LA FECHA EL     *
001061*  DIARIO DEL DIA ESTA INCOMPLETO    *
001062**************************************
001063
001064 1600-CONTROL-INTERBLOQUEO.
001065
001066     OPEN INPUT FILE-RUN.
001067
001068     IF WS-FILRUN-CODE IS EQUAL '05'
001069        OR WS-FILRUN-CODE IS EQUAL '35'
001070        DISPLAY '* SIN DDRUNCTL, MONITOREO SIN INTERBLOQUEO'
001071        GO TO F-1600-CONTROL-INTERBLOQUEO
001072     END-IF
001073
001074     IF WS-FILRUN-CODE IS NOT EQUAL '00'
001075        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
001076        MOVE 9999 TO RETURN-CODE
001077        SET WS-FIN-LECTURA TO TRUE
001078        GO TO F-1600-CONTROL-INTERBLOQUEO
001079     END-IF
001080
001081     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
001082     MOVE 04               TO REG-RUN-PASO
001083
001084     READ FILE-RUN INTO WS-REG-RUNCTL
001085        KEY IS REG-RUN-CLAVE
001086
001087     EVALUATE WS-FILRUN-CODE
001088
001089        WHEN '00'
001090           IF NOT WS-RUN-EST-COMPLETO
001091              DISPLAY '* PASO ' REG-RUN-PASO ' ('
001092                      WS-RUN-PROGRAMA ') NO COMPLETO, '
001093                      'MONITOREO BLOQUEADO *'
001094              MOVE 8 TO RETURN-CODE
001095              SET WS-RUN-BLOQUEADA TO TRUE
001096           END-IF
001097
001098        WHEN '23'
001099           DISPLAY '* PASO ' REG-RUN-PASO ' NO CORRIDO, '
001100                   'MONITOREO BLOQUEADO *'
001101           MOVE 8 TO RETURN-CODE
001102           SET WS-RUN-BLOQUEADA TO TRUE
001103
001104        WHEN OTHER
001105           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
001106           MOVE 9999 TO RETURN-CODE
001107           SET WS-FIN-LECTURA TO TRUE
001108
001109     END-EVALUATE
001110
001111     CLOSE FILE-RUN.
001112
001113 F-1600-CONTROL-INTERBLOQUEO. EXIT.
001114
001115**************************************
001116*  DIAS (BASE 30/360) DE LA FECHA EN *
001117*  WS-FEC-TRABAJO                    *
001118**************************************
001119
001120 1900-CALCULAR-DIAS.
001121
001122     COMPUTE WS-DIAS-FECHA = WS-FEC-TRA-ANIO * 360
001123                           + WS-FEC-TRA-MES  * 30
001124                           + WS-FEC-TRA-DIA.
001125
001126 F-1900-CALCULAR-DIAS. EXIT.
001127
001128**************************************
001129* RECORRER EL DIARIO Y LIBERAR AL    *
001130* SORT LOS MOVIMIENTOS DE CLIENTE    *
001131* (MOV, MVI, TRF) HASTA LA FECHA DE  *
001132* PROCESO; LOS ANTERIORES A LA       *
001133* VENTANA SOLO DAN LA ULTIMA FECHA DE*
001134* ACTIVIDAD DE LA CUENTA             *
001135**************************************
001136
001137 2000-SELECCIONAR-DIARIO.
001138
001139     SET WS-NO-FIN-FILE TO TRUE.
001140
001141     PERFORM 2010-SELECCIONAR-UNO THRU F-2010-SELECCIONAR-UNO
001142               UNTIL WS-FIN-FILE.
001143
001144 F-2000-SELECCIONAR-DIARIO. EXIT.
001145
001146 2010-SELECCIONAR-UNO.
001147
001148     READ FILE-DIA INTO WS-REG-DIARIO
001149
001150     EVALUATE WS-FILDIA-CODE
001151
001152        WHEN '00'
001153           ADD 1 TO WS-LEIDOS-DIARIO
001154
001155        WHEN '10'
001156           SET WS-FIN-FILE TO TRUE
001157           GO TO F-2010-SELECCIONAR-UNO
001158
001159        WHEN OTHER
001160           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
001161           MOVE 9999 TO RETURN-CODE
001162           SET WS-FIN-FILE    TO TRUE
001163           SET WS-FIN-LECTURA TO TRUE
001164           GO TO F-2010-SELECCIONAR-UNO
001165
001166     END-EVALUATE
001167
001168     IF WS-DIA-FEC-PROCESO IS GREATER THAN WS-FECHA-PROCESO
001169        GO TO F-2010-SELECCIONAR-UNO
001170     END-IF
001171
001171*    LAS TRANSFERENCIAS CON OTROS BANCOS (TRE ENVIADA, TRI
001171*    RECIBIDA) CUENTAN PARA UMBRAL, ESTRUCTURACION, DORMIDA Y
001171*    CUENTA NUEVA; LA REGLA T SIGUE SOLO CON TRF PORQUE
001171*    NECESITA EL CLIENTE CONTRAPARTE. LA DEVOLUCION TRD NO ES
001171*    OPERATORIA DEL CLIENTE
001171
001172     IF WS-DIA-ES-MOVIMIENTO
001173        OR WS-DIA-ES-MOV-INTRADIA
001174        OR WS-DIA-ES-TRANSFERENCIA
001174        OR WS-DIA-ES-TRF-ENVIADA
001174        OR WS-DIA-ES-TRF-RECIBIDA
001175        ADD 1 TO WS-CANT-CONSIDERADOS
001176        RELEASE REG-SORT FROM WS-REG-DIARIO
001177     END-IF.
001178
001179 F-2010-SELECCIONAR-UNO. EXIT.
001180
001181**************************************
001182* RECORRER LOS MOVIMIENTOS POR CUENTA*
001183* Y EVALUAR LAS REGLAS EN CADA CORTE *
001184**************************************
001185
001186 3000-EVALUAR-CUENTAS.
001187
001188     SET WS-NO-FIN-SORT  TO TRUE.
001189     SET WS-CTA-PRIMERA  TO TRUE.
001190
001191     PERFORM 3010-EVALUAR-UNO THRU F-3010-EVALUAR-UNO
001192               UNTIL WS-FIN-SORT.
001193
001194     IF WS-CTA-NO-PRIMERA
001195        PERFORM 3500-EVALUAR-CUENTA THRU F-3500-EVALUAR-CUENTA
001196     END-IF.
001197
001198 F-3000-EVALUAR-CUENTAS. EXIT.
001199
001200 3010-EVALUAR-UNO.
001201
001202     RETURN SORT-FILE INTO WS-REG-DIARIO
001203
001204        AT END
001205           SET WS-FIN-SORT TO TRUE
001206
001207        NOT AT END
001208           PERFORM 3100-ACUMULAR-MOVIMIENTO
001209                       THRU F-3100-ACUMULAR-MOVIMIENTO
001210
001211     END-RETURN.
001212
001213 F-3010-EVALUAR-UNO. EXIT.
001214
001215**************************************
001216* CORTE POR CUENTA Y CARGA DEL       *
001217* MOVIMIENTO EN LA TABLA DE LA VENTANA*
001218**************************************
001219
001220 3100-ACUMULAR-MOVIMIENTO.
001221
001222     MOVE WS-DIA-NRO    TO WS-CTA-LEI-NRO
001223     MOVE WS-DIA-TIPO   TO WS-CTA-LEI-TIPO
001224     MOVE WS-DIA-CUENTA TO WS-CTA-LEI-CUENTA
001225
001226     IF WS-CTA-PRIMERA
001227        OR WS-CTA-LEIDA IS NOT EQUAL WS-CTA-ACTUAL
001228
001229        IF WS-CTA-NO-PRIMERA
001230           PERFORM 3500-EVALUAR-CUENTA THRU F-3500-EVALUAR-CUENTA
001231        END-IF
001232
001233        SET WS-CTA-NO-PRIMERA TO TRUE
001234        MOVE WS-CTA-LEIDA  TO WS-CTA-ACTUAL
001235        MOVE ZEROS         TO WS-TM-CANT
001236        MOVE ZEROS         TO WS-CTA-ULT-PREVIA
001237        MOVE ZEROS         TO WS-CTA-MOV-HOY
001238        MOVE ZEROS         TO WS-CTA-IMP-HOY
001239        MOVE SPACES        TO WS-CTA-ULT-ASIENTO
001240
001241     END-IF
001242
001243     MOVE WS-DIA-MONEDA TO WS-CTA-MONEDA
001244
001245     IF WS-DIA-FEC-PROCESO IS LESS THAN WS-FECHA-PROCESO
001246        MOVE WS-DIA-FEC-PROCESO TO WS-CTA-ULT-PREVIA
001247     END-IF
001248
001249     MOVE WS-DIA-FEC-PROCESO TO WS-FEC-TRABAJO
001250     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
001251
001252     IF WS-DIAS-FECHA IS LESS THAN WS-DIAS-VENTANA
001253        GO TO F-3100-ACUMULAR-MOVIMIENTO
001254     END-IF
001255
001256     IF WS-TM-CANT IS NOT LESS THAN WS-TM-MAX
001257        ADD 1 TO WS-CANT-DESBORDE
001258        GO TO F-3100-ACUMULAR-MOVIMIENTO
001259     END-IF
001260
001261     ADD 1 TO WS-TM-CANT
001262     MOVE WS-DIA-FEC-PROCESO TO WS-TM-FECHA    (WS-TM-CANT)
001263     MOVE WS-DIAS-FECHA      TO WS-TM-DIAS     (WS-TM-CANT)
001264     MOVE WS-DIA-CONCEPTO    TO WS-TM-CONCEPTO (WS-TM-CANT)
001265     MOVE WS-DIA-IMPORTE     TO WS-TM-IMPORTE  (WS-TM-CANT)
001266     MOVE WS-DIA-CONTRA-TIPO TO WS-TM-CONTRA-TIPO (WS-TM-CANT)
001267     MOVE WS-DIA-CONTRA-CUENTA
001268                             TO WS-TM-CONTRA-CUENTA (WS-TM-CANT)
001269     MOVE WS-DIA-ASIENTO     TO WS-TM-ASIENTO  (WS-TM-CANT)
001270
001271     IF WS-DIA-IMPORTE IS LESS THAN ZERO
001272        COMPUTE WS-TM-IMP-ABS (WS-TM-CANT) = 0 - WS-DIA-IMPORTE
001273     ELSE
001274        MOVE WS-DIA-IMPORTE TO WS-TM-IMP-ABS (WS-TM-CANT)
001275     END-IF
001276
001277     IF WS-DIA-FEC-PROCESO IS EQUAL WS-FECHA-PROCESO
001278        ADD 1 TO WS-CTA-MOV-HOY
001279        ADD WS-TM-IMP-ABS (WS-TM-CANT) TO WS-CTA-IMP-HOY
001280        MOVE WS-DIA-ASIENTO TO WS-CTA-ULT-ASIENTO
001281     END-IF.
001282
001283 F-3100-ACUMULAR-MOVIMIENTO. EXIT.
001284
001285**************************************
001286* EVALUAR LAS REGLAS SOBRE LA CUENTA *
001287* ANTERIOR (SOLO SI TUVO MOVIMIENTOS *
001288* DE CLIENTE EN LA FECHA DE PROCESO) *
001289**************************************
001290
001291 3500-EVALUAR-CUENTA.
001292
001293     IF WS-CTA-MOV-HOY IS EQUAL ZERO
001294        GO TO F-3500-EVALUAR-CUENTA
001295     END-IF
001296
001297     ADD 1 TO WS-CANT-CTAS-HOY
001298
001299     PERFORM 3510-DATOS-CUENTA THRU F-3510-DATOS-CUENTA
001300
001301     IF WS-FIN-LECTURA
001302        GO TO F-3500-EVALUAR-CUENTA
001303     END-IF
001304
001305     IF WS-CTA-MONEDA IS EQUAL 'USD'
001306        MOVE WS-UMBRAL-USD TO WS-UMBRAL-CTA
001307     ELSE
001308        MOVE WS-UMBRAL-ARS TO WS-UMBRAL-CTA
001309     END-IF
001310
001311     PERFORM 3600-REGLA-UMBRAL    THRU F-3600-REGLA-UMBRAL
001312     PERFORM 3620-REGLA-ESTRUCT   THRU F-3620-REGLA-ESTRUCT
001313     PERFORM 3640-REGLA-DORMIDA   THRU F-3640-REGLA-DORMIDA
001314     PERFORM 3660-REGLA-NUEVA     THRU F-3660-REGLA-NUEVA
001315     PERFORM 3680-REGLA-TRANSF    THRU F-3680-REGLA-TRANSF.
001316
001317 F-3500-EVALUAR-CUENTA. EXIT.
001318
001319**************************************
001320* CUENTA (ESTADO, ALTA Y SUCURSAL) Y *
001321* TITULAR (DDDEMOG) DE LA CUENTA     *
001322**************************************
001323
001324 3510-DATOS-CUENTA.
001325
001326     MOVE WS-CTA-ACT-NRO    TO REG-FILE1-NRO
001327     MOVE WS-CTA-ACT-TIPO   TO REG-FILE1-TIPO
001328     MOVE WS-CTA-ACT-CUENTA TO REG-FILE1-CUENTA
001329
001330     READ FILE1 INTO WS-REG-CLIENTE
001331        KEY IS REG-FILE1-CLAVE
001332
001333     EVALUATE WS-FIL1-CODE
001334
001335        WHEN '00'
001336           SET WS-CLI-HALLADO    TO TRUE
001337           MOVE WS-CLI-SUCURSAL  TO WS-CTA-SUCURSAL
001338
001339        WHEN '23'
001340           SET WS-CLI-NO-HALLADO TO TRUE
001341           MOVE ZEROS            TO WS-CTA-SUCURSAL
001342
001343        WHEN OTHER
001344           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001345           MOVE 9999 TO RETURN-CODE
001346           SET WS-FIN-LECTURA TO TRUE
001347           GO TO F-3510-DATOS-CUENTA
001348
001349     END-EVALUATE
001350
001351     MOVE WS-CTA-ACT-NRO TO REG-FDEM-NRO
001352
001353     READ FILE-DEM INTO WS-REG-DEMOG
001354        KEY IS REG-FDEM-NRO
001355
001356     EVALUATE WS-FILDEM-CODE
001357
001358        WHEN '00'
001359           IF WS-CLI-NO-HALLADO
001360              MOVE WS-DEM-SUCURSAL TO WS-CTA-SUCURSAL
001361           END-IF
001362
001363        WHEN '23'
001364           MOVE SPACES TO WS-DEM-TIPO-DOC
001365           MOVE ZEROS  TO WS-DEM-NRO-DOC
001366           MOVE '** SIN DATOS DEMOGRAFICOS **'
001367                       TO WS-DEM-NOMBRE
001368
001369        WHEN OTHER
001370           DISPLAY '* ERROR EN READ DEMOG = ' WS-FILDEM-CODE
001371           MOVE 9999 TO RETURN-CODE
001372           SET WS-FIN-LECTURA TO TRUE
001373
001374     END-EVALUATE.
001375
001376 F-3510-DATOS-CUENTA. EXIT.
001377
001378**************************************
001379* REGLA U: CADA MOVIMIENTO DEL DIA   *
001380* IGUAL O MAYOR AL UMBRAL DE SU      *
001381* MONEDA                             *
001382**************************************
001383
001384 3600-REGLA-UMBRAL.
001385
001386     MOVE ZEROS TO WS-TM-IDX.
001387
001388     PERFORM 3605-UMBRAL-UNO THRU F-3605-UMBRAL-UNO
001389               UNTIL WS-TM-IDX IS NOT LESS THAN WS-TM-CANT.
001390
001391 F-3600-REGLA-UMBRAL. EXIT.
001392
001393 3605-UMBRAL-UNO.
001394
001395     ADD 1 TO WS-TM-IDX
001396
001397     IF WS-TM-FECHA (WS-TM-IDX) IS NOT EQUAL WS-FECHA-PROCESO
001398        OR WS-TM-IMP-ABS (WS-TM-IDX) IS LESS THAN WS-UMBRAL-CTA
001399        GO TO F-3605-UMBRAL-UNO
001400     END-IF
001401
001402     MOVE 'U'                      TO WS-BUS-REGLA
001403     MOVE WS-DIAS-HOY              TO WS-BUS-DIAS
001404     MOVE WS-TM-ASIENTO (WS-TM-IDX) TO WS-BUS-ASIENTO
001405
001406     PERFORM 3950-BUSCAR-CASO THRU F-3950-BUSCAR-CASO
001407
001408     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001409        GO TO F-3605-UMBRAL-UNO
001410     END-IF
001411
001412     MOVE 'U'                       TO WS-AML-REGLA
001413     MOVE WS-TM-IMP-ABS (WS-TM-IDX) TO WS-AML-IMPORTE
001414     MOVE 1                         TO WS-AML-CANT-MOV
001415     MOVE WS-FECHA-PROCESO          TO WS-AML-DESDE
001416     MOVE WS-TM-ASIENTO (WS-TM-IDX) TO WS-AML-ASIENTO
001417     MOVE ZEROS                     TO WS-AML-CONTRA-ORIG
001418     MOVE ZEROS                     TO WS-AML-CONTRA-DEST
001419
001420     PERFORM 3900-GRABAR-ALERTA THRU F-3900-GRABAR-ALERTA
001421
001422     ADD 1 TO WS-CANT-ALE-UMBRAL.
001423
001424 F-3605-UMBRAL-UNO. EXIT.
001425
001426**************************************
001427* REGLA E: EN LA VENTANA DE          *
001428* ESTRUCTURACION, AL MENOS EST-CANT  *
001429* MOVIMIENTOS ENTRE EL PISO Y EL     *
001430* UMBRAL, UNO DE ELLOS DEL DIA       *
001431**************************************
001432
001433 3620-REGLA-ESTRUCT.
001434
001435     COMPUTE WS-PISO-EST = WS-UMBRAL-CTA * WS-EST-PCT / 100
001436     COMPUTE WS-DIAS-DESDE = WS-DIAS-HOY - WS-EST-DIAS + 1
001437
001438     MOVE ZEROS  TO WS-ACUM-CANT
001439     MOVE ZEROS  TO WS-ACUM-IMPORTE
001440     MOVE ZEROS  TO WS-ACUM-DESDE
001441     MOVE SPACES TO WS-ACUM-ASIENTO
001442     SET WS-ACUM-SIN-HOY TO TRUE
001443     MOVE ZEROS  TO WS-TM-IDX
001444
001445     PERFORM 3625-ESTRUCT-UNO THRU F-3625-ESTRUCT-UNO
001446               UNTIL WS-TM-IDX IS NOT LESS THAN WS-TM-CANT
001447
001448     IF WS-ACUM-SIN-HOY
001449        OR WS-ACUM-CANT IS LESS THAN WS-EST-CANT
001450        GO TO F-3620-REGLA-ESTRUCT
001451     END-IF
001452
001453     MOVE 'E'             TO WS-BUS-REGLA
001454     MOVE WS-DIAS-DESDE   TO WS-BUS-DIAS
001455     MOVE SPACES          TO WS-BUS-ASIENTO
001456
001457     PERFORM 3950-BUSCAR-CASO THRU F-3950-BUSCAR-CASO
001458
001459     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001460        GO TO F-3620-REGLA-ESTRUCT
001461     END-IF
001462
001463     MOVE 'E'             TO WS-AML-REGLA
001464     MOVE WS-ACUM-IMPORTE TO WS-AML-IMPORTE
001465     MOVE WS-ACUM-CANT    TO WS-AML-CANT-MOV
001466     MOVE WS-ACUM-DESDE   TO WS-AML-DESDE
001467     MOVE WS-ACUM-ASIENTO TO WS-AML-ASIENTO
001468     MOVE ZEROS           TO WS-AML-CONTRA-ORIG
001469     MOVE ZEROS           TO WS-AML-CONTRA-DEST
001470
001471     PERFORM 3900-GRABAR-ALERTA THRU F-3900-GRABAR-ALERTA
001472
001473     ADD 1 TO WS-CANT-ALE-ESTRUCT.
001474
001475 F-3620-REGLA-ESTRUCT. EXIT.
001476
001477 3625-ESTRUCT-UNO.
001478
001479     ADD 1 TO WS-TM-IDX
001480
001481     IF WS-TM-DIAS (WS-TM-IDX) IS LESS THAN WS-DIAS-DESDE
001482        OR WS-TM-IMP-ABS (WS-TM-IDX) IS LESS THAN WS-PISO-EST
001483        OR WS-TM-IMP-ABS (WS-TM-IDX) IS NOT LESS THAN
001484                                        WS-UMBRAL-CTA
001485        GO TO F-3625-ESTRUCT-UNO
001486     END-IF
001487
001488     ADD 1 TO WS-ACUM-CANT
001489     ADD WS-TM-IMP-ABS (WS-TM-IDX) TO WS-ACUM-IMPORTE
001490     MOVE WS-TM-ASIENTO (WS-TM-IDX) TO WS-ACUM-ASIENTO
001491
001492     IF WS-ACUM-DESDE IS EQUAL ZEROS
001493        MOVE WS-TM-FECHA (WS-TM-IDX) TO WS-ACUM-DESDE
001494     END-IF
001495
001496     IF WS-TM-FECHA (WS-TM-IDX) IS EQUAL WS-FECHA-PROCESO
001497        SET WS-ACUM-CON-HOY TO TRUE
001498     END-IF.
001499
001500 F-3625-ESTRUCT-UNO. EXIT.
001501
001502**************************************
001503* REGLA D: MOVIMIENTOS DEL DIA EN UNA*
001504* CUENTA MARCADA DORMIDA, O CUYO     *
001505* MOVIMIENTO DE CLIENTE ANTERIOR TIENE*
001506* MAS DE DORM-DIAS DE ANTIGUEDAD     *
001507**************************************
001508
001509 3640-REGLA-DORMIDA.
001510
001511     IF WS-CLI-NO-HALLADO
001512        OR NOT WS-CLI-EST-DORMIDA
001513
001514        IF WS-CTA-ULT-PREVIA IS EQUAL ZEROS
001515           GO TO F-3640-REGLA-DORMIDA
001516        END-IF
001517
001518        MOVE WS-CTA-ULT-PREVIA TO WS-FEC-TRABAJO
001519        PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
001520
001521        IF WS-DIAS-HOY - WS-DIAS-FECHA IS LESS THAN
001522                                          WS-DORM-DIAS
001523           GO TO F-3640-REGLA-DORMIDA
001524        END-IF
001525
001526     END-IF
001527
001528     MOVE 'D'             TO WS-BUS-REGLA
001529     MOVE WS-DIAS-HOY     TO WS-BUS-DIAS
001530     MOVE SPACES          TO WS-BUS-ASIENTO
001531
001532     PERFORM 3950-BUSCAR-CASO THRU F-3950-BUSCAR-CASO
001533
001534     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001535        GO TO F-3640-REGLA-DORMIDA
001536     END-IF
001537
001538     MOVE 'D'                TO WS-AML-REGLA
001539     MOVE WS-CTA-IMP-HOY     TO WS-AML-IMPORTE
001540     MOVE WS-CTA-MOV-HOY     TO WS-AML-CANT-MOV
001541     MOVE WS-CTA-ULT-PREVIA  TO WS-AML-DESDE
001542     MOVE WS-CTA-ULT-ASIENTO TO WS-AML-ASIENTO
001543     MOVE ZEROS              TO WS-AML-CONTRA-ORIG
001544     MOVE ZEROS              TO WS-AML-CONTRA-DEST
001545
001546     PERFORM 3900-GRABAR-ALERTA THRU F-3900-GRABAR-ALERTA
001547
001548     ADD 1 TO WS-CANT-ALE-DORMIDA.
001549
001550 F-3640-REGLA-DORMIDA. EXIT.
001551
001552**************************************
001553* REGLA N: CUENTA ACTIVA DADA DE ALTA*
001554* HACE NUE-DIAS O MENOS (FECHA DE    *
001555* ESTADO DEL ALTA EN PGMAPJ1M) CUYOS *
001556* MOVIMIENTOS DESDE EL ALTA SUPERAN EL*
001557* NUE-PCT DEL UMBRAL                 *
001558**************************************
001559
001560 3660-REGLA-NUEVA.
001561
001562     IF WS-CLI-NO-HALLADO
001563        OR NOT WS-CLI-EST-ACTIVA
001564        OR WS-CLI-FEC-ESTADO IS EQUAL ZEROS
001565        GO TO F-3660-REGLA-NUEVA
001566     END-IF
001567
001568     MOVE WS-CLI-FEC-ESTADO TO WS-FEC-TRABAJO
001569     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
001570
001571     IF WS-DIAS-HOY - WS-DIAS-FECHA IS GREATER THAN WS-NUE-DIAS
001572        GO TO F-3660-REGLA-NUEVA
001573     END-IF
001574
001575     MOVE WS-DIAS-FECHA TO WS-DIAS-DESDE
001576     COMPUTE WS-MONTO-NUEVA = WS-UMBRAL-CTA * WS-NUE-PCT / 100
001577
001578     MOVE ZEROS  TO WS-ACUM-CANT
001579     MOVE ZEROS  TO WS-ACUM-IMPORTE
001580     MOVE ZEROS  TO WS-TM-IDX
001581
001582     PERFORM 3665-NUEVA-UNO THRU F-3665-NUEVA-UNO
001583               UNTIL WS-TM-IDX IS NOT LESS THAN WS-TM-CANT
001584
001585     IF WS-ACUM-IMPORTE IS LESS THAN WS-MONTO-NUEVA
001586        GO TO F-3660-REGLA-NUEVA
001587     END-IF
001588
001589     MOVE 'N'             TO WS-BUS-REGLA
001590     MOVE WS-DIAS-DESDE   TO WS-BUS-DIAS
001591     MOVE SPACES          TO WS-BUS-ASIENTO
001592
001593     PERFORM 3950-BUSCAR-CASO THRU F-3950-BUSCAR-CASO
001594
001595     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001596        GO TO F-3660-REGLA-NUEVA
001597     END-IF
001598
001599     MOVE 'N'                TO WS-AML-REGLA
001600     MOVE WS-ACUM-IMPORTE    TO WS-AML-IMPORTE
001601     MOVE WS-ACUM-CANT       TO WS-AML-CANT-MOV
001602     MOVE WS-CLI-FEC-ESTADO  TO WS-AML-DESDE
001603     MOVE WS-CTA-ULT-ASIENTO TO WS-AML-ASIENTO
001604     MOVE ZEROS              TO WS-AML-CONTRA-ORIG
001605     MOVE ZEROS              TO WS-AML-CONTRA-DEST
001606
001607     PERFORM 3900-GRABAR-ALERTA THRU F-3900-GRABAR-ALERTA
001608
001609     ADD 1 TO WS-CANT-ALE-NUEVA.
001610
001611 F-3660-REGLA-NUEVA. EXIT.
001612
001613 3665-NUEVA-UNO.
001614
001615     ADD 1 TO WS-TM-IDX
001616
001617     IF WS-TM-DIAS (WS-TM-IDX) IS NOT LESS THAN WS-DIAS-DESDE
001618        ADD 1 TO WS-ACUM-CANT
001619        ADD WS-TM-IMP-ABS (WS-TM-IDX) TO WS-ACUM-IMPORTE
001620     END-IF.
001621
001622 F-3665-NUEVA-UNO. EXIT.
001623
001624**************************************
001625* REGLA T: UNA TRANSFERENCIA DEBITADA*
001626* HOY A OTRO CLIENTE QUE SACA AL MENOS*
001627* EL TRF-PCT DE UNA TRANSFERENCIA    *
001628* RECIBIDA DE OTRO CLIENTE EN LOS    *
001629* ULTIMOS TRF-DIAS (UNA ALERTA POR   *
001630* CUENTA Y DIA)                      *
001631**************************************
001632
001633 3680-REGLA-TRANSF.
001634
001635     COMPUTE WS-MINIMO-TRF = WS-UMBRAL-CTA * WS-TRF-MIN-PCT / 100
001636     COMPUTE WS-DIAS-DESDE = WS-DIAS-HOY - WS-TRF-DIAS
001637
001638     SET WS-TRF-NO-HALLADA TO TRUE
001639     MOVE ZEROS TO WS-TM-IDX
001640
001641     PERFORM 3682-TRANSF-SALIDA THRU F-3682-TRANSF-SALIDA
001642               UNTIL WS-TM-IDX IS NOT LESS THAN WS-TM-CANT
001643               OR WS-TRF-HALLADA
001644               OR WS-FIN-LECTURA
001645
001646     IF WS-TRF-NO-HALLADA
001647        GO TO F-3680-REGLA-TRANSF
001648     END-IF
001649
001650     MOVE 'T'             TO WS-BUS-REGLA
001651     MOVE WS-DIAS-HOY     TO WS-BUS-DIAS
001652     MOVE SPACES          TO WS-BUS-ASIENTO
001653
001654     PERFORM 3950-BUSCAR-CASO THRU F-3950-BUSCAR-CASO
001655
001656     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001657        GO TO F-3680-REGLA-TRANSF
001658     END-IF
001659
001660     MOVE 'T'             TO WS-AML-REGLA
001661     MOVE 2               TO WS-AML-CANT-MOV
001662
001663     PERFORM 3900-GRABAR-ALERTA THRU F-3900-GRABAR-ALERTA
001664
001665     ADD 1 TO WS-CANT-ALE-TRANSF.
001666
001667 F-3680-REGLA-TRANSF. EXIT.
001668
001669 3682-TRANSF-SALIDA.
001670
001671     ADD 1 TO WS-TM-IDX
001672
001673     IF NOT WS-TM-ES-TRANSF (WS-TM-IDX)
001674        OR WS-TM-FECHA (WS-TM-IDX) IS NOT EQUAL WS-FECHA-PROCESO
001675        OR WS-TM-IMPORTE (WS-TM-IDX) IS NOT LESS THAN ZERO
001676        OR WS-TM-IMP-ABS (WS-TM-IDX) IS LESS THAN WS-MINIMO-TRF
001677        GO TO F-3682-TRANSF-SALIDA
001678     END-IF
001679
001680     MOVE WS-TM-CONTRA-TIPO   (WS-TM-IDX) TO REG-FILE1-TIPO
001681     MOVE WS-TM-CONTRA-CUENTA (WS-TM-IDX) TO REG-FILE1-CUENTA
001682     PERFORM 3690-CLIENTE-CONTRA THRU F-3690-CLIENTE-CONTRA
001683
001684     IF WS-CONTRA-NRO IS EQUAL ZERO
001685        OR WS-CONTRA-NRO IS EQUAL WS-CTA-ACT-NRO
001686        GO TO F-3682-TRANSF-SALIDA
001687     END-IF
001688
001689     MOVE WS-CONTRA-NRO TO WS-CONTRA-DEST
001690     MOVE ZEROS TO WS-TM-IDX2
001691
001692     PERFORM 3684-TRANSF-ENTRADA THRU F-3684-TRANSF-ENTRADA
001693               UNTIL WS-TM-IDX2 IS NOT LESS THAN WS-TM-CANT
001694               OR WS-TRF-HALLADA
001695               OR WS-FIN-LECTURA.
001696
001697 F-3682-TRANSF-SALIDA. EXIT.
001698
001699 3684-TRANSF-ENTRADA.
001700
001701     ADD 1 TO WS-TM-IDX2
001702
001703     IF NOT WS-TM-ES-TRANSF (WS-TM-IDX2)
001704        OR WS-TM-DIAS (WS-TM-IDX2) IS LESS THAN WS-DIAS-DESDE
001705        OR WS-TM-IMPORTE (WS-TM-IDX2) IS NOT GREATER THAN ZERO
001706        OR WS-TM-IMP-ABS (WS-TM-IDX2) IS LESS THAN WS-MINIMO-TRF
001707        GO TO F-3684-TRANSF-ENTRADA
001708     END-IF
001709
001710*    LA SALIDA DEBE LLEVARSE AL MENOS EL TRF-PCT DE LA ENTRADA
001711
001712     COMPUTE WS-CALC-PORC = WS-TM-IMP-ABS (WS-TM-IDX2)
001713                          * WS-TRF-PCT / 100
001714
001715     IF WS-TM-IMP-ABS (WS-TM-IDX) IS LESS THAN WS-CALC-PORC
001716        GO TO F-3684-TRANSF-ENTRADA
001717     END-IF
001718
001719     MOVE WS-TM-CONTRA-TIPO   (WS-TM-IDX2) TO REG-FILE1-TIPO
001720     MOVE WS-TM-CONTRA-CUENTA (WS-TM-IDX2) TO REG-FILE1-CUENTA
001721     PERFORM 3690-CLIENTE-CONTRA THRU F-3690-CLIENTE-CONTRA
001722
001723     IF WS-CONTRA-NRO IS EQUAL ZERO
001724        OR WS-CONTRA-NRO IS EQUAL WS-CTA-ACT-NRO
001725        GO TO F-3684-TRANSF-ENTRADA
001726     END-IF
001727
001728     SET WS-TRF-HALLADA TO TRUE
001729     MOVE WS-TM-IMP-ABS (WS-TM-IDX) TO WS-AML-IMPORTE
001730     MOVE WS-TM-FECHA (WS-TM-IDX2)  TO WS-AML-DESDE
001731     MOVE WS-TM-ASIENTO (WS-TM-IDX) TO WS-AML-ASIENTO
001732     MOVE WS-CONTRA-NRO             TO WS-AML-CONTRA-ORIG
001733     MOVE WS-CONTRA-DEST            TO WS-AML-CONTRA-DEST.
001734
001735 F-3684-TRANSF-ENTRADA. EXIT.
001736
001737**************************************
001738* CLIENTE DUENIO DE LA CUENTA        *
001739* CONTRAPARTE (CLAVE ALTERNATIVA TIPO+*
001740* CUENTA YA CARGADA EN REG-FILE1)    *
001741**************************************
001742
001743 3690-CLIENTE-CONTRA.
001744
001745     MOVE ZEROS TO WS-CONTRA-NRO
001746
001747     READ FILE1
001748        KEY IS REG-FILE1-CLAVE1
001749
001750     EVALUATE WS-FIL1-CODE
001751
001752        WHEN '00'
001753           MOVE REG-FILE1-NRO TO WS-CONTRA-NRO
001754
001755        WHEN '23'
001756           CONTINUE
001757
001758        WHEN OTHER
001759           DISPLAY '* ERROR EN READ FILE1 (ALT) = ' WS-FIL1-CODE
001760           MOVE 9999 TO RETURN-CODE
001761           SET WS-FIN-LECTURA TO TRUE
001762
001763     END-EVALUATE.
001764
001765 F-3690-CLIENTE-CONTRA. EXIT.
001766
001767**************************************
001768* GRABAR UN CASO ABIERTO CON LOS DATOS*
001769* COMUNES DE LA CUENTA Y DEL TITULAR *
001770* (LA REGLA YA CARGO SUS CAMPOS)     *
001771**************************************
001772
001773 3900-GRABAR-ALERTA.
001774
001775     ADD 1 TO WS-ULT-SECUEN
001776
001777     MOVE WS-FECHA-PROCESO   TO WS-AML-FECHA
001778     MOVE WS-ULT-SECUEN      TO WS-AML-SECUEN
001779     MOVE WS-CTA-ACT-NRO     TO WS-AML-NRO
001780     MOVE WS-CTA-ACT-TIPO    TO WS-AML-TIPO
001781     MOVE WS-CTA-ACT-CUENTA  TO WS-AML-CUENTA
001782     MOVE WS-CTA-SUCURSAL    TO WS-AML-SUCURSAL
001783     MOVE WS-DEM-TIPO-DOC    TO WS-AML-TIPO-DOC
001784     MOVE WS-DEM-NRO-DOC     TO WS-AML-NRO-DOC
001785     MOVE WS-DEM-NOMBRE      TO WS-AML-NOMBRE
001786     MOVE WS-CTA-MONEDA      TO WS-AML-MONEDA
001787     MOVE WS-FECHA-PROCESO   TO WS-AML-HASTA
001788     SET WS-AML-EST-ABIERTO  TO TRUE
001789     MOVE WS-FECHA-PROCESO   TO WS-AML-FEC-ESTADO
001790     MOVE 'PGMAPJ4A'         TO WS-AML-OPERADOR
001791     MOVE SPACES             TO WS-AML-OBSERV
001792     MOVE ZEROS              TO WS-AML-FEC-UIF
001793
001794     WRITE REG-CAS FROM WS-REG-AMLCASO
001795
001796     IF WS-FILCAS-CODE IS NOT EQUAL '00'
001797        DISPLAY '* ERROR EN GRABAR AMLCAS = ' WS-FILCAS-CODE
001798        MOVE 9999 TO RETURN-CODE
001799        SET WS-FIN-LECTURA TO TRUE
001800     END-IF.
001801
001802 F-3900-GRABAR-ALERTA. EXIT.
001803
001804**************************************
001805* BUSCAR UN CASO EXISTENTE DE LA MISMA*
001806* REGLA Y CUENTA LEVANTADO DESDE EL  *
001807* DIA BUSCADO (REGLA U: EL MISMO     *
001808* ASIENTO)                           *
001809**************************************
001810
001811 3950-BUSCAR-CASO.
001812
001813     MOVE ZEROS TO WS-TC-HALLADO
001814     MOVE ZEROS TO WS-TC-IDX.
001815
001816     PERFORM 3955-COMPARAR-CASO THRU F-3955-COMPARAR-CASO
001817               UNTIL WS-TC-IDX IS NOT LESS THAN WS-TC-CANT
001818               OR WS-TC-HALLADO IS NOT EQUAL ZERO
001819
001820     IF WS-TC-HALLADO IS NOT EQUAL ZERO
001821        ADD 1 TO WS-CANT-YA-ALERTADAS
001822     END-IF.
001823
001824 F-3950-BUSCAR-CASO. EXIT.
001825
001826 3955-COMPARAR-CASO.
001827
001828     ADD 1 TO WS-TC-IDX
001829
001830     IF WS-TC-CTA (WS-TC-IDX) IS NOT EQUAL WS-CTA-ACTUAL
001831        OR WS-TC-REGLA (WS-TC-IDX) IS NOT EQUAL WS-BUS-REGLA
001832        GO TO F-3955-COMPARAR-CASO
001833     END-IF
001834
001835     IF WS-BUS-REGLA IS EQUAL 'U'
001836        IF WS-TC-ASIENTO (WS-TC-IDX) IS EQUAL WS-BUS-ASIENTO
001837           MOVE WS-TC-IDX TO WS-TC-HALLADO
001838        END-IF
001839     ELSE
001840        IF WS-TC-DIAS (WS-TC-IDX) IS NOT LESS THAN WS-BUS-DIAS
001841           MOVE WS-TC-IDX TO WS-TC-HALLADO
001842        END-IF
001843     END-IF.
001844
001845 F-3955-COMPARAR-CASO. EXIT.
001846
001847**************************************
001848* LIBERAR AL SORT LAS ALERTAS DE LA  *
001849* FECHA DE PROCESO (INCLUIDAS LAS DE *
001850* UNA CORRIDA ANTERIOR DEL MISMO DIA)*
001851**************************************
001852
001853 4000-SELECCIONAR-ALERTAS.
001854
001855     SET WS-NO-FIN-CASOS TO TRUE
001856
001857     MOVE WS-FECHA-PROCESO TO REG-CAS-FECHA
001858     MOVE ZEROS            TO REG-CAS-SECUEN
001859
001860     START FILE-CAS KEY IS NOT LESS THAN REG-CAS-CLAVE
001861
001862     EVALUATE WS-FILCAS-CODE
001863
001864        WHEN '00'
001865           PERFORM 4010-SELECCIONAR-UNA
001866                       THRU F-4010-SELECCIONAR-UNA
001867                     UNTIL WS-FIN-CASOS
001868
001869        WHEN '23'
001870           CONTINUE
001871
001872        WHEN OTHER
001873           DISPLAY '* ERROR EN START AMLCAS = ' WS-FILCAS-CODE
001874           MOVE 9999 TO RETURN-CODE
001875           SET WS-FIN-LECTURA TO TRUE
001876
001877     END-EVALUATE.
001878
001879 F-4000-SELECCIONAR-ALERTAS. EXIT.
001880
001881 4010-SELECCIONAR-UNA.
001882
001883     READ FILE-CAS NEXT RECORD INTO WS-REG-AMLCASO
001884
001885     EVALUATE WS-FILCAS-CODE
001886
001887        WHEN '00'
001888           CONTINUE
001889
001890        WHEN '10'
001891           SET WS-FIN-CASOS TO TRUE
001892           GO TO F-4010-SELECCIONAR-UNA
001893
001894        WHEN OTHER
001895           DISPLAY '* ERROR EN LECTURA AMLCAS = ' WS-FILCAS-CODE
001896           MOVE 9999 TO RETURN-CODE
001897           SET WS-FIN-CASOS   TO TRUE
001898           SET WS-FIN-LECTURA TO TRUE
001899           GO TO F-4010-SELECCIONAR-UNA
001900
001901     END-EVALUATE
001902
001903     IF WS-AML-FECHA IS NOT EQUAL WS-FECHA-PROCESO
001904        SET WS-FIN-CASOS TO TRUE
001905        GO TO F-4010-SELECCIONAR-UNA
001906     END-IF
001907
001908     MOVE WS-AML-SUCURSAL TO SALE-SUCURSAL
001909     MOVE WS-REG-AMLCASO  TO SALE-CASO
001910     RELEASE REG-SORT-ALE.
001911
001912 F-4010-SELECCIONAR-UNA. EXIT.
001913
001914**************************************
001915* REPORTE DIARIO DE ALERTAS CON CORTE*
001916* POR SUCURSAL                       *
001917**************************************
001918
001919 5000-LISTAR-ALERTAS.
001920
001921     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
001922     WRITE REG-LIS FROM WS-LIN-CABECERA
001923
001924     SET WS-NO-FIN-SORT TO TRUE
001925     SET WS-SUC-PRIMERA TO TRUE
001926
001927     PERFORM 5010-LISTAR-UNA THRU F-5010-LISTAR-UNA
001928               UNTIL WS-FIN-SORT
001929
001930     IF WS-SUC-NO-PRIMERA
001931        PERFORM 5030-TOTAL-SUCURSAL THRU F-5030-TOTAL-SUCURSAL
001932     ELSE
001933        MOVE 'SIN ALERTAS EN LA FECHA' TO WS-LIN-TEXTO
001934        WRITE REG-LIS FROM WS-LIN-SALIDA
001935     END-IF.
001936
001937 F-5000-LISTAR-ALERTAS. EXIT.
001938
001939 5010-LISTAR-UNA.
001940
001941     RETURN SORT-ALE
001942
001943        AT END
001944           SET WS-FIN-SORT TO TRUE
001945
001946        NOT AT END
001947           PERFORM 5020-LISTAR-DETALLE
001948                       THRU F-5020-LISTAR-DETALLE
001949
001950     END-RETURN.
001951
001952 F-5010-LISTAR-UNA. EXIT.
001953
001954 5020-LISTAR-DETALLE.
001955
001956     MOVE SALE-CASO TO WS-REG-AMLCASO
001957
001958     IF WS-SUC-PRIMERA
001959        OR SALE-SUCURSAL IS NOT EQUAL WS-SUC-ANTERIOR
001960
001961        IF WS-SUC-NO-PRIMERA
001962           PERFORM 5030-TOTAL-SUCURSAL THRU F-5030-TOTAL-SUCURSAL
001963        END-IF
001964
001965        SET WS-SUC-NO-PRIMERA TO TRUE
001966        MOVE SALE-SUCURSAL TO WS-SUC-ANTERIOR
001967
001968        MOVE SPACES TO WS-LIN-TEXTO
001969        WRITE REG-LIS FROM WS-LIN-SALIDA
001970        STRING 'SUCURSAL: ' SALE-SUCURSAL
001971                  DELIMITED BY SIZE
001972                  INTO WS-LIN-TEXTO
001973        END-STRING
001974        WRITE REG-LIS FROM WS-LIN-SALIDA
001975
001976     END-IF
001977
001978     ADD 1 TO WS-SUC-CANT
001979     ADD 1 TO WS-CANT-LISTADAS
001980
001981     PERFORM 5900-DESCRIBIR-REGLA THRU F-5900-DESCRIBIR-REGLA
001982
001983     MOVE WS-AML-IMPORTE TO WS-LIN-EDIT-IMPORTE
001984     MOVE SPACES         TO WS-LIN-TEXTO
001985
001986     STRING '  ALERTA '   WS-AML-FECHA
001987            '-'           WS-AML-SECUEN
001988            ' '           WS-LIN-REGLA
001989            ' CTA '       WS-AML-NRO
001990            '-'           WS-AML-TIPO
001991            '-'           WS-AML-CUENTA
001992            ' '           WS-AML-MONEDA
001993            ' '           WS-LIN-EDIT-IMPORTE
001994            ' MOV '       WS-AML-CANT-MOV
001995            ' ESTADO '    WS-AML-ESTADO
001996               DELIMITED BY SIZE
001997               INTO WS-LIN-TEXTO
001998     END-STRING
001999
002000     WRITE REG-LIS FROM WS-LIN-SALIDA
002001
002002     MOVE SPACES TO WS-LIN-TEXTO
002003
002004     STRING '          TITULAR: ' WS-AML-TIPO-DOC
002005            ' '           WS-AML-NRO-DOC
002006            ' '           WS-AML-NOMBRE
002007            ' PERIODO '   WS-AML-DESDE
002008            '-'           WS-AML-HASTA
002009               DELIMITED BY SIZE
002010               INTO WS-LIN-TEXTO
002011     END-STRING
002012
002013     WRITE REG-LIS FROM WS-LIN-SALIDA
002014
002015     IF WS-AML-REG-TRANSF
002016        MOVE SPACES TO WS-LIN-TEXTO
002017        STRING '          FONDOS DE CLIENTE ' WS-AML-CONTRA-ORIG
002018               ' SALIERON A CLIENTE '         WS-AML-CONTRA-DEST
002019                  DELIMITED BY SIZE
002020                  INTO WS-LIN-TEXTO
002021        END-STRING
002022        WRITE REG-LIS FROM WS-LIN-SALIDA
002023     END-IF.
002024
002025 F-5020-LISTAR-DETALLE. EXIT.
002026
002027 5030-TOTAL-SUCURSAL.
002028
002029     MOVE SPACES TO WS-LIN-TEXTO
002030
002031     STRING 'TOTAL SUCURSAL ' WS-SUC-ANTERIOR
002032            ': '              WS-SUC-CANT
002033            ' ALERTAS'
002034               DELIMITED BY SIZE
002035               INTO WS-LIN-TEXTO
002036     END-STRING
002037
002038     WRITE REG-LIS FROM WS-LIN-SALIDA
002039
002040     MOVE ZEROS TO WS-SUC-CANT.
002041
002042 F-5030-TOTAL-SUCURSAL. EXIT.
002043
002044 5900-DESCRIBIR-REGLA.
002045
002046     EVALUATE TRUE
002047
002048        WHEN WS-AML-REG-UMBRAL
002049           MOVE 'U MOVIMIENTO S/UMBRAL' TO WS-LIN-REGLA
002050
002051        WHEN WS-AML-REG-ESTRUCT
002052           MOVE 'E ESTRUCTURACION'      TO WS-LIN-REGLA
002053
002054        WHEN WS-AML-REG-DORMIDA
002055           MOVE 'D CUENTA INACTIVA'     TO WS-LIN-REGLA
002056
002057        WHEN WS-AML-REG-NUEVA
002058           MOVE 'N CUENTA NUEVA'        TO WS-LIN-REGLA
002059
002060        WHEN WS-AML-REG-TRANSF
002061           MOVE 'T TRANSF. ENTRA/SALE'  TO WS-LIN-REGLA
002062
002063        WHEN OTHER
002064           MOVE WS-AML-REGLA            TO WS-LIN-REGLA
002065
002066     END-EVALUATE.
002067
002068 F-5900-DESCRIBIR-REGLA. EXIT.
002069
002070**************************************
002071*   CIERRE DE ARCHIVOS Y TOTALES     *
002072**************************************
002073
002074 9999-FINAL.
002075
002076     IF WS-RUN-BLOQUEADA
002077        GO TO F-9999-FINAL
002078     END-IF
002079
002080     CLOSE FILE-DIA.
002081        IF WS-FILDIA-CODE IS NOT EQUAL '00'
002082           DISPLAY '* ERROR EN CLOSE DIARIO  = '
002083                                      WS-FILDIA-CODE
002084           MOVE 9999 TO RETURN-CODE
002085        END-IF.
002086
002087     CLOSE FILE1.
002088        IF WS-FIL1-CODE IS NOT EQUAL '00'
002089           DISPLAY '* ERROR EN CLOSE FILE1   = '
002090                                      WS-FIL1-CODE
002091           MOVE 9999 TO RETURN-CODE
002092        END-IF.
002093
002094     CLOSE FILE-DEM.
002095        IF WS-FILDEM-CODE IS NOT EQUAL '00'
002096           DISPLAY '* ERROR EN CLOSE DEMOG   = '
002097                                      WS-FILDEM-CODE
002098           MOVE 9999 TO RETURN-CODE
002099        END-IF.
002100
002101     CLOSE FILE-CAS.
002102        IF WS-FILCAS-CODE IS NOT EQUAL '00'
002103           DISPLAY '* ERROR EN CLOSE AMLCAS  = '
002104                                      WS-FILCAS-CODE
002105           MOVE 9999 TO RETURN-CODE
002106        END-IF.
002107
002108     CLOSE FILE-LIS.
002109        IF WS-FILLIS-CODE IS NOT EQUAL '00'
002110           DISPLAY '* ERROR EN CLOSE AMLLIS  = '
002111                                      WS-FILLIS-CODE
002112           MOVE 9999 TO RETURN-CODE
002113        END-IF.
002114
002115     IF WS-CANT-DESBORDE IS NOT EQUAL ZERO
002116        DISPLAY '* CUENTAS CON MAS DE ' WS-TM-MAX
002117                ' MOVIMIENTOS EN LA VENTANA, EXCESO NO EVALUADO'
002118     END-IF.
002119
002120**************************************
002121*   MOSTRAR TOTALES DE CONTROL       *
002122**************************************
002123
002124     DISPLAY WS-LEYEN-LEIDOS         WS-LEIDOS-DIARIO.
002125     DISPLAY WS-LEYEN-CONSID         WS-CANT-CONSIDERADOS.
002126     DISPLAY WS-LEYEN-CTAS-HOY       WS-CANT-CTAS-HOY.
002127     DISPLAY WS-LEYEN-CASOS-PREV     WS-CANT-CASOS-PREV.
002128     DISPLAY WS-LEYEN-ALE-UMBRAL     WS-CANT-ALE-UMBRAL.
002129     DISPLAY WS-LEYEN-ALE-ESTRUCT    WS-CANT-ALE-ESTRUCT.
002130     DISPLAY WS-LEYEN-ALE-DORMIDA    WS-CANT-ALE-DORMIDA.
002131     DISPLAY WS-LEYEN-ALE-NUEVA      WS-CANT-ALE-NUEVA.
002132     DISPLAY WS-LEYEN-ALE-TRANSF     WS-CANT-ALE-TRANSF.
002133     DISPLAY WS-LEYEN-YA-ALERTADAS   WS-CANT-YA-ALERTADAS.
002134     DISPLAY WS-LEYEN-DESBORDE       WS-CANT-DESBORDE.
002135     DISPLAY WS-LEYEN-LISTADAS       WS-CANT-LISTADAS.
002136
002137 F-9999-FINAL.
002138     EXIT.
