000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5B.
000115**********************************************************
000120*                                                        *
000125*    GL RECONCILIATION code                              *
000130*    CONCILIACION DEL MAYOR CONTRA EL AUXILIAR: LEE LOS  *
000135*    SALDOS QUE DEVUELVE EL MAYOR (DDGLSAL, UNA LINEA POR*
000140*    CUENTA CONTABLE Y MONEDA) Y LOS COMPARA CONTRA (1)  *
000145*    LOS TOTALES DE WS-CLI-SALDO EN DDCLIEN POR TIPO Y   *
000150*    MONEDA, LLEVADOS A LAS MISMAS CUENTAS DE DEPOSITOS  *
000155*    QUE USA 9610-CONTAB-UN-TIPO EN PGMAPJ1D, Y (2) LO   *
000160*    ENVIADO EN DDCONTAB (DETALLE POR CUENTA Y TRAILER). *
000165*    CADA DIFERENCIA QUEDA COMO PARTIDA EN DDGLDIF CON SU*
000170*    CAUSA PROBABLE Y ENVEJECE HASTA QUE SE CONCILIA; SI *
000175*    ALGUNA PARTIDA ABIERTA SUPERA LOS DIAS TOLERADOS EN *
000180*    DDCONPAR EL PROGRAMA TERMINA CON RETURN-CODE 8      *
000185**********************************************************
000190*      MANTENIMIENTO DE PROGRAMA                         *
000191**********************************************************
000192*    FECHA *    DETALLE        * COD *
000193**************************************
000194* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000194* 15/10/26 * CONTROL CLOSE     * LGS *
000195**************************************
000196
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
000210     ACCESS IS SEQUENTIAL
000211     RECORD KEY IS REG-FILE1-CLAVE
000212     FILE STATUS IS WS-FIL1-CODE.
000213
000214*    INTERFAZ CONTABLE ENVIADA POR PGMAPJ1D PARA LA FECHA
000215     SELECT FILE-CTB  ASSIGN DDCONTAB
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILCTB-CODE.
000218
000219*    SALDOS DEVUELTOS POR EL MAYOR (VER LAYOUT-GlSaldo); SI NO
000220*    LLEGO, TODO LO ENVIADO QUEDA COMO NO RECIBIDO
000221     SELECT OPTIONAL FILE-GLS ASSIGN DDGLSAL
000222     ACCESS IS SEQUENTIAL
000223     FILE STATUS IS WS-FILGLS-CODE.
000224
000225*    PARTIDAS DE CONCILIACION (VER LAYOUT-GlDifer)
000226     SELECT OPTIONAL FILE-DIF ASSIGN DDGLDIF
000227     ORGANIZATION IS INDEXED
000228     ACCESS IS DYNAMIC
000229     RECORD KEY IS REG-DIF-CLAVE
000230     FILE STATUS IS WS-FILDIF-CODE.
000231
000232     SELECT FILE-LIS  ASSIGN DDCONLIS
000233     ACCESS IS SEQUENTIAL
000234     FILE STATUS IS WS-FILLIS-CODE.
000235
000236*    DIAS TOLERADOS PARA UNA PARTIDA ABIERTA (OPCIONAL, 3
000237*    DIGITOS; SI NO VIENE SE USA EL VALOR POR DEFECTO)
000238     SELECT FILE-CPAR ASSIGN DDCONPAR
000239     ACCESS IS SEQUENTIAL
000240     FILE STATUS IS WS-FILCPAR-CODE.
000241
000242     SELECT FILE-PARM ASSIGN DDPARM
000243     ACCESS IS SEQUENTIAL
000244     FILE STATUS IS WS-FILPARM-CODE.
000245
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
000404 FD FILE-CTB
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-CTB          PIC X(80).
000409
000410 FD FILE-GLS
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-GLS          PIC X(80).
000415
000416 FD FILE-DIF
000417      BLOCK CONTAINS 0 RECORDS
000418      RECORDING MODE IS F.
000419
000420 01 REG-DIF.
000421     03  REG-DIF-CLAVE.
000422         05  REG-DIF-CUENTA-CTB  PIC X(10).
000423         05  REG-DIF-MONEDA      PIC X(03).
000424     03  FILLER                  PIC X(87).
000425
000426 FD FILE-LIS
000427      BLOCK CONTAINS 0 RECORDS
000428      RECORDING MODE IS F.
000429
000430 01 REG-LIS          PIC X(132).
000431
000432 FD FILE-CPAR
000433      BLOCK CONTAINS 0 RECORDS
000434      RECORDING MODE IS F.
000435
000436 01 REG-CPAR         PIC X(03).
000437
000438 FD FILE-PARM
000439      BLOCK CONTAINS 0 RECORDS
000440      RECORDING MODE IS F.
000441
000442 01 REG-FILE-PARM    PIC X(08).
000443
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILGLS-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILDIF-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILCPAR-CODE         PIC X(02)   VALUE SPACES.
000508 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000509
000510 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000511     88  WS-FIN-LECTURA                  VALUE 'SI'.
000512     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000513
000514 01  WS-STA-FILE             PIC X       VALUE 'N'.
000515     88  WS-FIN-FILE                     VALUE 'Y'.
000516     88  WS-NO-FIN-FILE                  VALUE 'N'.
000517
000518********  CUENTAS DEL MAYOR (MISMAS QUE PGMAPJ1D)  *
000519
000520*    DEPOSITOS POR TIPO DE CUENTA DE CLIENTE (1=02 CC /
000521*    2=03 CA / 3=04 PF), COMO WS-GL-CTAS-DEPOSITO EN PGMAPJ1D
000522 01  WS-CON-CTAS-DEPOSITO.
000523     03  FILLER             PIC X(10) VALUE '2102000000'.
000524     03  FILLER             PIC X(10) VALUE '2103000000'.
000525     03  FILLER             PIC X(10) VALUE '2104000000'.
000526 01  FILLER REDEFINES WS-CON-CTAS-DEPOSITO.
000527     03  WS-CON-CTA-DEP     PIC X(10) OCCURS 3 TIMES.
000528
000529 01  WS-CON-MONEDAS.
000530     03  FILLER             PIC X(03) VALUE 'ARS'.
000531     03  FILLER             PIC X(03) VALUE 'USD'.
000532 01  FILLER REDEFINES WS-CON-MONEDAS.
000533     03  WS-CON-MONEDA      PIC X(03) OCCURS 2 TIMES.
000534
000535*    SALDO DEL AUXILIAR (SUMA DE WS-CLI-SALDO) POR TIPO Y
000536*    MONEDA, MISMOS INDICES
000537 01  WS-AUX-ACUM.
000538     03  WS-AUX-TIPO-ENT     OCCURS 3 TIMES.
000539         05  WS-AUX-SALDO    PIC S9(13)V99 OCCURS 2 TIMES.
000540
000541 77  WS-IDX-TIPO             PIC 9(01)   VALUE ZEROS.
000542 77  WS-IDX-MON              PIC 9(01)   VALUE ZEROS.
000543
000544********  TABLA DE CUENTAS A CONCILIAR  *
000545
000546*    UNA ENTRADA POR CUENTA CONTABLE Y MONEDA: LAS DE DEPOSITOS
000547*    (CONTROL DE SALDO CONTRA EL AUXILIAR) Y TODAS LAS QUE
000548*    APARECEN EN DDCONTAB O EN DDGLSAL
000549 77  WS-CTA-MAX              PIC 9(03)   VALUE 60.
000550 77  WS-CTA-CANT             PIC 9(03)   VALUE ZEROS.
000551 77  WS-CTA-IDX              PIC 9(03)   VALUE ZEROS.
000552 77  WS-CTA-HALLADA          PIC 9(03)   VALUE ZEROS.
000553
000554 01  WS-TAB-CUENTAS.
000555     03  WS-CTA-ENT          OCCURS 60 TIMES.
000556         05  WS-CTA-CUENTA-CTB   PIC X(10).
000557         05  WS-CTA-MONEDA       PIC X(03).
000558         05  WS-CTA-CONTROL-SW   PIC X(01).
000559             88  WS-CTA-ES-CONTROL        VALUE 'Y'.
000560         05  WS-CTA-MAYOR-SW     PIC X(01).
000561             88  WS-CTA-EN-MAYOR          VALUE 'Y'.
000562         05  WS-CTA-SALDO-AUXIL  PIC S9(13)V99.
000563         05  WS-CTA-ENV-DEBE     PIC 9(13)V99.
000564         05  WS-CTA-ENV-HABER    PIC 9(13)V99.
000565         05  WS-CTA-SALDO-MAYOR  PIC S9(13)V99.
000566         05  WS-CTA-MAY-DEBE     PIC 9(13)V99.
000567         05  WS-CTA-MAY-HABER    PIC 9(13)V99.
000568
000569*    CLAVE BUSCADA EN LA TABLA
000570 01  WS-BUS-CLAVE.
000571     03  WS-BUS-CUENTA-CTB   PIC X(10).
000572     03  WS-BUS-MONEDA       PIC X(03).
000573
000574********  CONTROL DE LOS ARCHIVOS DE INTERFAZ  *
000575
000576 77  WS-CTB-FECHA-HDR        PIC 9(08)     VALUE ZEROS.
000577 77  WS-CTB-TRL-HALLADO-SW   PIC X         VALUE 'N'.
000578     88  WS-CTB-TRL-HALLADO                VALUE 'Y'.
000579 77  WS-CTB-TRL-DEBE-W       PIC 9(13)V99  VALUE ZEROS.
000580 77  WS-CTB-TRL-HABER-W      PIC 9(13)V99  VALUE ZEROS.
000581 77  WS-CTB-SUM-DEBE         PIC 9(13)V99  VALUE ZEROS.
000582 77  WS-CTB-SUM-HABER        PIC 9(13)V99  VALUE ZEROS.
000583
000584*    EL MAYOR DEVOLVIO SALDOS DE LA FECHA DE PROCESO
000585 77  WS-GLS-RECIBIDO-SW      PIC X         VALUE 'N'.
000586     88  WS-GLS-RECIBIDO                   VALUE 'Y'.
000587     88  WS-GLS-NO-RECIBIDO                VALUE 'N'.
000588 77  WS-GLS-CANT-DETALLE     PIC 9(07)     VALUE ZEROS.
000589 77  WS-GLS-SUM-DEBE         PIC 9(13)V99  VALUE ZEROS.
000590 77  WS-GLS-SUM-HABER        PIC 9(13)V99  VALUE ZEROS.
000591
000592********  EVALUACION DE UNA CUENTA  *
000593
000594 77  WS-DIF-MOV              PIC S9(13)V99 VALUE ZEROS.
000595 77  WS-DIF-SALDO            PIC S9(13)V99 VALUE ZEROS.
000596 77  WS-ACREEDOR-MAYOR       PIC S9(13)V99 VALUE ZEROS.
000597 77  WS-CAUSA                PIC X(01)     VALUE SPACE.
000598     88  WS-SIN-DIFERENCIA                 VALUE SPACE.
000599 77  WS-EVAL-SW              PIC X         VALUE 'N'.
000600     88  WS-EVAL-OMITIR                    VALUE 'Y'.
000601     88  WS-EVAL-CONCILIAR                 VALUE 'N'.
000602
000603*    DIAS TOLERADOS PARA UNA PARTIDA ABIERTA (POR DEFECTO 5)
000604 77  WS-DIAS-TOLERADOS       PIC 9(03)   VALUE 5.
000605 01  WS-REG-PARM-DIAS.
000606     03  WS-PARM-DIAS        PIC 9(03).
000607
000608*    ANTIGUEDAD EN DIAS (BASE 30/360, COMO EL RESTO DEL
000609*    SISTEMA)
000610 77  WS-DIAS-PROCESO         PIC S9(09)  VALUE ZEROS.
000611 77  WS-DIAS-ALTA            PIC S9(09)  VALUE ZEROS.
000612 77  WS-DIAS-ANTIG           PIC S9(09)  VALUE ZEROS.
000613 01  WS-FEC-TRABAJO          PIC 9(08)   VALUE ZEROS.
000614 01  FILLER REDEFINES WS-FEC-TRABAJO.
000615     03  WS-FEC-TRA-ANIO     PIC 9(04).
000616     03  WS-FEC-TRA-MES      PIC 9(02).
000617     03  WS-FEC-TRA-DIA      PIC 9(02).
000618
000619********  CONTADORES DE CONTROL  *
000620
000621 77  WS-LEIDOS-FILE1         PIC 9(07)   VALUE ZEROS.
000622 77  WS-LEIDOS-CONTAB        PIC 9(07)   VALUE ZEROS.
000623 77  WS-LEIDOS-MAYOR         PIC 9(07)   VALUE ZEROS.
000624 77  WS-CANT-DIF-DIA         PIC 9(05)   VALUE ZEROS.
000625 77  WS-CANT-CONCILIADAS     PIC 9(05)   VALUE ZEROS.
000626 77  WS-CANT-ABIERTAS        PIC 9(05)   VALUE ZEROS.
000627 77  WS-CANT-VENCIDAS        PIC 9(05)   VALUE ZEROS.
000628
000629********     FECHA DE PROCESO  ***************
000630
000631 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000632
000633 01  WS-FECHA.
000634     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000635     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000636     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000637
000638 01  WS-REG-PARM.
000639     03  WS-PARM-FECHA       PIC 9(08).
000640
000641********  LINEAS DEL LISTADO  *************
000642
000643 01  WS-LIN-CABECERA.
000644     03  FILLER              PIC X(01) VALUE SPACE.
000645     03  FILLER              PIC X(44) VALUE
000646             'CONCILIACION MAYOR VS AUXILIAR - PGMAPJ5B'.
000647     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000648     03  WS-CAB-FECHA        PIC 9(08).
000649     03  FILLER              PIC X(18) VALUE
000650             '  DIAS TOLERADOS: '.
000651     03  WS-CAB-DIAS         PIC ZZ9.
000652     03  FILLER              PIC X(51) VALUE SPACES.
000653
000654 01  WS-LIN-TITULO.
000655     03  FILLER              PIC X(01) VALUE SPACE.
000656     03  WS-TIT-TEXTO        PIC X(131).
000657
000658 01  WS-LIN-PARTIDA.
000659     03  FILLER              PIC X(01) VALUE SPACE.
000660     03  WS-PAR-CUENTA       PIC X(10).
000661     03  FILLER              PIC X(01) VALUE SPACE.
000662     03  WS-PAR-MONEDA       PIC X(03).
000663     03  FILLER              PIC X(01) VALUE SPACE.
000664     03  WS-PAR-CAUSA        PIC X(24).
000665     03  FILLER              PIC X(06) VALUE ' MOV: '.
000666     03  WS-PAR-DIF-MOV      PIC ----.---.---.--9,99.
000667     03  FILLER              PIC X(08) VALUE ' SALDO: '.
000668     03  WS-PAR-DIF-SALDO    PIC ----.---.---.--9,99.
000669     03  FILLER              PIC X(07) VALUE ' DESDE '.
000670     03  WS-PAR-FEC-ALTA     PIC 9(08).
000671     03  FILLER              PIC X(06) VALUE ' DIAS '.
000672     03  WS-PAR-DIAS         PIC ZZZ9.
000673     03  WS-PAR-MARCA        PIC X(12).
000674     03  FILLER              PIC X(03) VALUE SPACES.
000675
000676 01  WS-LIN-SIN-PARTIDAS.
000677     03  FILLER              PIC X(01) VALUE SPACE.
000678     03  FILLER              PIC X(131) VALUE
000679             'SIN PARTIDAS ABIERTAS'.
000680
000681 01  WS-LEYEN-CLIEN          PIC X(35)
000682         VALUE '* CUENTAS DDCLIEN LEIDAS    = '.
000683 01  WS-LEYEN-CONTAB         PIC X(35)
000684         VALUE '* REGISTROS DDCONTAB LEIDOS = '.
000685 01  WS-LEYEN-MAYOR          PIC X(35)
000686         VALUE '* SALDOS DEL MAYOR LEIDOS   = '.
000687 01  WS-LEYEN-DIF-DIA        PIC X(35)
000688         VALUE '* DIFERENCIAS DEL DIA       = '.
000689 01  WS-LEYEN-CONCILIADAS    PIC X(35)
000690         VALUE '* PARTIDAS CONCILIADAS HOY  = '.
000691 01  WS-LEYEN-ABIERTAS       PIC X(35)
000692         VALUE '* PARTIDAS ABIERTAS         = '.
000693 01  WS-LEYEN-VENCIDAS       PIC X(35)
000694         VALUE '* ABIERTAS FUERA DE PLAZO   = '.
000695
000696     COPY "LAYOUT-Clients.cpy".
000697     COPY "LAYOUT-Contab.cpy".
000698     COPY "LAYOUT-GlSaldo.cpy".
000699     COPY "LAYOUT-GlDifer.cpy".
000700
000701 PROCEDURE DIVISION.
000702
000703 MAIN-PROGRAM.
000704
000705     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000706
000707     IF WS-NO-FIN-LECTURA
000708        PERFORM 2000-CONCILIAR THRU F-2000-CONCILIAR
000709     END-IF.
000710
000711     IF WS-NO-FIN-LECTURA
000712        PERFORM 3000-PARTIDAS-ABIERTAS
000713                    THRU F-3000-PARTIDAS-ABIERTAS
000714     END-IF.
000715
000716     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000717
000718 F-MAIN-PROGRAM. GOBACK.
000719
000720**************************************
000721* INICIALIZACION Y CARGA DE LOS TRES *
000722* ORIGENES (AUXILIAR, DDCONTAB Y     *
000723* SALDOS DEL MAYOR)                  *
000724**************************************
000725
000726 1000-INICIO.
000727
000728     SET WS-NO-FIN-LECTURA TO TRUE.
000729
000730     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000731
000732     PERFORM 1070-LEER-PARM-DIAS THRU F-1070-LEER-PARM-DIAS.
000733
000734     MOVE WS-FECHA-PROCESO TO WS-FEC-TRABAJO
000735     COMPUTE WS-DIAS-PROCESO =
000736                WS-FEC-TRA-ANIO * 360
000737              + WS-FEC-TRA-MES  * 30
000738              + WS-FEC-TRA-DIA
000739
000740     MOVE ZEROS  TO WS-AUX-ACUM
000741     MOVE SPACES TO WS-TAB-CUENTAS
000742
000743     OPEN INPUT  FILE1.
000744     IF WS-FIL1-CODE IS NOT EQUAL '00'
000745        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000746        MOVE 9999 TO RETURN-CODE
000747        SET  WS-FIN-LECTURA TO TRUE
000748     END-IF.
000749
000750     OPEN INPUT  FILE-CTB.
000751     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000752        DISPLAY '* ERROR EN OPEN CONTAB  = ' WS-FILCTB-CODE
000753        MOVE 9999 TO RETURN-CODE
000754        SET  WS-FIN-LECTURA TO TRUE
000755     END-IF.
000756
000757     OPEN INPUT  FILE-GLS.
000758     IF WS-FILGLS-CODE IS NOT EQUAL '00'
000759        AND WS-FILGLS-CODE IS NOT EQUAL '05'
000760        DISPLAY '* ERROR EN OPEN GLSAL   = ' WS-FILGLS-CODE
000761        MOVE 9999 TO RETURN-CODE
000762        SET  WS-FIN-LECTURA TO TRUE
000763     END-IF.
000764
000765*    EL STATUS 05 ES LA CREACION DEL ARCHIVO DE PARTIDAS EN LA
000766*    PRIMERA CORRIDA, NO ES UN ERROR
000767
000768     OPEN I-O    FILE-DIF.
000769     IF WS-FILDIF-CODE IS NOT EQUAL '00'
000770        AND WS-FILDIF-CODE IS NOT EQUAL '05'
000771        DISPLAY '* ERROR EN OPEN GLDIF   = ' WS-FILDIF-CODE
000772        MOVE 9999 TO RETURN-CODE
000773        SET  WS-FIN-LECTURA TO TRUE
000774     END-IF.
000775
000776     OPEN OUTPUT FILE-LIS.
000777     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000778        DISPLAY '* ERROR EN OPEN CONLIS  = ' WS-FILLIS-CODE
000779        MOVE 9999 TO RETURN-CODE
000780        SET  WS-FIN-LECTURA TO TRUE
000781     END-IF.
000782
000783     IF WS-FIN-LECTURA
000784        GO TO F-1000-INICIO
000785     END-IF
000786
000787     MOVE WS-FECHA-PROCESO  TO WS-CAB-FECHA
000788     MOVE WS-DIAS-TOLERADOS TO WS-CAB-DIAS
000789     WRITE REG-LIS FROM WS-LIN-CABECERA
000790
000791     PERFORM 1100-CARGAR-AUXILIAR THRU F-1100-CARGAR-AUXILIAR
000792
000793     IF WS-NO-FIN-LECTURA
000794        PERFORM 1200-CARGAR-CONTAB THRU F-1200-CARGAR-CONTAB
000795     END-IF
000796
000797     IF WS-NO-FIN-LECTURA
000798        PERFORM 1300-CARGAR-MAYOR THRU F-1300-CARGAR-MAYOR
000799     END-IF.
000800
000801 F-1000-INICIO.   EXIT.
000802
000803**************************************
000804*  FECHA DE PROCESO: DDPARM O FECHA  *
000805*  DEL SISTEMA                       *
000806**************************************
000807
000808 1050-LEER-PARM-FECHA.
000809
000810     OPEN INPUT FILE-PARM.
000811
000812     IF WS-FILPARM-CODE IS EQUAL '00'
000813
000814        READ FILE-PARM INTO WS-REG-PARM
000815
000816        IF WS-FILPARM-CODE IS EQUAL '00'
000817           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000818           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000819           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000820                                      WS-PARM-FECHA
000821        ELSE
000822           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000823        END-IF
000824
000825        CLOSE FILE-PARM
000826
000827     ELSE
000828
000829        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000830        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000831
000832     END-IF.
000833
000834 F-1050-LEER-PARM-FECHA. EXIT.
000835
000836 1060-FECHA-SISTEMA.
000837
000838     ACCEPT WS-FECHA FROM DATE
000839     COMPUTE WS-FECHA-PROCESO = 20000000
000840                              + WS-FECHA-AA * 10000
000841                              + WS-FECHA-MM * 100
000842                              + WS-FECHA-DD.
000843
000844 F-1060-FECHA-SISTEMA. EXIT.
000845
000846**************************************
000847*  DIAS TOLERADOS (DDCONPAR OPCIONAL)*
000848**************************************
000849
000850 1070-LEER-PARM-DIAS.
000851
000852     OPEN INPUT FILE-CPAR.
000853
000854     IF WS-FILCPAR-CODE IS EQUAL '00'
000855        READ FILE-CPAR INTO WS-REG-PARM-DIAS
000856        IF WS-FILCPAR-CODE IS EQUAL '00'
000857           AND WS-PARM-DIAS IS NUMERIC
000858           MOVE WS-PARM-DIAS TO WS-DIAS-TOLERADOS
000859        END-IF
000860        CLOSE FILE-CPAR
000861     END-IF.
000862
000863     DISPLAY '* DIAS TOLERADOS PARTIDA ABIERTA = '
000864                                      WS-DIAS-TOLERADOS.
000865
000866 F-1070-LEER-PARM-DIAS. EXIT.
000867
000868**************************************
000869*  SALDO DEL AUXILIAR POR TIPO Y     *
000870*  MONEDA, LLEVADO A LA TABLA CON LA *
000871*  CUENTA DE DEPOSITOS DEL MAYOR     *
000872**************************************
000873
000874 1100-CARGAR-AUXILIAR.
000875
000876     SET WS-NO-FIN-FILE TO TRUE
000877
000878     PERFORM 1110-LEER-UNA-CUENTA THRU F-1110-LEER-UNA-CUENTA
000879               UNTIL WS-FIN-FILE
000880
000881     MOVE ZEROS TO WS-IDX-TIPO
000882
000883     PERFORM 1120-CONTROL-UN-TIPO THRU F-1120-CONTROL-UN-TIPO
000884               UNTIL WS-IDX-TIPO IS NOT LESS THAN 3.
000885
000886 F-1100-CARGAR-AUXILIAR. EXIT.
000887
000888 1110-LEER-UNA-CUENTA.
000889
000890     READ FILE1 INTO WS-REG-CLIENTE
000891
000892     EVALUATE WS-FIL1-CODE
000893
000894        WHEN '00'
000895           ADD 1 TO WS-LEIDOS-FILE1
000896
000897        WHEN '10'
000898           SET WS-FIN-FILE TO TRUE
000899           GO TO F-1110-LEER-UNA-CUENTA
000900
000901        WHEN OTHER
000902           DISPLAY '* ERROR EN LECTURA FILE1 = ' WS-FIL1-CODE
000903           MOVE 9999 TO RETURN-CODE
000904           SET WS-FIN-LECTURA TO TRUE
000905           SET WS-FIN-FILE    TO TRUE
000906           GO TO F-1110-LEER-UNA-CUENTA
000907
000908     END-EVALUATE
000909
000910*    SOLO LOS TIPOS QUE 9610-CONTAB-UN-TIPO LLEVA A CUENTAS DE
000911*    DEPOSITOS (EL PRESTAMO NO INTEGRA LA INTERFAZ)
000912
000913     EVALUATE WS-CLI-TIPO
000914        WHEN 02   MOVE 1 TO WS-IDX-TIPO
000915        WHEN 03   MOVE 2 TO WS-IDX-TIPO
000916        WHEN 04   MOVE 3 TO WS-IDX-TIPO
000917        WHEN OTHER
000918                  GO TO F-1110-LEER-UNA-CUENTA
000919     END-EVALUATE
000920
000921     IF WS-CLI-MONEDA IS EQUAL 'USD'
000922        MOVE 2 TO WS-IDX-MON
000923     ELSE
000924        MOVE 1 TO WS-IDX-MON
000925     END-IF
000926
000927     ADD WS-CLI-SALDO TO WS-AUX-SALDO (WS-IDX-TIPO WS-IDX-MON).
000928
000929 F-1110-LEER-UNA-CUENTA. EXIT.
000930
000931 1120-CONTROL-UN-TIPO.
000932
000933     ADD 1 TO WS-IDX-TIPO
000934
000935     MOVE ZEROS TO WS-IDX-MON
000936
000937     PERFORM 1130-CONTROL-UNA-MONEDA
000938                 THRU F-1130-CONTROL-UNA-MONEDA
000939               UNTIL WS-IDX-MON IS NOT LESS THAN 2.
000940
000941 F-1120-CONTROL-UN-TIPO. EXIT.
000942
000943 1130-CONTROL-UNA-MONEDA.
000944
000945     ADD 1 TO WS-IDX-MON
000946
000947     MOVE WS-CON-CTA-DEP (WS-IDX-TIPO) TO WS-BUS-CUENTA-CTB
000948     MOVE WS-CON-MONEDA  (WS-IDX-MON)  TO WS-BUS-MONEDA
000949
000950     PERFORM 2900-BUSCAR-CUENTA THRU F-2900-BUSCAR-CUENTA
000951
000952     IF WS-CTA-HALLADA IS EQUAL ZEROS
000953        GO TO F-1130-CONTROL-UNA-MONEDA
000954     END-IF
000955
000956     MOVE 'Y' TO WS-CTA-CONTROL-SW (WS-CTA-HALLADA)
000957     ADD WS-AUX-SALDO (WS-IDX-TIPO WS-IDX-MON)
000958                   TO WS-CTA-SALDO-AUXIL (WS-CTA-HALLADA).
000959
000960 F-1130-CONTROL-UNA-MONEDA. EXIT.
000961
000962**************************************
000963*  LO ENVIADO EN DDCONTAB: DEBE Y    *
000964*  HABER POR CUENTA Y MONEDA, MAS LOS*
000965*  TOTALES DE SU TRAILER             *
000966**************************************
000967
000968 1200-CARGAR-CONTAB.
000969
000970     SET WS-NO-FIN-FILE TO TRUE
000971
000972     PERFORM 1210-LEER-UN-ASIENTO THRU F-1210-LEER-UN-ASIENTO
000973               UNTIL WS-FIN-FILE
000974
000975     IF WS-FIN-LECTURA
000976        GO TO F-1200-CARGAR-CONTAB
000977     END-IF
000978
000979*    LA INTERFAZ DEBE SER LA DE LA FECHA QUE SE CONCILIA
000980
000981     IF WS-CTB-FECHA-HDR IS NOT EQUAL WS-FECHA-PROCESO
000982        DISPLAY '* DDCONTAB DE OTRA FECHA = ' WS-CTB-FECHA-HDR
000983        MOVE 9999 TO RETURN-CODE
000984        SET WS-FIN-LECTURA TO TRUE
000985        GO TO F-1200-CARGAR-CONTAB
000986     END-IF
000987
000988     IF NOT WS-CTB-TRL-HALLADO
000989        DISPLAY '* DDCONTAB SIN TRAILER, ARCHIVO INCOMPLETO *'
000990        MOVE 9999 TO RETURN-CODE
000991        SET WS-FIN-LECTURA TO TRUE
000992        GO TO F-1200-CARGAR-CONTAB
000993     END-IF
000994
000995     IF WS-CTB-SUM-DEBE  IS NOT EQUAL WS-CTB-TRL-DEBE-W
000996        OR WS-CTB-SUM-HABER IS NOT EQUAL WS-CTB-TRL-HABER-W
000997        DISPLAY '* DDCONTAB NO ATA CONTRA SU TRAILER      *'
000998        MOVE 9999 TO RETURN-CODE
000999        SET WS-FIN-LECTURA TO TRUE
001000     END-IF.
001001
001002 F-1200-CARGAR-CONTAB. EXIT.
001003
001004 1210-LEER-UN-ASIENTO.
001005
001006     READ FILE-CTB INTO WS-REG-CONTAB
001007
001008     EVALUATE WS-FILCTB-CODE
001009
001010        WHEN '00'
001011           ADD 1 TO WS-LEIDOS-CONTAB
001012
001013        WHEN '10'
001014           SET WS-FIN-FILE TO TRUE
001015           GO TO F-1210-LEER-UN-ASIENTO
001016
001017        WHEN OTHER
001018           DISPLAY '* ERROR EN LECTURA CONTAB = ' WS-FILCTB-CODE
001019           MOVE 9999 TO RETURN-CODE
001020           SET WS-FIN-LECTURA TO TRUE
001021           SET WS-FIN-FILE    TO TRUE
001022           GO TO F-1210-LEER-UN-ASIENTO
001023
001024     END-EVALUATE
001025
001026     IF WS-CTB-ES-HEADER
001027        MOVE WS-CTB-HDR-FECHA TO WS-CTB-FECHA-HDR
001028        GO TO F-1210-LEER-UN-ASIENTO
001029     END-IF
001030
001031     IF WS-CTB-ES-TRAILER
001032        SET WS-CTB-TRL-HALLADO TO TRUE
001033        MOVE WS-CTB-TRL-TOT-DEBE  TO WS-CTB-TRL-DEBE-W
001034        MOVE WS-CTB-TRL-TOT-HABER TO WS-CTB-TRL-HABER-W
001035        GO TO F-1210-LEER-UN-ASIENTO
001036     END-IF
001037
001038     MOVE WS-CTB-CUENTA-CTB TO WS-BUS-CUENTA-CTB
001039     MOVE WS-CTB-MONEDA     TO WS-BUS-MONEDA
001040
001041     PERFORM 2900-BUSCAR-CUENTA THRU F-2900-BUSCAR-CUENTA
001042
001043     IF WS-CTA-HALLADA IS EQUAL ZEROS
001044        GO TO F-1210-LEER-UN-ASIENTO
001045     END-IF
001046
001047     IF WS-CTB-ES-DEBE
001048        ADD WS-CTB-IMPORTE TO WS-CTA-ENV-DEBE (WS-CTA-HALLADA)
001049        ADD WS-CTB-IMPORTE TO WS-CTB-SUM-DEBE
001050     ELSE
001051        ADD WS-CTB-IMPORTE TO WS-CTA-ENV-HABER (WS-CTA-HALLADA)
001052        ADD WS-CTB-IMPORTE TO WS-CTB-SUM-HABER
001053     END-IF.
001054
001055 F-1210-LEER-UN-ASIENTO. EXIT.
001056
001057**************************************
001058*  SALDOS DEVUELTOS POR EL MAYOR. SIN*
001059*  ARCHIVO O CON OTRA FECHA SE TOMA  *
001060*  COMO NO RECIBIDO                  *
001061**************************************
001062
001063 1300-CARGAR-MAYOR.
001064
001065     SET WS-GLS-NO-RECIBIDO TO TRUE
001066
001067     IF WS-FILGLS-CODE IS NOT EQUAL '00'
001068        DISPLAY '* SIN SALDOS DEL MAYOR (DDGLSAL)         *'
001069        GO TO F-1300-CARGAR-MAYOR
001070     END-IF
001071
001072     SET WS-NO-FIN-FILE TO TRUE
001073
001074     PERFORM 1310-LEER-UN-SALDO THRU F-1310-LEER-UN-SALDO
001075               UNTIL WS-FIN-FILE.
001076
001077 F-1300-CARGAR-MAYOR. EXIT.
001078
001079 1310-LEER-UN-SALDO.
001080
001081     READ FILE-GLS INTO WS-REG-GLSALDO
001082
001083     EVALUATE WS-FILGLS-CODE
001084
001085        WHEN '00'
001086           ADD 1 TO WS-LEIDOS-MAYOR
001087
001088        WHEN '10'
001089           SET WS-FIN-FILE TO TRUE
001090           GO TO F-1310-LEER-UN-SALDO
001091
001092        WHEN OTHER
001093           DISPLAY '* ERROR EN LECTURA GLSAL = ' WS-FILGLS-CODE
001094           MOVE 9999 TO RETURN-CODE
001095           SET WS-FIN-LECTURA TO TRUE
001096           SET WS-FIN-FILE    TO TRUE
001097           GO TO F-1310-LEER-UN-SALDO
001098
001099     END-EVALUATE
001100
001101     IF WS-GLS-ES-HEADER
001102        IF WS-GLS-HDR-FECHA IS EQUAL WS-FECHA-PROCESO
001103           SET WS-GLS-RECIBIDO TO TRUE
001104        ELSE
001105           DISPLAY '* DDGLSAL DE OTRA FECHA = ' WS-GLS-HDR-FECHA
001106                   ', SE TOMA COMO NO RECIBIDO'
001107           SET WS-FIN-FILE TO TRUE
001108        END-IF
001109        GO TO F-1310-LEER-UN-SALDO
001110     END-IF
001111
001112     IF WS-GLS-ES-TRAILER
001113        IF WS-GLS-TRL-CANT IS NOT EQUAL WS-GLS-CANT-DETALLE
001114           DISPLAY '* DDGLSAL NO ATA CONTRA SU TRAILER, '
001115                   'SE TOMA COMO NO RECIBIDO'
001116           SET WS-GLS-NO-RECIBIDO TO TRUE
001117        END-IF
001118        GO TO F-1310-LEER-UN-SALDO
001119     END-IF
001120
001121     IF WS-GLS-NO-RECIBIDO
001122        DISPLAY '* DDGLSAL SIN HEADER, SE TOMA COMO NO RECIBIDO'
001123        SET WS-FIN-FILE TO TRUE
001124        GO TO F-1310-LEER-UN-SALDO
001125     END-IF
001126
001127     ADD 1 TO WS-GLS-CANT-DETALLE
001128
001129     MOVE WS-GLS-CUENTA-CTB TO WS-BUS-CUENTA-CTB
001130     MOVE WS-GLS-MONEDA     TO WS-BUS-MONEDA
001131
001132     PERFORM 2900-BUSCAR-CUENTA THRU F-2900-BUSCAR-CUENTA
001133
001134     IF WS-CTA-HALLADA IS EQUAL ZEROS
001135        GO TO F-1310-LEER-UN-SALDO
001136     END-IF
001137
001138     MOVE 'Y' TO WS-CTA-MAYOR-SW (WS-CTA-HALLADA)
001139     ADD WS-GLS-SALDO        TO WS-CTA-SALDO-MAYOR(WS-CTA-HALLADA)
001140     ADD WS-GLS-DEBE-INTERF  TO WS-CTA-MAY-DEBE   (WS-CTA-HALLADA)
001141     ADD WS-GLS-HABER-INTERF TO WS-CTA-MAY-HABER  (WS-CTA-HALLADA)
001142     ADD WS-GLS-DEBE-INTERF  TO WS-GLS-SUM-DEBE
001143     ADD WS-GLS-HABER-INTERF TO WS-GLS-SUM-HABER.
001144
001145 F-1310-LEER-UN-SALDO. EXIT.
001146
001147**************************************
001148*  CONCILIAR CADA CUENTA DE LA TABLA Y*
001149*  EL TRAILER DE DDCONTAB            *
001150**************************************
001151
001152 2000-CONCILIAR.
001153
001154     MOVE 'DIFERENCIAS DEL DIA Y PARTIDAS CONCILIADAS'
001155                                      TO WS-TIT-TEXTO
001156     WRITE REG-LIS FROM WS-LIN-TITULO
001157
001158     MOVE ZEROS TO WS-CTA-IDX
001159
001160     PERFORM 2100-CONCILIAR-CUENTA THRU F-2100-CONCILIAR-CUENTA
001161               UNTIL WS-CTA-IDX IS NOT LESS THAN WS-CTA-CANT
001162               OR WS-FIN-LECTURA
001163
001164     IF WS-NO-FIN-LECTURA
001165        PERFORM 2300-CONCILIAR-TRAILER
001166                    THRU F-2300-CONCILIAR-TRAILER
001167     END-IF.
001168
001169 F-2000-CONCILIAR. EXIT.
001170
001171**************************************
001172*  CAUSA PROBABLE DE LA DIFERENCIA DE*
001173*  UNA CUENTA: NO RECIBIDO (NADA     *
001174*  ASENTADO DE LO ENVIADO), POSTEO   *
001175*  PARCIAL (ASENTADO DISTINTO DE LO  *
001176*  ENVIADO) O ASIENTO MANUAL (LO     *
001177*  ENVIADO ESTA, PERO EL SALDO NO ATA)*
001178**************************************
001179
001180 2100-CONCILIAR-CUENTA.
001181
001182     ADD 1 TO WS-CTA-IDX
001183
001184     MOVE SPACE TO WS-CAUSA
001185     SET WS-EVAL-CONCILIAR TO TRUE
001186
001187     COMPUTE WS-DIF-MOV =
001188                WS-CTA-MAY-DEBE  (WS-CTA-IDX)
001189              - WS-CTA-MAY-HABER (WS-CTA-IDX)
001190              - WS-CTA-ENV-DEBE  (WS-CTA-IDX)
001191              + WS-CTA-ENV-HABER (WS-CTA-IDX)
001192
001193*    EL AUXILIAR ES ACREEDOR (PASIVO): SE COMPARA CONTRA EL
001194*    SALDO DEL MAYOR DADO VUELTA
001195
001196     MOVE ZEROS TO WS-DIF-SALDO
001197     COMPUTE WS-ACREEDOR-MAYOR =
001198                ZERO - WS-CTA-SALDO-MAYOR (WS-CTA-IDX)
001199     IF WS-CTA-ES-CONTROL (WS-CTA-IDX)
001200        COMPUTE WS-DIF-SALDO = WS-ACREEDOR-MAYOR
001201                             - WS-CTA-SALDO-AUXIL (WS-CTA-IDX)
001202     END-IF
001203
001204     EVALUATE TRUE
001205
001206*    SIN SALDOS DEL MAYOR SOLO SE PUEDE AFIRMAR QUE LO ENVIADO
001207*    NO SE RECIBIO; EL RESTO DE LAS PARTIDAS QUEDA COMO ESTA
001208
001209        WHEN WS-GLS-NO-RECIBIDO
001210           IF WS-CTA-ENV-DEBE (WS-CTA-IDX) IS EQUAL ZERO
001211              AND WS-CTA-ENV-HABER (WS-CTA-IDX) IS EQUAL ZERO
001212              SET WS-EVAL-OMITIR TO TRUE
001213           ELSE
001214              MOVE 'R' TO WS-CAUSA
001215              MOVE ZEROS TO WS-DIF-SALDO
001216           END-IF
001217
001218        WHEN WS-CTA-MAY-DEBE (WS-CTA-IDX)
001219                IS NOT EQUAL WS-CTA-ENV-DEBE (WS-CTA-IDX)
001220          OR WS-CTA-MAY-HABER (WS-CTA-IDX)
001221                IS NOT EQUAL WS-CTA-ENV-HABER (WS-CTA-IDX)
001222           IF WS-CTA-MAY-DEBE (WS-CTA-IDX) IS EQUAL ZERO
001223              AND WS-CTA-MAY-HABER (WS-CTA-IDX) IS EQUAL ZERO
001224              MOVE 'R' TO WS-CAUSA
001225           ELSE
001226              MOVE 'P' TO WS-CAUSA
001227           END-IF
001228
001229        WHEN WS-DIF-SALDO IS NOT EQUAL ZERO
001230           MOVE 'M' TO WS-CAUSA
001231
001232        WHEN OTHER
001233           CONTINUE
001234
001235     END-EVALUATE
001236
001237     IF WS-EVAL-OMITIR
001238        GO TO F-2100-CONCILIAR-CUENTA
001239     END-IF
001240
001241     MOVE WS-CTA-CUENTA-CTB (WS-CTA-IDX) TO WS-BUS-CUENTA-CTB
001242     MOVE WS-CTA-MONEDA     (WS-CTA-IDX) TO WS-BUS-MONEDA
001243
001244     PERFORM 2200-ACTUALIZAR-PARTIDA
001245                 THRU F-2200-ACTUALIZAR-PARTIDA.
001246
001247 F-2100-CONCILIAR-CUENTA. EXIT.
001248
001249**************************************
001250*  ALTA, ACTUALIZACION O CIERRE DE LA*
001251*  PARTIDA DE LA CLAVE BUSCADA SEGUN LA*
001252*  CAUSA DEL DIA (BLANCO = SIN       *
001253*  DIFERENCIA)                       *
001254**************************************
001255
001256 2200-ACTUALIZAR-PARTIDA.
001257
001258     MOVE WS-BUS-CLAVE TO REG-DIF-CLAVE
001259
001260     READ FILE-DIF INTO WS-REG-GLDIFER
001261        KEY IS REG-DIF-CLAVE
001262
001263     EVALUATE WS-FILDIF-CODE
001264
001265        WHEN '00'
001266           CONTINUE
001267
001268        WHEN '23'
001269           IF WS-SIN-DIFERENCIA
001270              GO TO F-2200-ACTUALIZAR-PARTIDA
001271           END-IF
001272           MOVE SPACES           TO WS-REG-GLDIFER
001273           MOVE WS-BUS-CLAVE     TO WS-GLD-CLAVE
001274           MOVE 'C'              TO WS-GLD-ESTADO
001275           MOVE ZEROS            TO WS-GLD-FEC-CIERRE
001276
001277        WHEN OTHER
001278           DISPLAY '* ERROR EN READ GLDIF = ' WS-FILDIF-CODE
001279           MOVE 9999 TO RETURN-CODE
001280           SET WS-FIN-LECTURA TO TRUE
001281           GO TO F-2200-ACTUALIZAR-PARTIDA
001282
001283     END-EVALUATE
001284
001285     IF WS-SIN-DIFERENCIA
001286
001287*    SIN DIFERENCIA: SE CIERRA LA PARTIDA SI ESTABA ABIERTA
001288
001289        IF WS-GLD-EST-CONCILIADA
001290           GO TO F-2200-ACTUALIZAR-PARTIDA
001291        END-IF
001292        MOVE 'C'              TO WS-GLD-ESTADO
001293        MOVE WS-FECHA-PROCESO TO WS-GLD-FEC-CIERRE
001294        ADD 1 TO WS-CANT-CONCILIADAS
001295
001296     ELSE
001297
001298*    CON DIFERENCIA: UNA PARTIDA CONCILIADA (O NUEVA) SE ABRE
001299*    CON LA FECHA DE HOY; UNA ABIERTA CONSERVA SU ANTIGUEDAD
001300
001301        IF WS-GLD-EST-CONCILIADA
001302           MOVE 'A'              TO WS-GLD-ESTADO
001303           MOVE WS-FECHA-PROCESO TO WS-GLD-FEC-ALTA
001304           MOVE ZEROS            TO WS-GLD-FEC-CIERRE
001305        END-IF
001306        MOVE WS-CAUSA            TO WS-GLD-CAUSA
001307        MOVE WS-FECHA-PROCESO    TO WS-GLD-FEC-ULTIMA
001308        MOVE WS-DIF-MOV          TO WS-GLD-DIF-MOV
001309        MOVE WS-DIF-SALDO        TO WS-GLD-DIF-SALDO
001310        MOVE WS-ACREEDOR-MAYOR   TO WS-GLD-SALDO-MAYOR
001311        IF WS-BUS-MONEDA IS EQUAL 'TOT'
001312           MOVE ZEROS            TO WS-GLD-SALDO-AUXIL
001313        ELSE
001314           MOVE WS-CTA-SALDO-AUXIL (WS-CTA-IDX)
001315                                 TO WS-GLD-SALDO-AUXIL
001316        END-IF
001317        ADD 1 TO WS-CANT-DIF-DIA
001318
001319     END-IF
001320
001321     IF WS-FILDIF-CODE IS EQUAL '23'
001322        WRITE REG-DIF FROM WS-REG-GLDIFER
001323     ELSE
001324        REWRITE REG-DIF FROM WS-REG-GLDIFER
001325     END-IF
001326
001327     IF WS-FILDIF-CODE IS NOT EQUAL '00'
001328        DISPLAY '* ERROR EN GRABAR GLDIF = ' WS-FILDIF-CODE
001329        MOVE 9999 TO RETURN-CODE
001330        SET WS-FIN-LECTURA TO TRUE
001331        GO TO F-2200-ACTUALIZAR-PARTIDA
001332     END-IF
001333
001334     PERFORM 2800-IMPRIMIR-PARTIDA THRU F-2800-IMPRIMIR-PARTIDA.
001335
001336 F-2200-ACTUALIZAR-PARTIDA. EXIT.
001337
001338**************************************
001339*  TRAILER DE DDCONTAB CONTRA EL TOTAL*
001340*  QUE EL MAYOR DICE HABER ASENTADO  *
001341**************************************
001342
001343 2300-CONCILIAR-TRAILER.
001344
001345     MOVE 'CONTAB-TRL' TO WS-BUS-CUENTA-CTB
001346     MOVE 'TOT'        TO WS-BUS-MONEDA
001347
001348     MOVE SPACE TO WS-CAUSA
001349     MOVE ZEROS TO WS-DIF-SALDO
001350     MOVE ZEROS TO WS-ACREEDOR-MAYOR
001351
001352     COMPUTE WS-DIF-MOV = WS-GLS-SUM-DEBE  - WS-GLS-SUM-HABER
001353                        - WS-CTB-TRL-DEBE-W + WS-CTB-TRL-HABER-W
001354
001355     EVALUATE TRUE
001356
001357        WHEN WS-GLS-NO-RECIBIDO
001358           IF WS-CTB-TRL-DEBE-W IS NOT EQUAL ZERO
001359              OR WS-CTB-TRL-HABER-W IS NOT EQUAL ZERO
001360              MOVE 'R' TO WS-CAUSA
001361           END-IF
001362
001363        WHEN WS-GLS-SUM-DEBE  IS NOT EQUAL WS-CTB-TRL-DEBE-W
001364          OR WS-GLS-SUM-HABER IS NOT EQUAL WS-CTB-TRL-HABER-W
001365           IF WS-GLS-SUM-DEBE IS EQUAL ZERO
001366              AND WS-GLS-SUM-HABER IS EQUAL ZERO
001367              MOVE 'R' TO WS-CAUSA
001368           ELSE
001369              MOVE 'P' TO WS-CAUSA
001370           END-IF
001371
001372        WHEN OTHER
001373           CONTINUE
001374
001375     END-EVALUATE
001376
001377     PERFORM 2200-ACTUALIZAR-PARTIDA
001378                 THRU F-2200-ACTUALIZAR-PARTIDA.
001379
001380 F-2300-CONCILIAR-TRAILER. EXIT.
001381
001382**************************************
001383*  LINEA DE UNA PARTIDA (DEL DIA, O  *
001384*  ABIERTA CON SU ANTIGUEDAD)        *
001385**************************************
001386
001387 2800-IMPRIMIR-PARTIDA.
001388
001389     MOVE WS-GLD-FEC-ALTA TO WS-FEC-TRABAJO
001390     COMPUTE WS-DIAS-ALTA =
001391                WS-FEC-TRA-ANIO * 360
001392              + WS-FEC-TRA-MES  * 30
001393              + WS-FEC-TRA-DIA
001394     COMPUTE WS-DIAS-ANTIG = WS-DIAS-PROCESO - WS-DIAS-ALTA
001395
001396     MOVE WS-GLD-CUENTA-CTB TO WS-PAR-CUENTA
001397     MOVE WS-GLD-MONEDA     TO WS-PAR-MONEDA
001398     MOVE WS-GLD-DIF-MOV    TO WS-PAR-DIF-MOV
001399     MOVE WS-GLD-DIF-SALDO  TO WS-PAR-DIF-SALDO
001400     MOVE WS-GLD-FEC-ALTA   TO WS-PAR-FEC-ALTA
001401     MOVE WS-DIAS-ANTIG     TO WS-PAR-DIAS
001402
001403     EVALUATE TRUE
001404        WHEN WS-GLD-NO-RECIBIDO
001405           MOVE 'ARCHIVO NO RECIBIDO'     TO WS-PAR-CAUSA
001406        WHEN WS-GLD-POSTEO-PARCIAL
001407           MOVE 'POSTEO PARCIAL EN MAYOR' TO WS-PAR-CAUSA
001408        WHEN WS-GLD-ASIENTO-MANUAL
001409           MOVE 'ASIENTO MANUAL EN MAYOR' TO WS-PAR-CAUSA
001410        WHEN OTHER
001411           MOVE SPACES                    TO WS-PAR-CAUSA
001412     END-EVALUATE
001413
001414     EVALUATE TRUE
001415        WHEN WS-GLD-EST-CONCILIADA
001416           MOVE ' CONCILIADA' TO WS-PAR-MARCA
001417        WHEN WS-DIAS-ANTIG IS GREATER THAN WS-DIAS-TOLERADOS
001418           MOVE ' *VENCIDA*'  TO WS-PAR-MARCA
001419        WHEN OTHER
001420           MOVE SPACES        TO WS-PAR-MARCA
001421     END-EVALUATE
001422
001423     WRITE REG-LIS FROM WS-LIN-PARTIDA
001424
001425     IF WS-FILLIS-CODE IS NOT EQUAL '00'
001426        DISPLAY '* ERROR EN GRABAR CONLIS = ' WS-FILLIS-CODE
001427        MOVE 9999 TO RETURN-CODE
001428        SET WS-FIN-LECTURA TO TRUE
001429     END-IF.
001430
001431 F-2800-IMPRIMIR-PARTIDA. EXIT.
001432
001433**************************************
001434*  BUSCAR LA CLAVE EN LA TABLA DE    *
001435*  CUENTAS; SI NO ESTA SE AGREGA     *
001436*  (WS-CTA-HALLADA = 0 SI DESBORDA)  *
001437**************************************
001438
001439 2900-BUSCAR-CUENTA.
001440
001441     MOVE ZEROS TO WS-CTA-HALLADA
001442     MOVE ZEROS TO WS-CTA-IDX
001443
001444     PERFORM 2910-COMPARAR-CUENTA THRU F-2910-COMPARAR-CUENTA
001445               UNTIL WS-CTA-IDX IS NOT LESS THAN WS-CTA-CANT
001446               OR WS-CTA-HALLADA IS NOT EQUAL ZEROS
001447
001448     IF WS-CTA-HALLADA IS NOT EQUAL ZEROS
001449        GO TO F-2900-BUSCAR-CUENTA
001450     END-IF
001451
001452     IF WS-CTA-CANT IS NOT LESS THAN WS-CTA-MAX
001453        DISPLAY '* TABLA DE CUENTAS CONTABLES DESBORDADA *'
001454        MOVE 9999 TO RETURN-CODE
001455        SET WS-FIN-LECTURA TO TRUE
001456        SET WS-FIN-FILE    TO TRUE
001457        GO TO F-2900-BUSCAR-CUENTA
001458     END-IF
001459
001460     ADD 1 TO WS-CTA-CANT
001461     MOVE WS-CTA-CANT TO WS-CTA-HALLADA
001462
001463     MOVE WS-BUS-CUENTA-CTB TO WS-CTA-CUENTA-CTB  (WS-CTA-HALLADA)
001464     MOVE WS-BUS-MONEDA     TO WS-CTA-MONEDA      (WS-CTA-HALLADA)
001465     MOVE 'N'               TO WS-CTA-CONTROL-SW  (WS-CTA-HALLADA)
001466     MOVE 'N'               TO WS-CTA-MAYOR-SW    (WS-CTA-HALLADA)
001467     MOVE ZEROS             TO WS-CTA-SALDO-AUXIL (WS-CTA-HALLADA)
001468     MOVE ZEROS             TO WS-CTA-ENV-DEBE    (WS-CTA-HALLADA)
001469     MOVE ZEROS             TO WS-CTA-ENV-HABER   (WS-CTA-HALLADA)
001470     MOVE ZEROS             TO WS-CTA-SALDO-MAYOR (WS-CTA-HALLADA)
001471     MOVE ZEROS             TO WS-CTA-MAY-DEBE    (WS-CTA-HALLADA)
001472     MOVE ZEROS             TO WS-CTA-MAY-HABER  (WS-CTA-HALLADA).
001473
001474 F-2900-BUSCAR-CUENTA. EXIT.
001475
001476 2910-COMPARAR-CUENTA.
001477
001478     ADD 1 TO WS-CTA-IDX
001479
001480     IF WS-CTA-CUENTA-CTB (WS-CTA-IDX) IS EQUAL WS-BUS-CUENTA-CTB
001481        AND WS-CTA-MONEDA (WS-CTA-IDX) IS EQUAL WS-BUS-MONEDA
001482        MOVE WS-CTA-IDX TO WS-CTA-HALLADA
001483     END-IF.
001484
001485 F-2910-COMPARAR-CUENTA. EXIT.
001486
001487**************************************
001488*  RECORRER LAS PARTIDAS ABIERTAS CON*
001489*  SU ANTIGUEDAD; LAS QUE SUPERAN LOS*
001490*  DIAS TOLERADOS DAN RETURN-CODE 8  *
001491**************************************
001492
001493 3000-PARTIDAS-ABIERTAS.
001494
001495     MOVE 'PARTIDAS ABIERTAS Y ANTIGUEDAD' TO WS-TIT-TEXTO
001496     WRITE REG-LIS FROM WS-LIN-TITULO
001497
001498     MOVE LOW-VALUES TO REG-DIF-CLAVE
001499
001500     START FILE-DIF KEY IS NOT LESS THAN REG-DIF-CLAVE
001501
001502     EVALUATE WS-FILDIF-CODE
001503        WHEN '00'
001504           SET WS-NO-FIN-FILE TO TRUE
001505           PERFORM 3010-UNA-PARTIDA THRU F-3010-UNA-PARTIDA
001506                     UNTIL WS-FIN-FILE
001507        WHEN '23'
001508           CONTINUE
001509        WHEN OTHER
001510           DISPLAY '* ERROR EN START GLDIF = ' WS-FILDIF-CODE
001511           MOVE 9999 TO RETURN-CODE
001512           SET WS-FIN-LECTURA TO TRUE
001513           GO TO F-3000-PARTIDAS-ABIERTAS
001514     END-EVALUATE
001515
001516     IF WS-CANT-ABIERTAS IS EQUAL ZEROS
001517        WRITE REG-LIS FROM WS-LIN-SIN-PARTIDAS
001518     END-IF
001519
001520     IF WS-CANT-VENCIDAS IS GREATER THAN ZEROS
001521        AND RETURN-CODE IS NOT EQUAL 9999
001522        DISPLAY '* HAY PARTIDAS ABIERTAS FUERA DE PLAZO   *'
001523        MOVE 8 TO RETURN-CODE
001524     END-IF.
001525
001526 F-3000-PARTIDAS-ABIERTAS. EXIT.
001527
001528 3010-UNA-PARTIDA.
001529
001530     READ FILE-DIF NEXT RECORD INTO WS-REG-GLDIFER
001531
001532     EVALUATE WS-FILDIF-CODE
001533
001534        WHEN '00'
001535           CONTINUE
001536
001537        WHEN '10'
001538           SET WS-FIN-FILE TO TRUE
001539           GO TO F-3010-UNA-PARTIDA
001540
001541        WHEN OTHER
001542           DISPLAY '* ERROR EN READ NEXT GLDIF = ' WS-FILDIF-CODE
001543           MOVE 9999 TO RETURN-CODE
001544           SET WS-FIN-LECTURA TO TRUE
001545           SET WS-FIN-FILE    TO TRUE
001546           GO TO F-3010-UNA-PARTIDA
001547
001548     END-EVALUATE
001549
001550     IF NOT WS-GLD-EST-ABIERTA
001551        GO TO F-3010-UNA-PARTIDA
001552     END-IF
001553
001554     ADD 1 TO WS-CANT-ABIERTAS
001555
001556     PERFORM 2800-IMPRIMIR-PARTIDA THRU F-2800-IMPRIMIR-PARTIDA
001557
001558     IF WS-DIAS-ANTIG IS GREATER THAN WS-DIAS-TOLERADOS
001559        ADD 1 TO WS-CANT-VENCIDAS
001560     END-IF.
001561
001562 F-3010-UNA-PARTIDA. EXIT.
001563
001564**************************************
001565*    CIERRE DE ARCHIVOS Y TOTALES    *
001566**************************************
001567
001568 9999-FINAL.
001569
001570     CLOSE FILE1.
001571        IF WS-FIL1-CODE IS NOT EQUAL '00'
001572           DISPLAY '* ERROR EN CLOSE FILE1   = '
001573                                      WS-FIL1-CODE
001574           MOVE 9999 TO RETURN-CODE
001575        END-IF.
001576
001577     CLOSE FILE-CTB.
001577        IF WS-FILCTB-CODE IS NOT EQUAL '00'
001577           DISPLAY '* ERROR EN CLOSE CONTAB  = '
001577                                      WS-FILCTB-CODE
001577           MOVE 9999 TO RETURN-CODE
001577        END-IF.
001578
001579     CLOSE FILE-GLS.
001579        IF WS-FILGLS-CODE IS NOT EQUAL '00'
001579           DISPLAY '* ERROR EN CLOSE GLSAL   = '
001579                                      WS-FILGLS-CODE
001579           MOVE 9999 TO RETURN-CODE
001579        END-IF.
001580
001581     CLOSE FILE-DIF.
001582        IF WS-FILDIF-CODE IS NOT EQUAL '00'
001583           DISPLAY '* ERROR EN CLOSE GLDIF   = '
001584                                      WS-FILDIF-CODE
001585           MOVE 9999 TO RETURN-CODE
001586        END-IF.
001587
001588     CLOSE FILE-LIS.
001589        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001590           DISPLAY '* ERROR EN CLOSE CONLIS  = '
001591                                      WS-FILLIS-CODE
001592           MOVE 9999 TO RETURN-CODE
001593        END-IF.
001594
001595**************************************
001596*   MOSTRAR TOTALES DE CONTROL       *
001597**************************************
001598
001599     DISPLAY WS-LEYEN-CLIEN          WS-LEIDOS-FILE1.
001600     DISPLAY WS-LEYEN-CONTAB         WS-LEIDOS-CONTAB.
001601     DISPLAY WS-LEYEN-MAYOR          WS-LEIDOS-MAYOR.
001602     DISPLAY WS-LEYEN-DIF-DIA        WS-CANT-DIF-DIA.
001603     DISPLAY WS-LEYEN-CONCILIADAS    WS-CANT-CONCILIADAS.
001604     DISPLAY WS-LEYEN-ABIERTAS       WS-CANT-ABIERTAS.
001605     DISPLAY WS-LEYEN-VENCIDAS       WS-CANT-VENCIDAS.
001606
001607 F-9999-FINAL.
001608     EXIT.
