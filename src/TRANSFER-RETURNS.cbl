000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ6C.
000115**********************************************************
000120*                                                        *
000125*    TRANSFER RETURNS code                               *
000130*    PROCESA LAS DEVOLUCIONES DE TRANSFERENCIAS A OTROS  *
000135*    BANCOS QUE INFORMA LA CAMARA COMPENSADORA (DDTRFDEV,*
000140*    VER LAYOUT-TrfDev): VALIDA EL LOTE (HEADER CON LA   *
000145*    FECHA DE PROCESO, TRAILER CON CANTIDAD Y SUMA DE    *
000150*    IMPORTES), UBICA CADA ORDEN EN DDTRFPEN Y, SI FUE   *
000155*    ENVIADA Y COINCIDEN IMPORTE, MONEDA Y CBU, REINTEGRA*
000160*    EL IMPORTE EN LA CUENTA ORIGEN CON CONCEPTO PROPIO  *
000165*    (TRD) Y EL MOTIVO DE LA CAMARA, RELACIONADO CON EL  *
000170*    ASIENTO TRE DEL DEBITO. LA ORDEN QUEDA DEVUELTA. LO *
000175*    QUE NO SE PUEDE REINTEGRAR SE LISTA. GRABA DDDIARIO *
000180*    (ORIGEN T) Y UN LOTE CONTABLE PROPIO DDCTBTRD       *
000185*    (FORMATO DDCONTAB). CORRE FUERA DEL POSTEO NOCTURNO,*
000190*    CON LA FECHA DE DDPARM                              *
000191**********************************************************
000192*      MANTENIMIENTO DE PROGRAMA                         *
000193**********************************************************
000194*    FECHA *    DETALLE        * COD *
000195**************************************
000196* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000197**************************************
000198
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
000214*    DEVOLUCIONES DE LA CAMARA (VER LAYOUT-TrfDev)
000215     SELECT FILE-TDV  ASSIGN DDTRFDEV
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILTDV-CODE.
000218
000219*    TRANSFERENCIAS A OTROS BANCOS (VER LAYOUT-TrfPend)
000220     SELECT FILE-TPE ASSIGN DDTRFPEN
000221     ORGANIZATION IS INDEXED
000222     ACCESS IS RANDOM
000223     RECORD KEY IS REG-TPE-REF
000224     FILE STATUS IS WS-FILTPE-CODE.
000225
000226*    DIARIO PERMANENTE: LOS ASIENTOS SE AGREGAN AL FINAL
000227     SELECT OPTIONAL FILE-DIA ASSIGN DDDIARIO
000228     ACCESS IS SEQUENTIAL
000229     FILE STATUS IS WS-FILDIA-CODE.
000230
000231*    LOTE CONTABLE DE DEVOLUCIONES (FORMATO DDCONTAB)
000232     SELECT FILE-CTB  ASSIGN DDCTBTRD
000233     ACCESS IS SEQUENTIAL
000234     FILE STATUS IS WS-FILCTB-CODE.
000235
000236     SELECT FILE-LIS  ASSIGN DDTRFDVL
000237     ACCESS IS SEQUENTIAL
000238     FILE STATUS IS WS-FILLIS-CODE.
000239
000240     SELECT FILE-PARM ASSIGN DDPARM
000241     ACCESS IS SEQUENTIAL
000242     FILE STATUS IS WS-FILPARM-CODE.
000243
000244*    CONTROL DE CORRIDA DEL STREAM: NO SE REINTEGRA
000245*    MIENTRAS PGMAPJ1D O PGMAPJ1A ESTAN EN CURSO SOBRE EL
000246*    MAESTRO
000247     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000248     ORGANIZATION IS INDEXED
000249     ACCESS IS RANDOM
000250     RECORD KEY IS REG-RUN-CLAVE
000251     FILE STATUS IS WS-FILRUN-CODE.
000252
000253     SELECT SORT-FILE ASSIGN DDSORTWK.
000254
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
000404 FD FILE-TDV
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-TDV          PIC X(100).
000409
000410 FD FILE-TPE
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-TPE.
000415     03  REG-TPE-REF             PIC X(08).
000416     03  FILLER                  PIC X(192).
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
000442 FD FILE-RUN
000443      BLOCK CONTAINS 0 RECORDS
000444      RECORDING MODE IS F.
000445
000446 01 REG-RUN.
000447     03  REG-RUN-CLAVE.
000448         05  REG-RUN-FECHA   PIC 9(08).
000449         05  REG-RUN-PASO    PIC 9(02).
000450     03  FILLER              PIC X(70).
000451
000452*    LAS DEVOLUCIONES SE PROCESAN POR REFERENCIA DE ORDEN
000453 SD SORT-FILE.
000454
000455 01 REG-SORT.
000456     03  SORT-REF            PIC X(08).
000457     03  SORT-DEVOLUCION     PIC X(100).
000458
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILTDV-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILTPE-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000509 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000510
000511 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000512     88  WS-FIN-LECTURA                  VALUE 'SI'.
000513     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000514
000515 01  WS-STATUS-TDV           PIC X(02)   VALUE 'NO'.
000516     88  WS-FIN-DEVOLUCIONES             VALUE 'SI'.
000517     88  WS-NO-FIN-DEVOLUCIONES          VALUE 'NO'.
000518
000519 01  WS-STA-SORT             PIC X       VALUE 'N'.
000520     88  WS-FIN-SORT                     VALUE 'Y'.
000521     88  WS-NO-FIN-SORT                  VALUE 'N'.
000522
000523********  CONTROL DEL LOTE DE DEVOLUCIONES  *
000524
000525 77  WS-LOTE-SW              PIC X       VALUE 'N'.
000526     88  WS-LOTE-VALIDO                  VALUE 'Y'.
000527     88  WS-LOTE-INVALIDO                VALUE 'N'.
000528 77  WS-LOTE-HDR-SW          PIC X       VALUE 'N'.
000529     88  WS-LOTE-CON-HEADER              VALUE 'Y'.
000530     88  WS-LOTE-SIN-HEADER              VALUE 'N'.
000531 77  WS-LOTE-TRL-SW          PIC X       VALUE 'N'.
000532     88  WS-LOTE-CON-TRAILER             VALUE 'Y'.
000533     88  WS-LOTE-SIN-TRAILER             VALUE 'N'.
000534 77  WS-LOTE-CANT            PIC 9(07)      VALUE ZEROS.
000535 77  WS-LOTE-HASH            PIC 9(13)V99   VALUE ZEROS.
000536
000537********  CONTADORES DE CONTROL  *
000538
000539 77  WS-CANT-LEIDAS          PIC 9(07)   VALUE ZEROS.
000540 77  WS-CANT-REINTEGRADAS    PIC 9(07)   VALUE ZEROS.
000541 77  WS-CANT-YA-DEVUELTAS    PIC 9(07)   VALUE ZEROS.
000542 77  WS-CANT-NO-APLICADAS    PIC 9(07)   VALUE ZEROS.
000543 77  WS-CANT-DIARIO          PIC 9(07)   VALUE ZEROS.
000544 77  WS-TOT-REINTEGRADO      PIC 9(13)V99 VALUE ZEROS.
000545 77  WS-TOT-NO-APLICADO      PIC 9(13)V99 VALUE ZEROS.
000546
000547 01  WS-PERIODO-MTD.
000548     03  WS-PERIODO-MTD-CC   PIC 9(02)   VALUE ZEROS.
000549     03  WS-PERIODO-MTD-AA   PIC 9(02)   VALUE ZEROS.
000550     03  WS-PERIODO-MTD-MM   PIC 9(02)   VALUE ZEROS.
000551
000552 01  WS-PERIODO-YTD.
000553     03  WS-PERIODO-YTD-CC   PIC 9(02)   VALUE ZEROS.
000554     03  WS-PERIODO-YTD-AA   PIC 9(02)   VALUE ZEROS.
000555
000556*    REFERENCIA UNICA DE LOS ASIENTOS (HORA DE LA CORRIDA
000557*    MAS SECUENCIA, ORIGEN T)
000558 77  WS-DIA-HORA-W           PIC 9(08)      VALUE ZEROS.
000559 77  WS-DIA-SECUEN-W         PIC 9(06)      VALUE ZEROS.
000560
000561********  MOTIVOS DE DEVOLUCION DE LA CAMARA  *
000562
000563 01  WS-TAB-MOT-CAMARA.
000564     03  FILLER   PIC X(30) VALUE 'R02CUENTA CERRADA'.
000565     03  FILLER   PIC X(30) VALUE 'R03CUENTA INEXISTENTE'.
000566     03  FILLER   PIC X(30) VALUE 'R04CBU INVALIDO'.
000567     03  FILLER   PIC X(30) VALUE 'R06TITULAR NO COINCIDE'.
000568     03  FILLER   PIC X(30) VALUE 'R08ORDEN DE NO PAGAR'.
000569     03  FILLER   PIC X(30) VALUE 'R10CUENTA EMBARGADA'.
000570     03  FILLER   PIC X(30) VALUE 'R13MONEDA NO ADMITIDA'.
000571     03  FILLER   PIC X(30) VALUE 'R20CUENTA INHABILITADA'.
000572 01  FILLER REDEFINES WS-TAB-MOT-CAMARA.
000573     03  WS-MCA-ENTRADA      OCCURS 8 TIMES.
000574         05  WS-MCA-CODIGO   PIC X(03).
000575         05  WS-MCA-DESCRIP  PIC X(27).
000576
000577 77  WS-MCA-CANT             PIC 9(02) COMP  VALUE 8.
000578 77  WS-MCA-IDX              PIC 9(02) COMP  VALUE ZEROS.
000579 77  WS-MCA-DESCRIP-W        PIC X(27)   VALUE SPACES.
000580
000581********  INTERFAZ CONTABLE DE DEVOLUCIONES  *
000582
000583*    DEPOSITOS POR TIPO DE CUENTA Y CUENTA OPERATIVA DE
000584*    COMPENSACION (LAS MISMAS DE 9600- EN PGMAPJ1D): EL
000585*    REINTEGRO DEBITA LA OPERATIVA Y ACREDITA EL DEPOSITO
000586 01  WS-GL-CTAS-DEPOSITO.
000587     03  FILLER             PIC X(10) VALUE '2102000000'.
000588     03  FILLER             PIC X(10) VALUE '2103000000'.
000589     03  FILLER             PIC X(10) VALUE '2104000000'.
000590 01  FILLER REDEFINES WS-GL-CTAS-DEPOSITO.
000591     03  WS-GL-CTA-DEP      PIC X(10) OCCURS 3 TIMES.
000592
000593 77  WS-GL-CTA-OPERATIVA    PIC X(10) VALUE '1101000000'.
000594
000595 77  WS-GL-IDX-TIPO         PIC 9(01)      VALUE ZEROS.
000596 77  WS-GL-CTA-DEBE         PIC X(10)      VALUE SPACES.
000597 77  WS-GL-CTA-HABER        PIC X(10)      VALUE SPACES.
000598 77  WS-GL-TIPO-DEBE        PIC 9(02)      VALUE ZEROS.
000599 77  WS-GL-TIPO-HABER       PIC 9(02)      VALUE ZEROS.
000600 77  WS-GL-CONCEPTO         PIC X(20)      VALUE SPACES.
000601 77  WS-GL-TIPO-W           PIC 9(02)      VALUE ZEROS.
000602
000603 77  WS-CTB-CANT-ASIENTOS   PIC 9(07)      VALUE ZEROS.
000604 77  WS-CTB-TOT-DEBE        PIC 9(13)V99   VALUE ZEROS.
000605 77  WS-CTB-TOT-HABER       PIC 9(13)V99   VALUE ZEROS.
000606 77  WS-CTB-IMPORTE-ABS     PIC 9(13)V99   VALUE ZEROS.
000607
000608********     FECHA DE PROCESO  ***************
000609
000610 01  WS-FECHA-PROCESO.
000611     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000612     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000613     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000614     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000615 01  FILLER REDEFINES WS-FECHA-PROCESO.
000616     03  WS-FEC-PROCESO-N    PIC 9(08).
000617
000618 01  WS-FECHA.
000619     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000620     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000621     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000622
000623 01  WS-REG-PARM.
000624     03  WS-PARM-FECHA.
000625         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000626         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000627         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000628         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000629
000630********  LINEAS DEL LISTADO  *************
000631
000632 01  WS-LIN-CABECERA.
000633     03  FILLER              PIC X(01) VALUE SPACE.
000634     03  FILLER              PIC X(44) VALUE
000635             'DEVOLUCIONES DE TRANSFERENCIAS - PGMAPJ6C'.
000636     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000637     03  WS-CAB-FECHA        PIC 9(08).
000638     03  FILLER              PIC X(72) VALUE SPACES.
000639
000640 01  WS-LIN-SALIDA.
000641     03  FILLER              PIC X(01)   VALUE SPACE.
000642     03  WS-LIN-TEXTO        PIC X(131).
000643
000644 77  WS-LIN-MENSAJE          PIC X(45)   VALUE SPACES.
000645 01  WS-LIN-EDIT-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
000646
000647 01  WS-LEYEN-LEIDAS         PIC X(35)
000648         VALUE '* DEVOLUCIONES LEIDAS       = '.
000649 01  WS-LEYEN-REINTEGRADAS   PIC X(35)
000650         VALUE '* DEVOLUCIONES REINTEGRADAS = '.
000651 01  WS-LEYEN-YA-DEVUELTAS   PIC X(35)
000652         VALUE '* YA REINTEGRADAS ANTES     = '.
000653 01  WS-LEYEN-NO-APLICADAS   PIC X(35)
000654         VALUE '* DEVOLUCIONES NO APLICADAS = '.
000655 01  WS-LEYEN-DIARIO         PIC X(35)
000656         VALUE '* ASIENTOS DE DIARIO        = '.
000657 01  WS-LEYEN-CTB            PIC X(35)
000658         VALUE '* ASIENTOS CONTABLES        = '.
000659 01  WS-LEYEN-TOT-REINTEGRO  PIC X(35)
000660         VALUE '* IMPORTE REINTEGRADO       = '.
000661 01  WS-LEYEN-TOT-NO-APLIC   PIC X(35)
000662         VALUE '* IMPORTE NO APLICADO       = '.
000663
000664     COPY "LAYOUT-Clients.cpy".
000665     COPY "LAYOUT-TrfDev.cpy".
000666     COPY "LAYOUT-TrfPend.cpy".
000667     COPY "LAYOUT-Diario.cpy".
000668     COPY "LAYOUT-Contab.cpy".
000669     COPY "LAYOUT-RunCtl.cpy".
000670
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     IF WS-NO-FIN-LECTURA
000707
000708        SORT SORT-FILE
000709             ON ASCENDING KEY SORT-REF
000710             INPUT  PROCEDURE IS 2000-VALIDAR-LOTE
000711                               THRU F-2000-VALIDAR-LOTE
000712             OUTPUT PROCEDURE IS 3000-PROCESAR-DEVOLUCIONES
000713                               THRU F-3000-PROCESAR-DEVOLUCIONES
000714
000715     END-IF.
000716
000717     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000718
000719 F-MAIN-PROGRAM. GOBACK.
000720
000721**************************************
000722* INICIALIZACION                     *
000723**************************************
000724
000725 1000-INICIO.
000726
000727     SET WS-NO-FIN-LECTURA TO TRUE.
000728
000729     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000730
000731     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-MTD-CC
000732     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-MTD-AA
000733     MOVE WS-FECHA-PROC-MM TO WS-PERIODO-MTD-MM
000734     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-YTD-CC
000735     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-YTD-AA
000736
000737*    INTERBLOQUEO CONTRA EL STREAM NOCTURNO ANTES DE TOCAR
000738*    EL MAESTRO
000739
000740     PERFORM 1600-CONTROL-INTERBLOQUEO
000741                 THRU F-1600-CONTROL-INTERBLOQUEO.
000742
000743     IF WS-FIN-LECTURA
000744        GO TO F-1000-INICIO
000745     END-IF
000746
000747     OPEN I-O    FILE1.
000748     IF WS-FIL1-CODE IS NOT EQUAL '00'
000749        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000750        MOVE 9999 TO RETURN-CODE
000751        SET  WS-FIN-LECTURA TO TRUE
000752     END-IF.
000753
000754     OPEN INPUT  FILE-TDV.
000755     IF WS-FILTDV-CODE IS NOT EQUAL '00'
000756        DISPLAY '* ERROR EN OPEN TRFDEV  = ' WS-FILTDV-CODE
000757        MOVE 9999 TO RETURN-CODE
000758        SET  WS-FIN-LECTURA TO TRUE
000759     END-IF.
000760
000761     OPEN I-O    FILE-TPE.
000762     IF WS-FILTPE-CODE IS NOT EQUAL '00'
000763        DISPLAY '* ERROR EN OPEN TRFPEN  = ' WS-FILTPE-CODE
000764        MOVE 9999 TO RETURN-CODE
000765        SET  WS-FIN-LECTURA TO TRUE
000766     END-IF.
000767
000768*    EL STATUS 05 ES LA CREACION DEL DIARIO EN LA PRIMERA
000769*    CORRIDA, NO ES UN ERROR
000770     OPEN EXTEND FILE-DIA.
000771     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000772        AND WS-FILDIA-CODE IS NOT EQUAL '05'
000773        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000774        MOVE 9999 TO RETURN-CODE
000775        SET  WS-FIN-LECTURA TO TRUE
000776     END-IF.
000777
000778     OPEN OUTPUT FILE-LIS.
000779     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000780        DISPLAY '* ERROR EN OPEN TRFDVL  = ' WS-FILLIS-CODE
000781        MOVE 9999 TO RETURN-CODE
000782        SET  WS-FIN-LECTURA TO TRUE
000783     END-IF.
000784
000785     OPEN OUTPUT FILE-CTB.
000786     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000787        DISPLAY '* ERROR EN OPEN CTBTRD  = ' WS-FILCTB-CODE
000788        MOVE 9999 TO RETURN-CODE
000789        SET  WS-FIN-LECTURA TO TRUE
000790     END-IF.
000791
000792     IF WS-FIN-LECTURA
000793        GO TO F-1000-INICIO
000794     END-IF
000795
000796     MOVE SPACES           TO WS-REG-CONTAB
000797     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
000798     MOVE 'PGMAPJ6C'       TO WS-CTB-HDR-ORIGEN
000799     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
000800     WRITE REG-CTB FROM WS-REG-CONTAB-HDR
000801     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000802        DISPLAY '* ERROR EN GRABAR CTBTRD = ' WS-FILCTB-CODE
000803        MOVE 9999 TO RETURN-CODE
000804        SET  WS-FIN-LECTURA TO TRUE
000805     END-IF.
000806
000807     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000808     WRITE REG-LIS FROM WS-LIN-CABECERA.
000809
000810 F-1000-INICIO.   EXIT.
000811
000812**************************************
000813*  FECHA DE PROCESO: DDPARM O FECHA  *
000814*  DEL SISTEMA                       *
000815**************************************
000816
000817 1050-LEER-PARM-FECHA.
000818
000819     OPEN INPUT FILE-PARM.
000820
000821     IF WS-FILPARM-CODE IS EQUAL '00'
000822
000823        READ FILE-PARM INTO WS-REG-PARM
000824
000825        IF WS-FILPARM-CODE IS EQUAL '00'
000826           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000827           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000828           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000829           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000830           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000831           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000832                                      WS-PARM-FECHA
000833        ELSE
000834           ACCEPT WS-FECHA FROM DATE
000835           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000836           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000837           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000838        END-IF
000839
000840        CLOSE FILE-PARM
000841
000842     ELSE
000843
000844        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000845        ACCEPT WS-FECHA FROM DATE
000846        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000847        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000848        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000849
000850     END-IF.
000851
000852 F-1050-LEER-PARM-FECHA. EXIT.
000853
000854**************************************
000855* INTERBLOQUEO CON EL STREAM: SI EL  *
000856* POSTEO NOCTURNO (PASO 04, PGMAPJ1D)*
000857* O EL APLICADOR DE SALDOS (PASO 05, *
000858* PGMAPJ1A) FIGURAN INICIADOS PARA LA*
000859* FECHA, NO SE REINTEGRA NADA        *
000860**************************************
000861
000862 1600-CONTROL-INTERBLOQUEO.
000863
000864     OPEN INPUT FILE-RUN.
000865
000866     IF WS-FILRUN-CODE IS EQUAL '05'
000867        OR WS-FILRUN-CODE IS EQUAL '35'
000868        DISPLAY '* SIN DDRUNCTL, DEVOLUCIONES SIN INTERBLOQUEO'
000869        GO TO F-1600-CONTROL-INTERBLOQUEO
000870     END-IF
000871
000872     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000873        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000874        MOVE 9999 TO RETURN-CODE
000875        SET WS-FIN-LECTURA TO TRUE
000876        GO TO F-1600-CONTROL-INTERBLOQUEO
000877     END-IF
000878
000879     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
000880     MOVE 04               TO REG-RUN-PASO
000881     PERFORM 1610-CONTROLAR-UN-PASO
000882                 THRU F-1610-CONTROLAR-UN-PASO
000883
000884     MOVE 05               TO REG-RUN-PASO
000885     PERFORM 1610-CONTROLAR-UN-PASO
000886                 THRU F-1610-CONTROLAR-UN-PASO
000887
000888     CLOSE FILE-RUN.
000889
000890 F-1600-CONTROL-INTERBLOQUEO. EXIT.
000891
000892 1610-CONTROLAR-UN-PASO.
000893
000894     READ FILE-RUN INTO WS-REG-RUNCTL
000895        KEY IS REG-RUN-CLAVE
000896
000897     EVALUATE WS-FILRUN-CODE
000898
000899        WHEN '00'
000900           IF WS-RUN-EST-INICIADO
000901              DISPLAY '* PASO ' REG-RUN-PASO ' ('
000902                      WS-RUN-PROGRAMA ') EN CURSO, '
000903                      'DEVOLUCIONES BLOQUEADAS *'
000904              MOVE 8 TO RETURN-CODE
000905              SET WS-FIN-LECTURA TO TRUE
000906           END-IF
000907
000908        WHEN '23'
000909           CONTINUE
000910
000911        WHEN OTHER
000912           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000913           MOVE 9999 TO RETURN-CODE
000914           SET WS-FIN-LECTURA TO TRUE
000915
000916     END-EVALUATE.
000917
000918 F-1610-CONTROLAR-UN-PASO. EXIT.
000919
000920**************************************
000921* VALIDAR EL LOTE DE DEVOLUCIONES    *
000922* COMPLETO (HEADER CON LA FECHA DE   *
000923* PROCESO, TRAILER CON CANTIDAD Y    *
000924* SUMA) Y LIBERARLAS AL SORT         *
000925**************************************
000926
000927 2000-VALIDAR-LOTE.
000928
000929     SET WS-LOTE-VALIDO         TO TRUE
000930     SET WS-LOTE-SIN-HEADER     TO TRUE
000931     SET WS-LOTE-SIN-TRAILER    TO TRUE
000932     SET WS-NO-FIN-DEVOLUCIONES TO TRUE
000933
000934     PERFORM 2010-LEER-UNO THRU F-2010-LEER-UNO
000935               UNTIL WS-FIN-DEVOLUCIONES
000936
000937     IF WS-LOTE-SIN-TRAILER
000938        AND WS-LOTE-VALIDO
000939        DISPLAY '* LOTE DE DEVOLUCIONES SIN TRAILER *'
000940        SET WS-LOTE-INVALIDO TO TRUE
000941     END-IF
000942
000943     IF WS-LOTE-INVALIDO
000944        MOVE 9999 TO RETURN-CODE
000945        SET WS-FIN-LECTURA TO TRUE
000946        MOVE 'LOTE DE DEVOLUCIONES INVALIDO - NO SE PROCESA'
000947                                 TO WS-LIN-TEXTO
000948        WRITE REG-LIS FROM WS-LIN-SALIDA
000949     END-IF.
000950
000951 F-2000-VALIDAR-LOTE. EXIT.
000952
000953 2010-LEER-UNO.
000954
000955     READ FILE-TDV INTO WS-REG-TRFDEV
000956
000957     EVALUATE WS-FILTDV-CODE
000958
000959        WHEN '00'
000960           CONTINUE
000961
000962        WHEN '10'
000963           SET WS-FIN-DEVOLUCIONES TO TRUE
000964           GO TO F-2010-LEER-UNO
000965
000966        WHEN OTHER
000967           DISPLAY '* ERROR EN LECTURA TRFDEV = ' WS-FILTDV-CODE
000968           SET WS-LOTE-INVALIDO TO TRUE
000969           SET WS-FIN-DEVOLUCIONES TO TRUE
000970           GO TO F-2010-LEER-UNO
000971
000972     END-EVALUATE
000973
000974     EVALUATE TRUE
000975
000976        WHEN WS-LOTE-CON-TRAILER
000977           DISPLAY '* REGISTROS DESPUES DEL TRAILER DE DEVOL. *'
000978           SET WS-LOTE-INVALIDO TO TRUE
000979           SET WS-FIN-DEVOLUCIONES TO TRUE
000980
000981        WHEN WS-TDV-ES-HEADER
000982           IF WS-LOTE-CON-HEADER
000983              DISPLAY '* HEADER DE DEVOLUCIONES DUPLICADO *'
000984              SET WS-LOTE-INVALIDO TO TRUE
000985              SET WS-FIN-DEVOLUCIONES TO TRUE
000986           ELSE
000987              SET WS-LOTE-CON-HEADER TO TRUE
000988              IF WS-TDV-HDR-FECHA IS NOT EQUAL WS-FEC-PROCESO-N
000989                 DISPLAY '* FECHA DEL LOTE DE DEVOLUCIONES = '
000990                         WS-TDV-HDR-FECHA ' DISTINTA DE '
000991                         WS-FEC-PROCESO-N
000992                 SET WS-LOTE-INVALIDO TO TRUE
000993                 SET WS-FIN-DEVOLUCIONES TO TRUE
000994              END-IF
000995           END-IF
000996
000997        WHEN WS-LOTE-SIN-HEADER
000998           DISPLAY '* LOTE DE DEVOLUCIONES SIN HEADER *'
000999           SET WS-LOTE-INVALIDO TO TRUE
001000           SET WS-FIN-DEVOLUCIONES TO TRUE
001001
001002        WHEN WS-TDV-ES-TRAILER
001003           SET WS-LOTE-CON-TRAILER TO TRUE
001004           IF WS-TDV-TRL-CANT-REG IS NOT EQUAL WS-LOTE-CANT
001005              OR WS-TDV-TRL-HASH IS NOT EQUAL WS-LOTE-HASH
001006              DISPLAY '* TRAILER DE DEVOLUCIONES NO CONCILIA: '
001007                      WS-TDV-TRL-CANT-REG ' / ' WS-LOTE-CANT
001008              SET WS-LOTE-INVALIDO TO TRUE
001009              SET WS-FIN-DEVOLUCIONES TO TRUE
001010           END-IF
001011
001012        WHEN OTHER
001013           ADD 1              TO WS-LOTE-CANT
001014           ADD WS-TDV-IMPORTE TO WS-LOTE-HASH
001015           MOVE WS-TDV-REF    TO SORT-REF
001016           MOVE WS-REG-TRFDEV TO SORT-DEVOLUCION
001017           RELEASE REG-SORT
001018
001019     END-EVALUATE.
001020
001021 F-2010-LEER-UNO. EXIT.
001022
001023**************************************
001024* PROCESAR LAS DEVOLUCIONES (SOLO SI *
001025* EL LOTE ES VALIDO)                 *
001026**************************************
001027
001028 3000-PROCESAR-DEVOLUCIONES.
001029
001030     IF WS-LOTE-INVALIDO
001031        GO TO F-3000-PROCESAR-DEVOLUCIONES
001032     END-IF
001033
001034     SET WS-NO-FIN-SORT TO TRUE
001035
001036     PERFORM 3010-PROCESAR-UNA THRU F-3010-PROCESAR-UNA
001037               UNTIL WS-FIN-SORT
001038               OR WS-FIN-LECTURA.
001039
001040 F-3000-PROCESAR-DEVOLUCIONES. EXIT.
001041
001042 3010-PROCESAR-UNA.
001043
001044     RETURN SORT-FILE
001045
001046        AT END
001047           SET WS-FIN-SORT TO TRUE
001048
001049        NOT AT END
001050           MOVE SORT-DEVOLUCION TO WS-REG-TRFDEV
001051           ADD 1 TO WS-CANT-LEIDAS
001052           PERFORM 3050-BUSCAR-MOTIVO THRU F-3050-BUSCAR-MOTIVO
001053           PERFORM 3100-REINTEGRAR THRU F-3100-REINTEGRAR
001054
001055     END-RETURN.
001056
001057 F-3010-PROCESAR-UNA. EXIT.
001058
001059**************************************
001060* DESCRIPCION DEL MOTIVO INFORMADO POR*
001061* LA CAMARA (SI NO ESTA EN LA TABLA SE*
001062* REINTEGRA IGUAL, SIN DESCRIPCION)  *
001063**************************************
001064
001065 3050-BUSCAR-MOTIVO.
001066
001067     MOVE 'MOTIVO NO CODIFICADO' TO WS-MCA-DESCRIP-W
001068     MOVE ZEROS TO WS-MCA-IDX
001069
001070     PERFORM 3055-MOTIVO-UNO THRU F-3055-MOTIVO-UNO
001071               UNTIL WS-MCA-IDX IS NOT LESS THAN WS-MCA-CANT.
001072
001073 F-3050-BUSCAR-MOTIVO. EXIT.
001074
001075 3055-MOTIVO-UNO.
001076
001077     ADD 1 TO WS-MCA-IDX
001078
001079     IF WS-MCA-CODIGO (WS-MCA-IDX) IS EQUAL WS-TDV-MOTIVO
001080        MOVE WS-MCA-DESCRIP (WS-MCA-IDX) TO WS-MCA-DESCRIP-W
001081        MOVE WS-MCA-CANT TO WS-MCA-IDX
001082     END-IF.
001083
001084 F-3055-MOTIVO-UNO. EXIT.
001085
001086**************************************
001087* UBICAR LA ORDEN DEVUELTA Y, SI     *
001088* CORRESPONDE, REINTEGRAR EL IMPORTE *
001089* EN LA CUENTA ORIGEN                *
001090**************************************
001091
001092 3100-REINTEGRAR.
001093
001094     MOVE WS-TDV-REF TO REG-TPE-REF
001095
001096     READ FILE-TPE INTO WS-REG-TRFPEN
001097        KEY IS REG-TPE-REF
001098
001099     EVALUATE WS-FILTPE-CODE
001100
001101        WHEN '00'
001102           CONTINUE
001103
001104        WHEN '23'
001105           MOVE 'ORDEN INEXISTENTE - NO SE REINTEGRA'
001106                                    TO WS-LIN-MENSAJE
001107           PERFORM 3800-NO-APLICADA THRU F-3800-NO-APLICADA
001108           GO TO F-3100-REINTEGRAR
001109
001110        WHEN OTHER
001111           DISPLAY '* ERROR EN READ TRFPEN = ' WS-FILTPE-CODE
001112           MOVE 9999 TO RETURN-CODE
001113           SET WS-FIN-LECTURA TO TRUE
001114           GO TO F-3100-REINTEGRAR
001115
001116     END-EVALUATE
001117
001118*    UNA ORDEN YA DEVUELTA (POR UNA CORRIDA ANTERIOR O
001119*    REPETIDA EN EL LOTE) NO SE VUELVE A REINTEGRAR
001120
001121     IF WS-TPE-EST-DEVUELTA
001122        ADD 1 TO WS-CANT-YA-DEVUELTAS
001123        MOVE SPACES TO WS-LIN-MENSAJE
001124        STRING 'YA REINTEGRADA EL ' WS-TPE-FEC-DEVOL
001125                  DELIMITED BY SIZE
001126                  INTO WS-LIN-MENSAJE
001127        END-STRING
001128        PERFORM 3900-IMPRIMIR-DEVOLUCION
001129                    THRU F-3900-IMPRIMIR-DEVOLUCION
001130        GO TO F-3100-REINTEGRAR
001131     END-IF
001132
001133     IF NOT WS-TPE-EST-ENVIADA
001134        MOVE 'ORDEN NO ENVIADA A CAMARA - NO SE REINTEGRA'
001135                                 TO WS-LIN-MENSAJE
001136        PERFORM 3800-NO-APLICADA THRU F-3800-NO-APLICADA
001137        GO TO F-3100-REINTEGRAR
001138     END-IF
001139
001140     IF WS-TDV-IMPORTE IS NOT EQUAL WS-TPE-IMPORTE
001141        OR WS-TDV-MONEDA IS NOT EQUAL WS-TPE-MONEDA
001142        OR WS-TDV-CBU-DESTINO IS NOT EQUAL WS-TPE-CBU
001143        MOVE 'NO COINCIDE CON LA ORDEN - NO SE REINTEGRA'
001144                                 TO WS-LIN-MENSAJE
001145        PERFORM 3800-NO-APLICADA THRU F-3800-NO-APLICADA
001146        GO TO F-3100-REINTEGRAR
001147     END-IF
001148
001149     MOVE WS-TPE-CLAVE TO REG-FILE1-CLAVE
001150
001151     READ FILE1 INTO WS-REG-CLIENTE
001152        KEY IS REG-FILE1-CLAVE
001153
001154     EVALUATE WS-FIL1-CODE
001155
001156        WHEN '00'
001157           IF WS-CLI-EST-BAJA
001158              MOVE 'CUENTA ORIGEN EN BAJA - NO SE REINTEGRA'
001159                                       TO WS-LIN-MENSAJE
001160              PERFORM 3800-NO-APLICADA THRU F-3800-NO-APLICADA
001161              GO TO F-3100-REINTEGRAR
001162           END-IF
001163
001164        WHEN '23'
001165           MOVE 'CUENTA ORIGEN INEXISTENTE - NO SE REINTEGRA'
001166                                    TO WS-LIN-MENSAJE
001167           PERFORM 3800-NO-APLICADA THRU F-3800-NO-APLICADA
001168           GO TO F-3100-REINTEGRAR
001169
001170        WHEN OTHER
001171           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001172           MOVE 9999 TO RETURN-CODE
001173           SET WS-FIN-LECTURA TO TRUE
001174           GO TO F-3100-REINTEGRAR
001175
001176     END-EVALUATE
001177
001178*    CREDITO EN LA CUENTA ORIGEN: SALDO, ACUMULADOS Y
001179*    ASIENTO TRD EN EL DIARIO
001180
001181     PERFORM 2150-ABRIR-PERIODO THRU F-2150-ABRIR-PERIODO
001182
001183     ADD WS-TPE-IMPORTE TO WS-CLI-SALDO
001184     ADD 1              TO WS-CLI-CANT-MOV
001185     ADD WS-TPE-IMPORTE TO WS-CLI-MTD-CREDITOS
001186     ADD WS-TPE-IMPORTE TO WS-CLI-YTD-CREDITOS
001187     ADD 1              TO WS-CLI-MTD-CANT-MOV
001188     ADD 1              TO WS-CLI-YTD-CANT-MOV
001189     MOVE WS-FEC-PROCESO-N TO WS-CLI-ULT-FEC-MOV
001190
001191     REWRITE REG-FILE1 FROM WS-REG-CLIENTE
001192
001193     IF WS-FIL1-CODE IS NOT EQUAL '00'
001194        DISPLAY '* ERROR EN REWRITE FILE1 = ' WS-FIL1-CODE
001195        MOVE 9999 TO RETURN-CODE
001196        SET WS-FIN-LECTURA TO TRUE
001197        GO TO F-3100-REINTEGRAR
001198     END-IF
001199
001200     PERFORM 2850-GRABAR-DIARIO THRU F-2850-GRABAR-DIARIO
001201
001202     IF WS-FIN-LECTURA
001203        GO TO F-3100-REINTEGRAR
001204     END-IF
001205
001206*    OPERATIVA DE COMPENSACION CONTRA DEPOSITOS DE LA CUENTA
001207
001208     COMPUTE WS-GL-IDX-TIPO = WS-TPE-TIPO - 1
001209     MOVE WS-TPE-IMPORTE           TO WS-CTB-IMPORTE-ABS
001210     MOVE WS-GL-CTA-OPERATIVA      TO WS-GL-CTA-DEBE
001211     MOVE ZEROS                    TO WS-GL-TIPO-DEBE
001212     MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-GL-CTA-HABER
001213     MOVE WS-TPE-TIPO              TO WS-GL-TIPO-HABER
001214     MOVE 'DEVOLUCION TRF INTERB'  TO WS-GL-CONCEPTO
001215     PERFORM 2270-CONTABILIZAR THRU F-2270-CONTABILIZAR
001216
001217*    LA ORDEN QUEDA DEVUELTA CON EL ASIENTO DEL REINTEGRO
001218
001219     SET WS-TPE-EST-DEVUELTA TO TRUE
001220     MOVE WS-FEC-PROCESO-N   TO WS-TPE-FEC-DEVOL
001221     MOVE WS-TDV-MOTIVO      TO WS-TPE-MOT-DEVOL
001222     MOVE WS-DIA-ASIENTO     TO WS-TPE-ASI-DEVOL
001223
001224     REWRITE REG-TPE FROM WS-REG-TRFPEN
001225
001226     IF WS-FILTPE-CODE IS NOT EQUAL '00'
001227        DISPLAY '* ERROR EN REWRITE TRFPEN = ' WS-FILTPE-CODE
001228        MOVE 9999 TO RETURN-CODE
001229        SET WS-FIN-LECTURA TO TRUE
001230        GO TO F-3100-REINTEGRAR
001231     END-IF
001232
001233     ADD 1              TO WS-CANT-REINTEGRADAS
001234     ADD WS-TPE-IMPORTE TO WS-TOT-REINTEGRADO
001235
001236     MOVE 'REINTEGRADA' TO WS-LIN-MENSAJE
001237     PERFORM 3900-IMPRIMIR-DEVOLUCION
001238                 THRU F-3900-IMPRIMIR-DEVOLUCION.
001239
001240 F-3100-REINTEGRAR. EXIT.
001241
001242**************************************
001243*  ARRANQUE DE PERIODO MTD / YTD DE  *
001244*  LA CUENTA SI CAMBIO EL MES / ANIO *
001245**************************************
001246
001247 2150-ABRIR-PERIODO.
001248
001249     IF WS-CLI-MTD-PERIODO NOT EQUAL WS-PERIODO-MTD
001250        MOVE WS-PERIODO-MTD    TO WS-CLI-MTD-PERIODO
001251        MOVE ZEROS             TO WS-CLI-MTD-DEBITOS
001252        MOVE ZEROS             TO WS-CLI-MTD-CREDITOS
001253        MOVE ZEROS             TO WS-CLI-MTD-CANT-MOV
001254     END-IF
001255
001256     IF WS-CLI-YTD-PERIODO NOT EQUAL WS-PERIODO-YTD
001257        MOVE WS-PERIODO-YTD    TO WS-CLI-YTD-PERIODO
001258        MOVE ZEROS             TO WS-CLI-YTD-DEBITOS
001259        MOVE ZEROS             TO WS-CLI-YTD-CREDITOS
001260        MOVE ZEROS             TO WS-CLI-YTD-CANT-MOV
001261     END-IF.
001262
001263 F-2150-ABRIR-PERIODO. EXIT.
001264
001265**************************************
001266* CONTRAPARTIDA CONTABLE: UNA LINEA AL*
001267* DEBE Y UNA AL HABER POR EL MISMO   *
001268* IMPORTE                            *
001269**************************************
001270
001271 2270-CONTABILIZAR.
001272
001273     MOVE WS-GL-CTA-DEBE    TO WS-CTB-CUENTA-CTB
001274     MOVE 'D'               TO WS-CTB-DH
001275     MOVE WS-GL-TIPO-DEBE   TO WS-GL-TIPO-W
001276     PERFORM 2280-GRABAR-ASIENTO-CTB
001277                 THRU F-2280-GRABAR-ASIENTO-CTB
001278
001279     MOVE WS-GL-CTA-HABER   TO WS-CTB-CUENTA-CTB
001280     MOVE 'H'               TO WS-CTB-DH
001281     MOVE WS-GL-TIPO-HABER  TO WS-GL-TIPO-W
001282     PERFORM 2280-GRABAR-ASIENTO-CTB
001283                 THRU F-2280-GRABAR-ASIENTO-CTB.
001284
001285 F-2270-CONTABILIZAR. EXIT.
001286
001287 2280-GRABAR-ASIENTO-CTB.
001288
001289     MOVE WS-FEC-PROCESO-N   TO WS-CTB-FECHA
001290     MOVE WS-CTB-IMPORTE-ABS TO WS-CTB-IMPORTE
001291     MOVE WS-TPE-MONEDA      TO WS-CTB-MONEDA
001292     MOVE WS-GL-TIPO-W       TO WS-CTB-TIPO-CTA
001293     MOVE WS-GL-CONCEPTO     TO WS-CTB-CONCEPTO
001294
001295     WRITE REG-CTB FROM WS-REG-CONTAB
001296
001297     EVALUATE WS-FILCTB-CODE
001298
001299        WHEN '00'
001300           ADD 1 TO WS-CTB-CANT-ASIENTOS
001301           IF WS-CTB-ES-DEBE
001302              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-DEBE
001303           ELSE
001304              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-HABER
001305           END-IF
001306
001307        WHEN OTHER
001308           DISPLAY '* ERROR EN GRABAR CTBTRD = ' WS-FILCTB-CODE
001309           MOVE 9999 TO RETURN-CODE
001310           SET WS-FIN-LECTURA TO TRUE
001311
001312     END-EVALUATE.
001313
001314 F-2280-GRABAR-ASIENTO-CTB. EXIT.
001315
001316**************************************
001317* GRABAR EN EL DIARIO EL ASIENTO TRD *
001318* DEL REINTEGRO, CON LA REFERENCIA DE*
001319* LA ORDEN, EL MOTIVO DE LA CAMARA Y *
001320* EL ASIENTO TRE DEL DEBITO ORIGINAL *
001321**************************************
001322
001323 2850-GRABAR-DIARIO.
001324
001325     MOVE SPACES              TO WS-REG-DIARIO
001326     MOVE WS-CLI-NRO          TO WS-DIA-NRO
001327     MOVE WS-CLI-TIPO         TO WS-DIA-TIPO
001328     MOVE WS-CLI-CUENTA       TO WS-DIA-CUENTA
001329     MOVE WS-FEC-PROCESO-N    TO WS-DIA-FEC-MOV
001330     MOVE WS-FEC-PROCESO-N    TO WS-DIA-FEC-PROCESO
001331     SET WS-DIA-ES-TRF-DEVUELTA TO TRUE
001332     MOVE WS-CLI-MONEDA       TO WS-DIA-MONEDA
001333     MOVE WS-TPE-IMPORTE      TO WS-DIA-IMPORTE
001334     MOVE WS-CLI-SALDO        TO WS-DIA-SALDO-DESP
001335     MOVE WS-TPE-REF          TO WS-DIA-REF-TRANSF
001336     MOVE ZEROS               TO WS-DIA-CONTRA-TIPO
001337     MOVE ZEROS               TO WS-DIA-CONTRA-CUENTA
001338     MOVE WS-TDV-MOTIVO       TO WS-DIA-MOT-DEVOL
001339     MOVE WS-TPE-ASI-DEBITO   TO WS-DIA-ASI-RELAC
001340     MOVE 'TRE'               TO WS-DIA-CONC-RELAC
001341
001342     IF WS-DIA-HORA-W IS EQUAL ZERO
001343        ACCEPT WS-DIA-HORA-W FROM TIME
001344     END-IF
001345     ADD 1 TO WS-DIA-SECUEN-W
001346     MOVE WS-FEC-PROCESO-N    TO WS-DIA-ASI-FECHA
001347     MOVE 'T'                 TO WS-DIA-ASI-ORIGEN
001348     MOVE WS-DIA-HORA-W (1:6) TO WS-DIA-ASI-HORA
001349     MOVE WS-DIA-SECUEN-W     TO WS-DIA-ASI-SECUEN
001350
001351     WRITE REG-DIA FROM WS-REG-DIARIO
001352
001353     EVALUATE WS-FILDIA-CODE
001354
001355        WHEN '00'
001356           ADD 1 TO WS-CANT-DIARIO
001357
001358        WHEN OTHER
001359           DISPLAY '* ERROR EN GRABAR DIARIO = ' WS-FILDIA-CODE
001360           MOVE 9999 TO RETURN-CODE
001361           SET WS-FIN-LECTURA TO TRUE
001362
001363     END-EVALUATE.
001364
001365 F-2850-GRABAR-DIARIO. EXIT.
001366
001367**************************************
001368* DEVOLUCION QUE NO SE PUEDE         *
001369* REINTEGRAR: SE LISTA CON SU MOTIVO *
001370* PARA QUE LA RESUELVA OPERACIONES   *
001371**************************************
001372
001373 3800-NO-APLICADA.
001374
001375     ADD 1              TO WS-CANT-NO-APLICADAS
001376     ADD WS-TDV-IMPORTE TO WS-TOT-NO-APLICADO
001377
001378     PERFORM 3900-IMPRIMIR-DEVOLUCION
001379                 THRU F-3900-IMPRIMIR-DEVOLUCION.
001380
001381 F-3800-NO-APLICADA. EXIT.
001382
001383**************************************
001384* IMPRIME UNA LINEA CON LA DEVOLUCION*
001385* EN CURSO, SU MOTIVO DE CAMARA Y EL *
001386* RESULTADO EN WS-LIN-MENSAJE        *
001387**************************************
001388
001389 3900-IMPRIMIR-DEVOLUCION.
001390
001391     MOVE WS-TDV-IMPORTE TO WS-LIN-EDIT-IMPORTE
001392     MOVE SPACES         TO WS-LIN-TEXTO
001393
001394     STRING 'REF: '        WS-TDV-REF
001395            ' '            WS-TDV-MONEDA
001396            ' '            WS-LIN-EDIT-IMPORTE
001397            ' '            WS-TDV-MOTIVO
001398            ' '            WS-MCA-DESCRIP-W
001399            ' '            WS-LIN-MENSAJE
001400               DELIMITED BY SIZE
001401               INTO WS-LIN-TEXTO
001402     END-STRING
001403
001404     WRITE REG-LIS FROM WS-LIN-SALIDA.
001405
001406 F-3900-IMPRIMIR-DEVOLUCION. EXIT.
001407
001408**************************************
001409*   CIERRE DE ARCHIVOS Y TOTALES     *
001410**************************************
001411
001412 9999-FINAL.
001413
001414*    TRAILER DEL LOTE CONTABLE; EL LOTE DEBE NETEAR A CERO
001415
001416     IF WS-FILCTB-CODE IS EQUAL '00'
001417        MOVE SPACES               TO WS-REG-CONTAB
001418        MOVE 'TRL'                TO WS-CTB-TRL-MARCA
001419        MOVE WS-CTB-CANT-ASIENTOS TO WS-CTB-TRL-CANT
001420        MOVE WS-CTB-TOT-DEBE      TO WS-CTB-TRL-TOT-DEBE
001421        MOVE WS-CTB-TOT-HABER     TO WS-CTB-TRL-TOT-HABER
001422        WRITE REG-CTB FROM WS-REG-CONTAB-TRL
001423        IF WS-FILCTB-CODE IS NOT EQUAL '00'
001424           DISPLAY '* ERROR EN GRABAR CTBTRD = ' WS-FILCTB-CODE
001425           MOVE 9999 TO RETURN-CODE
001426        END-IF
001427        CLOSE FILE-CTB
001428     END-IF.
001429
001430     IF WS-CTB-TOT-DEBE IS NOT EQUAL WS-CTB-TOT-HABER
001431        DISPLAY '* LOTE CONTABLE DE DEVOLUCIONES DESBALANCEADO *'
001432        DISPLAY '* TOTAL DEBE  = ' WS-CTB-TOT-DEBE
001433        DISPLAY '* TOTAL HABER = ' WS-CTB-TOT-HABER
001434        MOVE 9999 TO RETURN-CODE
001435     END-IF.
001436
001437     IF WS-FILDIA-CODE IS EQUAL '00'
001438        OR WS-FILDIA-CODE IS EQUAL '05'
001439        CLOSE FILE-DIA
001440     END-IF.
001441
001442     IF WS-FILLIS-CODE IS EQUAL '00'
001443        CLOSE FILE-LIS
001444     END-IF.
001445
001446     IF WS-FILTPE-CODE IS EQUAL '00'
001447        OR WS-FILTPE-CODE IS EQUAL '23'
001448        CLOSE FILE-TPE
001449     END-IF.
001450
001451     IF WS-FIL1-CODE IS EQUAL '00'
001452        OR WS-FIL1-CODE IS EQUAL '23'
001453        CLOSE FILE1
001454     END-IF.
001455
001456     CLOSE FILE-TDV.
001457
001458**************************************
001459*   MOSTRAR TOTALES DE CONTROL       *
001460**************************************
001461
001462     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001463     DISPLAY WS-LEYEN-REINTEGRADAS   WS-CANT-REINTEGRADAS.
001464     DISPLAY WS-LEYEN-YA-DEVUELTAS   WS-CANT-YA-DEVUELTAS.
001465     DISPLAY WS-LEYEN-NO-APLICADAS   WS-CANT-NO-APLICADAS.
001466     DISPLAY WS-LEYEN-DIARIO         WS-CANT-DIARIO.
001467     DISPLAY WS-LEYEN-CTB            WS-CTB-CANT-ASIENTOS.
001468     DISPLAY WS-LEYEN-TOT-REINTEGRO  WS-TOT-REINTEGRADO.
001469     DISPLAY WS-LEYEN-TOT-NO-APLIC   WS-TOT-NO-APLICADO.
001470
001471 F-9999-FINAL.
001472     EXIT.
