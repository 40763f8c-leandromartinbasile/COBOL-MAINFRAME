000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ3B.
000115**********************************************************
000120*                                                        *
000125*    CHEQUE CLEARING code                                *
000130*    PROCESA LA PRESENTACION DE CHEQUES DE CAMARA        *
000135*    (DDCAMARA) CONTRA LAS CUENTAS CORRIENTES: VALIDA EL *
000140*    LOTE (HEADER CON LA FECHA DE PROCESO, TRAILER CON   *
000145*    CANTIDAD Y SUMA DE IMPORTES), LO ORDENA POR CUENTA Y*
000150*    VALIDA CADA CHEQUE ANTES DE DEBITARLO: EMITIDO A LA *
000155*    CUENTA (DDCHEQRA), NO PAGADO, NO DENUNCIADO, DE     *
000160*    CHEQUERA ACTIVA, MISMA MONEDA Y CUBIERTO POR EL SALDO*
000165*    MAS EL DESCUBIERTO (SIN TOCAR LO EMBARGADO). LOS    *
000170*    ACEPTADOS SE MARCAN PAGADOS Y SALEN COMO DEBITOS EN *
000175*    FORMATO LAYOUT-Movements (DDMOV11, UN FEED MAS PARA *
000180*    PGMAPJ1F); LOS RECHAZADOS VUELVEN A CAMARA EN       *
000185*    DDCHQDEV CON SU MOTIVO Y SE ACUMULAN EN EL HISTORICO*
000190*    DDCHQHIS. CORRE EN EL STREAM ANTES DE PGMAPJ1F      *
000191**********************************************************
000192*      MANTENIMIENTO DE PROGRAMA                         *
000193**********************************************************
000194*    FECHA *    DETALLE        * COD *
000195**************************************
000196* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000196* 15/10/26 * ORIGEN CHEQUE Y FS* LGS *
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
000214*    MAESTRO DE CHEQUERAS (VER LAYOUT-Chequera Y PGMAPJ3A)
000215     SELECT FILE-CHQ ASSIGN DDCHEQRA
000216     ORGANIZATION IS INDEXED
000217     ACCESS IS DYNAMIC
000218     RECORD KEY IS REG-CHQ-CLAVE
000219     FILE STATUS IS WS-FILCHQ-CODE.
000220
000221*    PRESENTACION DE CAMARA (VER LAYOUT-Camara)
000222     SELECT FILE-CAM  ASSIGN DDCAMARA
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FILCAM-CODE.
000225
000226*    FEED DE DEBITOS PARA PGMAPJ1F (FORMATO LAYOUT-Movements)
000227     SELECT FILE2     ASSIGN DDMOV11
000228     ACCESS IS SEQUENTIAL
000229     FILE STATUS IS WS-FIL2-CODE.
000230
000231*    DEVOLUCION A CAMARA Y HISTORICO DE RECHAZOS (VER
000232*    LAYOUT-ChqDev); EL HISTORICO SE CREA EN LA PRIMERA
000233*    CORRIDA Y DESPUES SE EXTIENDE
000234     SELECT FILE-DEV  ASSIGN DDCHQDEV
000235     ACCESS IS SEQUENTIAL
000236     FILE STATUS IS WS-FILDEV-CODE.
000237
000238     SELECT OPTIONAL FILE-HIS ASSIGN DDCHQHIS
000239     ACCESS IS SEQUENTIAL
000240     FILE STATUS IS WS-FILHIS-CODE.
000241
000242     SELECT FILE-LIS  ASSIGN DDCHQLIS
000243     ACCESS IS SEQUENTIAL
000244     FILE STATUS IS WS-FILLIS-CODE.
000245
000246     SELECT FILE-PARM ASSIGN DDPARM
000247     ACCESS IS SEQUENTIAL
000248     FILE STATUS IS WS-FILPARM-CODE.
000249
000250*    MAESTRO DE EMBARGOS JUDICIALES (VER PGMAPJ1E): LO
000251*    RETENIDO NO CUBRE CHEQUES; SU AUSENCIA NO FRENA EL
000252*    PROCESO
000253     SELECT FILE-EMB  ASSIGN DDEMBARG
000254     ORGANIZATION IS INDEXED
000255     ACCESS IS RANDOM
000256     RECORD KEY IS REG-EMB-CLAVE
000257     FILE STATUS IS WS-FILEMB-CODE.
000258
000259*    CONTROL DE CORRIDA DEL STREAM: SI LA CONSOLIDACION
000260*    (PASO 03, PGMAPJ1F) YA ARRANCO PARA LA FECHA, EL FEED
000261*    DDMOV11 NO SE TOMARIA Y NO SE PROCESA LA CAMARA
000262     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000263     ORGANIZATION IS INDEXED
000264     ACCESS IS RANDOM
000265     RECORD KEY IS REG-RUN-CLAVE
000266     FILE STATUS IS WS-FILRUN-CODE.
000267
000268     SELECT SORT-FILE ASSIGN DDSORTWK.
000269
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
000404 FD FILE-CHQ
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-CHQ.
000409     03  REG-CHQ-CLAVE.
000410         05  REG-CHQ-NRO         PIC 9(05).
000411         05  REG-CHQ-TIPO        PIC 9(02).
000412         05  REG-CHQ-CUENTA      PIC 9(08).
000413         05  REG-CHQ-HASTA       PIC 9(08).
000414     03  FILLER                  PIC X(627).
000415
000416 FD FILE-CAM
000417      BLOCK CONTAINS 0 RECORDS
000418      RECORDING MODE IS F.
000419
000420 01 REG-CAM          PIC X(100).
000421
000422 FD FILE2
000423      BLOCK CONTAINS 0 RECORDS
000424      RECORDING MODE IS F.
000425
000426 01 REG-FILE2        PIC X(80).
000427
000428 FD FILE-DEV
000429      BLOCK CONTAINS 0 RECORDS
000430      RECORDING MODE IS F.
000431
000432 01 REG-DEV          PIC X(100).
000433
000434 FD FILE-HIS
000435      BLOCK CONTAINS 0 RECORDS
000436      RECORDING MODE IS F.
000437
000438 01 REG-HIS          PIC X(100).
000439
000440 FD FILE-LIS
000441      BLOCK CONTAINS 0 RECORDS
000442      RECORDING MODE IS F.
000443
000444 01 REG-LIS          PIC X(132).
000445
000446 FD FILE-PARM
000447      BLOCK CONTAINS 0 RECORDS
000448      RECORDING MODE IS F.
000449
000450 01 REG-FILE-PARM    PIC X(08).
000451
000452 FD FILE-EMB
000453      BLOCK CONTAINS 0 RECORDS
000454      RECORDING MODE IS F.
000455
000456 01 REG-EMB.
000457     03  REG-EMB-CLAVE.
000458         05  REG-EMB-NRO         PIC 9(05).
000459         05  REG-EMB-TIPO        PIC 9(02).
000460         05  REG-EMB-CUENTA      PIC 9(08).
000461     03  FILLER                  PIC X(65).
000462
000463 FD FILE-RUN
000464      BLOCK CONTAINS 0 RECORDS
000465      RECORDING MODE IS F.
000466
000467 01 REG-RUN.
000468     03  REG-RUN-CLAVE.
000469         05  REG-RUN-FECHA   PIC 9(08).
000470         05  REG-RUN-PASO    PIC 9(02).
000471     03  FILLER              PIC X(70).
000472
000473*    ORDEN DEL FEED DE SALIDA (TIPO+CUENTA, COMO EL APAREO DE
000474*    PGMAPJ1D) Y DENTRO DE LA CUENTA POR NUMERO DE CHEQUE
000475 SD SORT-FILE.
000476
000477 01 REG-SORT.
000478     03  SORT-TIPO           PIC 9(02).
000479     03  SORT-CUENTA         PIC 9(08).
000480     03  SORT-NRO            PIC 9(05).
000481     03  SORT-NRO-CHEQUE     PIC 9(08).
000482     03  SORT-CAMARA         PIC X(100).
000483
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILCHQ-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCAM-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FIL2-CODE            PIC X(02)   VALUE SPACES.
000506 77  WS-FILDEV-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILHIS-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000509 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000510 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000511 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000512
000513 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000514     88  WS-FIN-LECTURA                  VALUE 'SI'.
000515     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000516
000517 01  WS-STATUS-CAM           PIC X(02)   VALUE 'NO'.
000518     88  WS-FIN-CAMARA                   VALUE 'SI'.
000519     88  WS-NO-FIN-CAMARA                VALUE 'NO'.
000520
000521 01  WS-STA-SORT             PIC X       VALUE 'N'.
000522     88  WS-FIN-SORT                     VALUE 'Y'.
000523     88  WS-NO-FIN-SORT                  VALUE 'N'.
000524
000525********  CONTROL DEL LOTE DE CAMARA  *
000526
000527 77  WS-LOTE-SW              PIC X       VALUE 'N'.
000528     88  WS-LOTE-VALIDO                  VALUE 'Y'.
000529     88  WS-LOTE-INVALIDO                VALUE 'N'.
000530 77  WS-LOTE-HDR-SW          PIC X       VALUE 'N'.
000531     88  WS-LOTE-CON-HEADER              VALUE 'Y'.
000532     88  WS-LOTE-SIN-HEADER              VALUE 'N'.
000533 77  WS-LOTE-TRL-SW          PIC X       VALUE 'N'.
000534     88  WS-LOTE-CON-TRAILER             VALUE 'Y'.
000535     88  WS-LOTE-SIN-TRAILER             VALUE 'N'.
000536 77  WS-LOTE-CANT            PIC 9(07)      VALUE ZEROS.
000537 77  WS-LOTE-HASH            PIC 9(13)V99   VALUE ZEROS.
000538
000539********  CONTADORES DE CONTROL  *
000540
000541 77  WS-CANT-PRESENTADOS     PIC 9(07)   VALUE ZEROS.
000542 77  WS-CANT-ACEPTADOS       PIC 9(07)   VALUE ZEROS.
000543 77  WS-CANT-RECHAZADOS      PIC 9(07)   VALUE ZEROS.
000544 77  WS-CANT-REPROCESO       PIC 9(07)   VALUE ZEROS.
000545 77  WS-TOT-ACEPTADO         PIC 9(13)V99 VALUE ZEROS.
000546 77  WS-TOT-RECHAZADO        PIC 9(13)V99 VALUE ZEROS.
000547
000548*    HASH DE DEBITOS DEL FEED DDMOV11 (QUEDA NEGATIVO)
000549 77  WS-MOV-HASH-DEB         PIC S9(13)V99  VALUE ZEROS.
000550 77  WS-MOV-HASH-CRED        PIC S9(13)V99  VALUE ZEROS.
000551
000552********  CUENTA EN CURSO (CORTE POR CUENTA)  *
000553
000554*    FONDOS QUE QUEDAN PARA LOS CHEQUES DE LA CUENTA: SALDO
000555*    MAS DESCUBIERTO, TOPEADO POR EL SALDO MENOS LO
000556*    EMBARGADO, MENOS LO YA ACEPTADO ESTA NOCHE
000557 01  WS-CTA-ANTERIOR.
000558     03  WS-ANT-NRO          PIC 9(05)   VALUE ZEROS.
000559     03  WS-ANT-TIPO         PIC 9(02)   VALUE ZEROS.
000560     03  WS-ANT-CUENTA       PIC 9(08)   VALUE ZEROS.
000561 77  WS-CTA-DISPONIBLE       PIC S9(10)V99 VALUE ZEROS.
000562 77  WS-CTA-DISP-EMB         PIC S9(10)V99 VALUE ZEROS.
000563 77  WS-CTA-SUCURSAL         PIC 9(03)     VALUE ZEROS.
000564 77  WS-CTA-MONEDA           PIC X(03)     VALUE SPACES.
000565
000566*    CUENTA INEXISTENTE, EN BAJA O QUE NO ES CUENTA CORRIENTE
000567 77  WS-CTA-SW               PIC X       VALUE 'N'.
000568     88  WS-CTA-VALIDA                   VALUE 'Y'.
000569     88  WS-CTA-INVALIDA                 VALUE 'N'.
000570
000571*    ULTIMO CHEQUE ACEPTADO EN LA CORRIDA (UN CHEQUE PAGADO
000572*    EN LA MISMA FECHA DE PROCESO ES UN REPROCESO, SALVO QUE
000573*    VENGA DOS VECES EN EL MISMO LOTE)
000574 01  WS-ULT-ACEPTADO.
000575     03  WS-ULT-CLAVE        PIC X(15)   VALUE SPACES.
000576     03  WS-ULT-NRO-CHEQUE   PIC 9(08)   VALUE ZEROS.
000577 01  WS-CHE-ACTUAL.
000578     03  WS-ACT-CLAVE        PIC X(15)   VALUE SPACES.
000579     03  WS-ACT-NRO-CHEQUE   PIC 9(08)   VALUE ZEROS.
000580
000581 77  WS-CHQ-UBIC-SW          PIC X       VALUE 'N'.
000582     88  WS-CHQ-UBICADA                  VALUE 'Y'.
000583     88  WS-CHQ-NO-UBICADA               VALUE 'N'.
000584 77  WS-CHQ-IDX              PIC 9(03) COMP  VALUE ZEROS.
000585
000586*    MOTIVO DE RECHAZO DEL CHEQUE EN CURSO (CERO = ACEPTADO)
000587 77  WS-MOTIVO-W             PIC 9(02)   VALUE ZEROS.
000588
000589********  EMBARGOS  *
000590
000591 77  WS-EMB-DISP-SW          PIC X       VALUE 'N'.
000592     88  WS-EMB-DISPONIBLE               VALUE 'Y'.
000593     88  WS-EMB-NO-DISPONIBLE            VALUE 'N'.
000594
000595 77  WS-EMB-VIG-SW           PIC X       VALUE 'N'.
000596     88  WS-EMB-VIGENTE                  VALUE 'Y'.
000597     88  WS-EMB-SIN-EMBARGO              VALUE 'N'.
000598
000599********     FECHA DE PROCESO  ***************
000600
000601 01  WS-FECHA-PROCESO.
000602     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000603     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000604     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000605     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000606 01  FILLER REDEFINES WS-FECHA-PROCESO.
000607     03  WS-FEC-PROCESO-N    PIC 9(08).
000608
000609 01  WS-FECHA.
000610     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000611     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000612     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000613
000614 01  WS-REG-PARM.
000615     03  WS-PARM-FECHA.
000616         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000617         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000618         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000619         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000620
000621********  MOTIVOS DE RECHAZO  *
000622
000623 01  WS-TAB-MOTIVOS.
000624     03  FILLER   PIC X(30) VALUE 'CHEQUE NO EMITIDO A LA CUENTA'.
000625     03  FILLER   PIC X(30) VALUE 'CHEQUE YA PAGADO'.
000626     03  FILLER   PIC X(30) VALUE 'CHEQUE DENUNCIADO'.
000627     03  FILLER   PIC X(30) VALUE 'SIN FONDOS SUFICIENTES'.
000628     03  FILLER   PIC X(30) VALUE 'CUENTA INEXISTENTE O CERRADA'.
000629     03  FILLER   PIC X(30) VALUE 'MONEDA DISTINTA DE LA CUENTA'.
000630     03  FILLER   PIC X(30) VALUE 'CHEQUERA ANULADA'.
000631 01  FILLER REDEFINES WS-TAB-MOTIVOS.
000632     03  WS-MOT-DESCRIPCION  PIC X(30) OCCURS 7 TIMES.
000633
000634********  LINEAS DEL LISTADO  *************
000635
000636 01  WS-LIN-CABECERA.
000637     03  FILLER              PIC X(01) VALUE SPACE.
000638     03  FILLER              PIC X(44) VALUE
000639             'CAMARA DE CHEQUES - PGMAPJ3B'.
000640     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000641     03  WS-CAB-FECHA        PIC 9(08).
000642     03  FILLER              PIC X(72) VALUE SPACES.
000643
000644 01  WS-LIN-SALIDA.
000645     03  FILLER              PIC X(01)   VALUE SPACE.
000646     03  WS-LIN-TEXTO        PIC X(131).
000647
000648 77  WS-LIN-RESULTADO        PIC X(40)   VALUE SPACES.
000649 01  WS-LIN-EDIT-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
000650
000651 01  WS-LEYEN-PRESENTADOS    PIC X(35)
000652         VALUE '* CHEQUES PRESENTADOS       = '.
000653 01  WS-LEYEN-ACEPTADOS      PIC X(35)
000654         VALUE '* CHEQUES ACEPTADOS         = '.
000655 01  WS-LEYEN-REPROCESO      PIC X(35)
000656         VALUE '* ACEPTADOS EN REPROCESO    = '.
000657 01  WS-LEYEN-RECHAZADOS     PIC X(35)
000658         VALUE '* CHEQUES RECHAZADOS        = '.
000659 01  WS-LEYEN-TOT-ACEPTADO   PIC X(35)
000660         VALUE '* IMPORTE ACEPTADO          = '.
000661 01  WS-LEYEN-TOT-RECHAZADO  PIC X(35)
000662         VALUE '* IMPORTE RECHAZADO         = '.
000663
000664     COPY "LAYOUT-Clients.cpy".
000665     COPY "LAYOUT-Chequera.cpy".
000666     COPY "LAYOUT-Camara.cpy".
000667     COPY "LAYOUT-ChqDev.cpy".
000668     COPY "LAYOUT-Movements.cpy".
000669     COPY "LAYOUT-Embargo.cpy".
000670     COPY "LAYOUT-RunCtl.cpy".
000671
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
000710                              SORT-NRO-CHEQUE
000711             INPUT  PROCEDURE IS 2000-VALIDAR-LOTE
000712                               THRU F-2000-VALIDAR-LOTE
000713             OUTPUT PROCEDURE IS 3000-PROCESAR-CHEQUES
000714                               THRU F-3000-PROCESAR-CHEQUES
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
000730     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000731
000732*    INTERBLOQUEO CONTRA LA CONSOLIDACION ANTES DE TOCAR EL
000733*    MAESTRO DE CHEQUERAS
000734
000735     PERFORM 1600-CONTROL-INTERBLOQUEO
000736                 THRU F-1600-CONTROL-INTERBLOQUEO.
000737
000738     IF WS-FIN-LECTURA
000739        GO TO F-1000-INICIO
000740     END-IF
000741
000742     OPEN INPUT  FILE1.
000743     IF WS-FIL1-CODE IS NOT EQUAL '00'
000744        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000745        MOVE 9999 TO RETURN-CODE
000746        SET  WS-FIN-LECTURA TO TRUE
000747     END-IF.
000748
000749     OPEN I-O    FILE-CHQ.
000750     IF WS-FILCHQ-CODE IS NOT EQUAL '00'
000751        DISPLAY '* ERROR EN OPEN CHEQRA  = ' WS-FILCHQ-CODE
000752        MOVE 9999 TO RETURN-CODE
000753        SET  WS-FIN-LECTURA TO TRUE
000754     END-IF.
000755
000756     OPEN INPUT  FILE-CAM.
000757     IF WS-FILCAM-CODE IS NOT EQUAL '00'
000758        DISPLAY '* ERROR EN OPEN CAMARA  = ' WS-FILCAM-CODE
000759        MOVE 9999 TO RETURN-CODE
000760        SET  WS-FIN-LECTURA TO TRUE
000761     END-IF.
000762
000763     OPEN INPUT FILE-EMB.
000764     IF WS-FILEMB-CODE IS EQUAL '00'
000765        SET WS-EMB-DISPONIBLE TO TRUE
000766     ELSE
000767        DISPLAY '* SIN MAESTRO DE EMBARGOS, CAMARA '
000768                'SIN CONTROL DE EMBARGO = ' WS-FILEMB-CODE
000769        SET WS-EMB-NO-DISPONIBLE TO TRUE
000770     END-IF.
000771
000772     OPEN OUTPUT FILE2.
000773     IF WS-FIL2-CODE IS NOT EQUAL '00'
000774        DISPLAY '* ERROR EN OPEN MOV11   = ' WS-FIL2-CODE
000775        MOVE 9999 TO RETURN-CODE
000776        SET  WS-FIN-LECTURA TO TRUE
000777     END-IF.
000778
000779     OPEN OUTPUT FILE-DEV.
000780     IF WS-FILDEV-CODE IS NOT EQUAL '00'
000781        DISPLAY '* ERROR EN OPEN CHQDEV  = ' WS-FILDEV-CODE
000782        MOVE 9999 TO RETURN-CODE
000783        SET  WS-FIN-LECTURA TO TRUE
000784     END-IF.
000785
000786*    EL STATUS 05 ES LA CREACION DEL HISTORICO EN LA PRIMERA
000787*    CORRIDA, NO ES UN ERROR
000788     OPEN EXTEND FILE-HIS.
000789     IF WS-FILHIS-CODE IS NOT EQUAL '00'
000790        AND WS-FILHIS-CODE IS NOT EQUAL '05'
000791        DISPLAY '* ERROR EN OPEN CHQHIS  = ' WS-FILHIS-CODE
000792        MOVE 9999 TO RETURN-CODE
000793        SET  WS-FIN-LECTURA TO TRUE
000794     END-IF.
000795
000796     OPEN OUTPUT FILE-LIS.
000797     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000798        DISPLAY '* ERROR EN OPEN CHQLIS  = ' WS-FILLIS-CODE
000799        MOVE 9999 TO RETURN-CODE
000800        SET  WS-FIN-LECTURA TO TRUE
000801     END-IF.
000802
000803     IF WS-FIN-LECTURA
000804        GO TO F-1000-INICIO
000805     END-IF
000806
000807*    HEADERS DEL FEED DE DEBITOS Y DE LA DEVOLUCION A CAMARA
000808
000809     MOVE SPACES           TO WS-REG-MOVIMI
000810     MOVE 'HDR'            TO WS-HDR-MARCA
000811     MOVE 'CAMARA  '       TO WS-HDR-ORIGEN
000812     MOVE WS-FECHA-PROCESO TO WS-HDR-FECHA-PROC
000813     WRITE REG-FILE2 FROM WS-REG-MOVIMI-HDR
000814     IF WS-FIL2-CODE IS NOT EQUAL '00'
000815        DISPLAY '* ERROR EN GRABAR MOV11 = ' WS-FIL2-CODE
000816        MOVE 9999 TO RETURN-CODE
000817        SET  WS-FIN-LECTURA TO TRUE
000818     END-IF.
000819
000820     MOVE SPACES           TO WS-REG-CHQDEV
000821     MOVE 'HDR'            TO WS-DEV-HDR-MARCA
000822     MOVE 'PGMAPJ3B'       TO WS-DEV-HDR-ORIGEN
000823     MOVE WS-FECHA-PROCESO TO WS-DEV-HDR-FECHA
000824     WRITE REG-DEV FROM WS-REG-CHQDEV-HDR
000825     IF WS-FILDEV-CODE IS NOT EQUAL '00'
000826        DISPLAY '* ERROR EN GRABAR CHQDEV = ' WS-FILDEV-CODE
000827        MOVE 9999 TO RETURN-CODE
000828        SET  WS-FIN-LECTURA TO TRUE
000829     END-IF.
000830
000831     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000832     WRITE REG-LIS FROM WS-LIN-CABECERA.
000833
000834 F-1000-INICIO.   EXIT.
000835
000836**************************************
000837*  FECHA DE PROCESO: DDPARM O FECHA  *
000838*  DEL SISTEMA                       *
000839**************************************
000840
000841 1050-LEER-PARM-FECHA.
000842
000843     OPEN INPUT FILE-PARM.
000844
000845     IF WS-FILPARM-CODE IS EQUAL '00'
000846
000847        READ FILE-PARM INTO WS-REG-PARM
000848
000849        IF WS-FILPARM-CODE IS EQUAL '00'
000850           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000851           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000852           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000853           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000854           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000855           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000856                                      WS-PARM-FECHA
000857        ELSE
000858           ACCEPT WS-FECHA FROM DATE
000859           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000860           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000861           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000862        END-IF
000863
000864        CLOSE FILE-PARM
000865
000866     ELSE
000867
000868        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000869        ACCEPT WS-FECHA FROM DATE
000870        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000871        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000872        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000873
000874     END-IF.
000875
000876 F-1050-LEER-PARM-FECHA. EXIT.
000877
000878**************************************
000879* INTERBLOQUEO CON EL STREAM: SI LA  *
000880* CONSOLIDACION (PASO 03, PGMAPJ1F)  *
000881* FIGURA INICIADA O COMPLETA PARA LA *
000882* FECHA, NO SE PROCESA LA CAMARA     *
000883**************************************
000884
000885 1600-CONTROL-INTERBLOQUEO.
000886
000887     OPEN INPUT FILE-RUN.
000888
000889     IF WS-FILRUN-CODE IS EQUAL '05'
000890        OR WS-FILRUN-CODE IS EQUAL '35'
000891        DISPLAY '* SIN DDRUNCTL, CAMARA SIN INTERBLOQUEO'
000892        GO TO F-1600-CONTROL-INTERBLOQUEO
000893     END-IF
000894
000895     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000896        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000897        MOVE 9999 TO RETURN-CODE
000898        SET WS-FIN-LECTURA TO TRUE
000899        GO TO F-1600-CONTROL-INTERBLOQUEO
000900     END-IF
000901
000902     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
000903     MOVE 03               TO REG-RUN-PASO
000904
000905     READ FILE-RUN INTO WS-REG-RUNCTL
000906        KEY IS REG-RUN-CLAVE
000907
000908     EVALUATE WS-FILRUN-CODE
000909
000910        WHEN '00'
000911           IF WS-RUN-EST-INICIADO
000912              OR WS-RUN-EST-COMPLETO
000913              DISPLAY '* PASO ' REG-RUN-PASO ' ('
000914                      WS-RUN-PROGRAMA ') YA CORRIDO, '
000915                      'CAMARA BLOQUEADA *'
000916              MOVE 8 TO RETURN-CODE
000917              SET WS-FIN-LECTURA TO TRUE
000918           END-IF
000919
000920        WHEN '23'
000921           CONTINUE
000922
000923        WHEN OTHER
000924           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000925           MOVE 9999 TO RETURN-CODE
000926           SET WS-FIN-LECTURA TO TRUE
000927
000928     END-EVALUATE
000929
000930     CLOSE FILE-RUN.
000931
000932 F-1600-CONTROL-INTERBLOQUEO. EXIT.
000933
000934**************************************
000935* VALIDAR EL LOTE DE CAMARA COMPLETO *
000936* (HEADER CON LA FECHA DE PROCESO,   *
000937* TRAILER CON CANTIDAD Y SUMA) Y     *
000938* LIBERAR LOS CHEQUES AL SORT        *
000939**************************************
000940
000941 2000-VALIDAR-LOTE.
000942
000943     SET WS-LOTE-VALIDO      TO TRUE
000944     SET WS-LOTE-SIN-HEADER  TO TRUE
000945     SET WS-LOTE-SIN-TRAILER TO TRUE
000946     SET WS-NO-FIN-CAMARA    TO TRUE
000947
000948     PERFORM 2010-LEER-UNO THRU F-2010-LEER-UNO
000949               UNTIL WS-FIN-CAMARA
000950
000951     IF WS-LOTE-SIN-TRAILER
000952        AND WS-LOTE-VALIDO
000953        DISPLAY '* LOTE DE CAMARA SIN TRAILER *'
000954        SET WS-LOTE-INVALIDO TO TRUE
000955     END-IF
000956
000957     IF WS-LOTE-INVALIDO
000958        MOVE 9999 TO RETURN-CODE
000959        SET WS-FIN-LECTURA TO TRUE
000960        MOVE 'LOTE DE CAMARA INVALIDO - NO SE PROCESA'
000961                                 TO WS-LIN-TEXTO
000962        WRITE REG-LIS FROM WS-LIN-SALIDA
000963     END-IF.
000964
000965 F-2000-VALIDAR-LOTE. EXIT.
000966
000967 2010-LEER-UNO.
000968
000969     READ FILE-CAM INTO WS-REG-CAMARA
000970
000971     EVALUATE WS-FILCAM-CODE
000972
000973        WHEN '00'
000974           CONTINUE
000975
000976        WHEN '10'
000977           SET WS-FIN-CAMARA TO TRUE
000978           GO TO F-2010-LEER-UNO
000979
000980        WHEN OTHER
000981           DISPLAY '* ERROR EN LECTURA CAMARA = ' WS-FILCAM-CODE
000982           SET WS-LOTE-INVALIDO TO TRUE
000983           SET WS-FIN-CAMARA TO TRUE
000984           GO TO F-2010-LEER-UNO
000985
000986     END-EVALUATE
000987
000988     EVALUATE TRUE
000989
000990        WHEN WS-LOTE-CON-TRAILER
000991           DISPLAY '* REGISTROS DESPUES DEL TRAILER DE CAMARA *'
000992           SET WS-LOTE-INVALIDO TO TRUE
000993           SET WS-FIN-CAMARA TO TRUE
000994
000995        WHEN WS-CAM-ES-HEADER
000996           IF WS-LOTE-CON-HEADER
000997              DISPLAY '* HEADER DE CAMARA DUPLICADO *'
000998              SET WS-LOTE-INVALIDO TO TRUE
000999              SET WS-FIN-CAMARA TO TRUE
001000           ELSE
001001              SET WS-LOTE-CON-HEADER TO TRUE
001002              IF WS-CAM-HDR-FECHA IS NOT EQUAL WS-FEC-PROCESO-N
001003                 DISPLAY '* FECHA DEL LOTE DE CAMARA = '
001004                         WS-CAM-HDR-FECHA ' DISTINTA DE '
001005                         WS-FEC-PROCESO-N
001006                 SET WS-LOTE-INVALIDO TO TRUE
001007                 SET WS-FIN-CAMARA TO TRUE
001008              END-IF
001009           END-IF
001010
001011        WHEN WS-LOTE-SIN-HEADER
001012           DISPLAY '* LOTE DE CAMARA SIN HEADER *'
001013           SET WS-LOTE-INVALIDO TO TRUE
001014           SET WS-FIN-CAMARA TO TRUE
001015
001016        WHEN WS-CAM-ES-TRAILER
001017           SET WS-LOTE-CON-TRAILER TO TRUE
001018           IF WS-CAM-TRL-CANT-REG IS NOT EQUAL WS-LOTE-CANT
001019              OR WS-CAM-TRL-HASH IS NOT EQUAL WS-LOTE-HASH
001020              DISPLAY '* TRAILER DE CAMARA NO CONCILIA: '
001021                      WS-CAM-TRL-CANT-REG ' / ' WS-LOTE-CANT
001022              SET WS-LOTE-INVALIDO TO TRUE
001023              SET WS-FIN-CAMARA TO TRUE
001024           END-IF
001025
001026        WHEN OTHER
001027           ADD 1              TO WS-LOTE-CANT
001028           ADD WS-CAM-IMPORTE TO WS-LOTE-HASH
001029           MOVE WS-CAM-TIPO       TO SORT-TIPO
001030           MOVE WS-CAM-CUENTA     TO SORT-CUENTA
001031           MOVE WS-CAM-NRO        TO SORT-NRO
001032           MOVE WS-CAM-NRO-CHEQUE TO SORT-NRO-CHEQUE
001033           MOVE WS-REG-CAMARA     TO SORT-CAMARA
001034           RELEASE REG-SORT
001035
001036     END-EVALUATE.
001037
001038 F-2010-LEER-UNO. EXIT.
001039
001040**************************************
001041* PROCESAR LOS CHEQUES ORDENADOS POR *
001042* CUENTA (SOLO SI EL LOTE ES VALIDO) *
001043**************************************
001044
001045 3000-PROCESAR-CHEQUES.
001046
001047     IF WS-LOTE-INVALIDO
001048        GO TO F-3000-PROCESAR-CHEQUES
001049     END-IF
001050
001051     SET WS-NO-FIN-SORT TO TRUE
001052
001053     PERFORM 3010-PROCESAR-UNO THRU F-3010-PROCESAR-UNO
001054               UNTIL WS-FIN-SORT
001055               OR WS-FIN-LECTURA.
001056
001057 F-3000-PROCESAR-CHEQUES. EXIT.
001058
001059 3010-PROCESAR-UNO.
001060
001061     RETURN SORT-FILE
001062
001063        AT END
001064           SET WS-FIN-SORT TO TRUE
001065
001066        NOT AT END
001067           MOVE SORT-CAMARA TO WS-REG-CAMARA
001068           ADD 1 TO WS-CANT-PRESENTADOS
001069           IF WS-CAM-CLAVE IS NOT EQUAL WS-CTA-ANTERIOR
001070              PERFORM 3100-NUEVA-CUENTA THRU F-3100-NUEVA-CUENTA
001071           END-IF
001072           PERFORM 3200-VALIDAR-CHEQUE THRU F-3200-VALIDAR-CHEQUE
001073           IF WS-NO-FIN-LECTURA
001074              IF WS-MOTIVO-W IS EQUAL ZERO
001075                 PERFORM 3300-ACEPTAR-CHEQUE
001076                             THRU F-3300-ACEPTAR-CHEQUE
001077              ELSE
001078                 PERFORM 3400-RECHAZAR-CHEQUE
001079                             THRU F-3400-RECHAZAR-CHEQUE
001080              END-IF
001081           END-IF
001082
001083     END-RETURN.
001084
001085 F-3010-PROCESAR-UNO. EXIT.
001086
001087**************************************
001088* CORTE POR CUENTA: LEER LA CUENTA Y *
001089* CALCULAR SUS FONDOS PARA CHEQUES   *
001090* (SALDO MAS DESCUBIERTO, SIN TOCAR  *
001091* LO RETENIDO POR UN EMBARGO VIGENTE,*
001092* COMO 2300- DE PGMAPJ2B)            *
001093**************************************
001094
001095 3100-NUEVA-CUENTA.
001096
001097     MOVE WS-CAM-CLAVE TO WS-CTA-ANTERIOR
001098     SET WS-CTA-INVALIDA TO TRUE
001099     MOVE ZEROS  TO WS-CTA-DISPONIBLE
001100     MOVE ZEROS  TO WS-CTA-SUCURSAL
001101     MOVE SPACES TO WS-CTA-MONEDA
001102
001103     MOVE WS-CAM-CLAVE TO REG-FILE1-CLAVE
001104
001105     READ FILE1 INTO WS-REG-CLIENTE
001106        KEY IS REG-FILE1-CLAVE
001107
001108     EVALUATE WS-FIL1-CODE
001109
001110        WHEN '00'
001111           MOVE WS-CLI-SUCURSAL TO WS-CTA-SUCURSAL
001112           MOVE WS-CLI-MONEDA   TO WS-CTA-MONEDA
001113           IF WS-CLI-TIPO IS NOT EQUAL 02
001114              OR WS-CLI-EST-BAJA
001115              GO TO F-3100-NUEVA-CUENTA
001116           END-IF
001117
001118        WHEN '23'
001119           GO TO F-3100-NUEVA-CUENTA
001120
001121        WHEN OTHER
001122           DISPLAY '* ERROR EN READ FILE1 = ' WS-FIL1-CODE
001123           MOVE 9999 TO RETURN-CODE
001124           SET WS-FIN-LECTURA TO TRUE
001125           GO TO F-3100-NUEVA-CUENTA
001126
001127     END-EVALUATE
001128
001129     SET WS-CTA-VALIDA TO TRUE
001130
001131     COMPUTE WS-CTA-DISPONIBLE =
001132                WS-CLI-SALDO + WS-CLI-LIM-DESCUB
001133
001134     PERFORM 3960-BUSCAR-EMBARGO THRU F-3960-BUSCAR-EMBARGO
001135
001136     IF WS-EMB-VIGENTE
001137        COMPUTE WS-CTA-DISP-EMB = WS-CLI-SALDO - WS-EMB-IMPORTE
001138        IF WS-CTA-DISP-EMB IS LESS THAN WS-CTA-DISPONIBLE
001139           MOVE WS-CTA-DISP-EMB TO WS-CTA-DISPONIBLE
001140        END-IF
001141     END-IF
001142
001143     IF WS-CTA-DISPONIBLE IS LESS THAN ZERO
001144        MOVE ZEROS TO WS-CTA-DISPONIBLE
001145     END-IF.
001146
001147 F-3100-NUEVA-CUENTA. EXIT.
001148
001149**************************************
001150* VALIDAR EL CHEQUE EN CURSO; DEJA EN*
001151* WS-MOTIVO-W EL MOTIVO DE RECHAZO O *
001152* CERO SI SE PUEDE PAGAR             *
001153**************************************
001154
001155 3200-VALIDAR-CHEQUE.
001156
001157     MOVE ZEROS TO WS-MOTIVO-W
001158
001159     IF WS-CTA-INVALIDA
001160        MOVE 05 TO WS-MOTIVO-W
001161        GO TO F-3200-VALIDAR-CHEQUE
001162     END-IF
001163
001164     IF WS-CAM-MONEDA IS NOT EQUAL WS-CTA-MONEDA
001165        MOVE 06 TO WS-MOTIVO-W
001166        GO TO F-3200-VALIDAR-CHEQUE
001167     END-IF
001168
001169     PERFORM 3800-UBICAR-CHEQUERA THRU F-3800-UBICAR-CHEQUERA
001170
001171     IF WS-FIN-LECTURA
001172        GO TO F-3200-VALIDAR-CHEQUE
001173     END-IF
001174
001175     IF WS-CHQ-NO-UBICADA
001176        MOVE 01 TO WS-MOTIVO-W
001177        GO TO F-3200-VALIDAR-CHEQUE
001178     END-IF
001179
001180     IF WS-CHQ-EST-ANULADA
001181        MOVE 07 TO WS-MOTIVO-W
001182        GO TO F-3200-VALIDAR-CHEQUE
001183     END-IF
001184
001185     IF WS-CHQ-CHE-DENUNCIADO (WS-CHQ-IDX)
001186        MOVE 03 TO WS-MOTIVO-W
001187        GO TO F-3200-VALIDAR-CHEQUE
001188     END-IF
001189
001190*    PAGADO EN UNA FECHA ANTERIOR, O DOS VECES EN ESTE LOTE:
001191*    YA PAGADO. PAGADO EN ESTA MISMA FECHA DE PROCESO POR UNA
001192*    CORRIDA ANTERIOR: REPROCESO, SE VUELVE A ACEPTAR
001193
001194     MOVE WS-CAM-CLAVE      TO WS-ACT-CLAVE
001195     MOVE WS-CAM-NRO-CHEQUE TO WS-ACT-NRO-CHEQUE
001196
001197     IF WS-CHQ-CHE-PAGADO (WS-CHQ-IDX)
001198        IF WS-CHQ-CHE-FECHA (WS-CHQ-IDX) IS NOT EQUAL
001199                                          WS-FEC-PROCESO-N
001200           OR WS-CHE-ACTUAL IS EQUAL WS-ULT-ACEPTADO
001201           MOVE 02 TO WS-MOTIVO-W
001202           GO TO F-3200-VALIDAR-CHEQUE
001203        END-IF
001204     END-IF
001205
001206     IF WS-CAM-IMPORTE IS GREATER THAN WS-CTA-DISPONIBLE
001207        MOVE 04 TO WS-MOTIVO-W
001208     END-IF.
001209
001210 F-3200-VALIDAR-CHEQUE. EXIT.
001211
001212**************************************
001213* CHEQUE ACEPTADO: MARCARLO PAGADO,  *
001214* CONSUMIR LOS FONDOS DE LA CUENTA Y *
001215* EMITIR EL DEBITO EN DDMOV11        *
001216**************************************
001217
001218 3300-ACEPTAR-CHEQUE.
001219
001220     IF WS-CHQ-CHE-PAGADO (WS-CHQ-IDX)
001221        ADD 1 TO WS-CANT-REPROCESO
001222     ELSE
001223        MOVE 'P'              TO WS-CHQ-CHE-ESTADO (WS-CHQ-IDX)
001224        MOVE WS-FEC-PROCESO-N TO WS-CHQ-CHE-FECHA (WS-CHQ-IDX)
001225        MOVE SPACES           TO WS-CHQ-CHE-MOTIVO (WS-CHQ-IDX)
001226        ADD 1                 TO WS-CHQ-CANT-PAGADOS
001227        REWRITE REG-CHQ FROM WS-REG-CHEQUERA
001228        IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001229           DISPLAY '* ERROR EN REWRITE CHEQRA = ' WS-FILCHQ-CODE
001230           MOVE 9999 TO RETURN-CODE
001231           SET WS-FIN-LECTURA TO TRUE
001232           GO TO F-3300-ACEPTAR-CHEQUE
001233        END-IF
001234     END-IF
001235
001236     MOVE WS-CHE-ACTUAL TO WS-ULT-ACEPTADO
001237     SUBTRACT WS-CAM-IMPORTE FROM WS-CTA-DISPONIBLE
001238
001239     MOVE SPACES             TO WS-REG-MOVIMI
001240     MOVE WS-CAM-NRO         TO WS-MOV-NRO
001241     MOVE WS-CAM-TIPO        TO WS-MOV-TIPO
001242     MOVE WS-CAM-CUENTA      TO WS-MOV-CUENTA
001243     COMPUTE WS-MOV-IMPORTE = ZERO - WS-CAM-IMPORTE
001244     MOVE WS-FEC-PROCESO-N   TO WS-MOV-FECHA
001245     MOVE WS-CAM-MONEDA      TO WS-MOV-MONEDA
001246     MOVE SPACES             TO WS-MOV-REF-TRANSF
001247     MOVE ZEROS              TO WS-MOV-CONTRA-TIPO
001248     MOVE ZEROS              TO WS-MOV-CONTRA-CUENTA
001248     SET WS-MOV-ORI-CHEQUE   TO TRUE
001249
001250     WRITE REG-FILE2 FROM WS-REG-MOVIMI
001251
001252     IF WS-FIL2-CODE IS NOT EQUAL '00'
001253        DISPLAY '* ERROR EN GRABAR MOV11 = ' WS-FIL2-CODE
001254        MOVE 9999 TO RETURN-CODE
001255        SET WS-FIN-LECTURA TO TRUE
001256        GO TO F-3300-ACEPTAR-CHEQUE
001257     END-IF
001258
001259     ADD WS-MOV-IMPORTE TO WS-MOV-HASH-DEB
001260     ADD 1              TO WS-CANT-ACEPTADOS
001261     ADD WS-CAM-IMPORTE TO WS-TOT-ACEPTADO
001262
001263     MOVE 'ACEPTADO' TO WS-LIN-RESULTADO
001264     PERFORM 3900-IMPRIMIR-CHEQUE THRU F-3900-IMPRIMIR-CHEQUE.
001265
001266 F-3300-ACEPTAR-CHEQUE. EXIT.
001267
001268**************************************
001269* CHEQUE RECHAZADO: DEVOLUCION A LA  *
001270* CAMARA (DDCHQDEV) E HISTORICO DE   *
001271* RECHAZOS (DDCHQHIS) CON EL MOTIVO  *
001272**************************************
001273
001274 3400-RECHAZAR-CHEQUE.
001275
001276     MOVE SPACES             TO WS-REG-CHQDEV
001277     MOVE WS-CAM-NRO         TO WS-DEV-NRO
001278     MOVE WS-CAM-TIPO        TO WS-DEV-TIPO
001279     MOVE WS-CAM-CUENTA      TO WS-DEV-CUENTA
001280     MOVE WS-CAM-NRO-CHEQUE  TO WS-DEV-NRO-CHEQUE
001281     MOVE WS-CAM-IMPORTE     TO WS-DEV-IMPORTE
001282     MOVE WS-CAM-MONEDA      TO WS-DEV-MONEDA
001283     MOVE WS-CAM-FEC-LIBRADO TO WS-DEV-FEC-LIBRADO
001284     MOVE WS-CAM-BANCO       TO WS-DEV-BANCO
001285     MOVE WS-CAM-REF-CAMARA  TO WS-DEV-REF-CAMARA
001286     MOVE WS-FEC-PROCESO-N   TO WS-DEV-FECHA
001287     MOVE WS-CTA-SUCURSAL    TO WS-DEV-SUCURSAL
001288     MOVE WS-MOTIVO-W        TO WS-DEV-MOTIVO
001289
001290     WRITE REG-DEV FROM WS-REG-CHQDEV
001291
001292     IF WS-FILDEV-CODE IS NOT EQUAL '00'
001293        DISPLAY '* ERROR EN GRABAR CHQDEV = ' WS-FILDEV-CODE
001294        MOVE 9999 TO RETURN-CODE
001295        SET WS-FIN-LECTURA TO TRUE
001296        GO TO F-3400-RECHAZAR-CHEQUE
001297     END-IF
001298
001299     WRITE REG-HIS FROM WS-REG-CHQDEV
001300
001301     IF WS-FILHIS-CODE IS NOT EQUAL '00'
001302        DISPLAY '* ERROR EN GRABAR CHQHIS = ' WS-FILHIS-CODE
001303        MOVE 9999 TO RETURN-CODE
001304        SET WS-FIN-LECTURA TO TRUE
001305        GO TO F-3400-RECHAZAR-CHEQUE
001306     END-IF
001307
001308     ADD 1              TO WS-CANT-RECHAZADOS
001309     ADD WS-CAM-IMPORTE TO WS-TOT-RECHAZADO
001310
001311     MOVE SPACES TO WS-LIN-RESULTADO
001312     STRING 'RECHAZADO ' WS-MOTIVO-W ' '
001313            WS-MOT-DESCRIPCION (WS-MOTIVO-W)
001314               DELIMITED BY SIZE
001315               INTO WS-LIN-RESULTADO
001316     END-STRING
001317     PERFORM 3900-IMPRIMIR-CHEQUE THRU F-3900-IMPRIMIR-CHEQUE.
001318
001319 F-3400-RECHAZAR-CHEQUE. EXIT.
001320
001321**************************************
001322* UBICAR LA CHEQUERA DE LA CUENTA QUE*
001323* CONTIENE EL CHEQUE PRESENTADO (COMO*
001324* 2800- DE PGMAPJ3A); DEJA EL REGISTRO*
001325* EN WS-REG-CHEQUERA Y EL INDICE DEL *
001326* CHEQUE EN WS-CHQ-IDX               *
001327**************************************
001328
001329 3800-UBICAR-CHEQUERA.
001330
001331     SET WS-CHQ-NO-UBICADA TO TRUE
001332
001333     MOVE WS-CAM-NRO        TO REG-CHQ-NRO
001334     MOVE WS-CAM-TIPO       TO REG-CHQ-TIPO
001335     MOVE WS-CAM-CUENTA     TO REG-CHQ-CUENTA
001336     MOVE WS-CAM-NRO-CHEQUE TO REG-CHQ-HASTA
001337
001338     START FILE-CHQ KEY IS NOT LESS THAN REG-CHQ-CLAVE
001339
001340     EVALUATE WS-FILCHQ-CODE
001341
001342        WHEN '00'
001343           READ FILE-CHQ NEXT RECORD INTO WS-REG-CHEQUERA
001344           IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001345              AND WS-FILCHQ-CODE IS NOT EQUAL '10'
001346              DISPLAY '* ERROR EN READ CHEQRA = ' WS-FILCHQ-CODE
001347              MOVE 9999 TO RETURN-CODE
001348              SET WS-FIN-LECTURA TO TRUE
001349              GO TO F-3800-UBICAR-CHEQUERA
001350           END-IF
001351           IF WS-FILCHQ-CODE IS EQUAL '00'
001352              AND WS-CHQ-CTA IS EQUAL WS-CAM-CLAVE
001353              AND WS-CHQ-DESDE IS NOT GREATER THAN
001354                                        WS-CAM-NRO-CHEQUE
001355              SET WS-CHQ-UBICADA TO TRUE
001356              COMPUTE WS-CHQ-IDX =
001357                         WS-CAM-NRO-CHEQUE - WS-CHQ-DESDE + 1
001358           END-IF
001359
001360        WHEN '23'
001361           CONTINUE
001362
001363        WHEN OTHER
001364           DISPLAY '* ERROR EN START CHEQRA = ' WS-FILCHQ-CODE
001365           MOVE 9999 TO RETURN-CODE
001366           SET WS-FIN-LECTURA TO TRUE
001367
001368     END-EVALUATE.
001369
001370 F-3800-UBICAR-CHEQUERA. EXIT.
001371
001372**************************************
001373* IMPRIME UNA LINEA CON EL CHEQUE EN *
001374* CURSO Y SU RESULTADO               *
001375**************************************
001376
001377 3900-IMPRIMIR-CHEQUE.
001378
001379     MOVE WS-CAM-IMPORTE TO WS-LIN-EDIT-IMPORTE
001380     MOVE SPACES         TO WS-LIN-TEXTO
001381
001382     STRING 'CUENTA: '     WS-CAM-NRO
001383            '-'            WS-CAM-TIPO
001384            '-'            WS-CAM-CUENTA
001385            ' CHEQUE: '    WS-CAM-NRO-CHEQUE
001386            ' '            WS-CAM-MONEDA
001387            ' '            WS-LIN-EDIT-IMPORTE
001388            ' BANCO: '     WS-CAM-BANCO
001389            ' '            WS-LIN-RESULTADO
001390               DELIMITED BY SIZE
001391               INTO WS-LIN-TEXTO
001392     END-STRING
001393
001394     WRITE REG-LIS FROM WS-LIN-SALIDA.
001395
001396 F-3900-IMPRIMIR-CHEQUE. EXIT.
001397
001398**************************************
001399* BUSCAR EMBARGO VIGENTE A LA FECHA  *
001400* SOBRE LA CUENTA DE WS-REG-CLIENTE  *
001401* (COMO 2960- DE PGMAPJ2B)           *
001402**************************************
001403
001404 3960-BUSCAR-EMBARGO.
001405
001406     SET WS-EMB-SIN-EMBARGO TO TRUE
001407
001408     IF WS-EMB-NO-DISPONIBLE
001409        GO TO F-3960-BUSCAR-EMBARGO
001410     END-IF
001411
001412     MOVE WS-CLI-NRO    TO REG-EMB-NRO
001413     MOVE WS-CLI-TIPO   TO REG-EMB-TIPO
001414     MOVE WS-CLI-CUENTA TO REG-EMB-CUENTA
001415
001416     READ FILE-EMB INTO WS-REG-EMBARGO
001417        KEY IS REG-EMB-CLAVE
001418
001419     EVALUATE WS-FILEMB-CODE
001420
001421        WHEN '00'
001422           IF WS-EMB-EST-ACTIVO
001423              AND WS-EMB-FEC-INICIO IS NOT GREATER THAN
001424                                       WS-FEC-PROCESO-N
001425              AND (WS-EMB-FEC-LEVANT IS EQUAL ZEROS
001426                   OR WS-EMB-FEC-LEVANT IS GREATER THAN
001427                                           WS-FEC-PROCESO-N)
001428              SET WS-EMB-VIGENTE TO TRUE
001429           END-IF
001430
001431        WHEN '23'
001432           CONTINUE
001433
001434        WHEN OTHER
001435           DISPLAY '* ERROR EN READ EMBARG = ' WS-FILEMB-CODE
001436           MOVE 9999 TO RETURN-CODE
001437           SET WS-FIN-LECTURA TO TRUE
001438
001439     END-EVALUATE.
001440
001441 F-3960-BUSCAR-EMBARGO. EXIT.
001442
001443**************************************
001444*   CIERRE DE ARCHIVOS Y TOTALES     *
001445**************************************
001446
001447 9999-FINAL.
001448
001449*    TRAILERS DEL FEED DE DEBITOS Y DE LA DEVOLUCION (SOLO SI
001450*    LOS ARCHIVOS SE LLEGARON A ABRIR)
001451
001452     IF WS-FIL2-CODE IS EQUAL '00'
001453        MOVE SPACES            TO WS-REG-MOVIMI
001454        MOVE 'TRL'             TO WS-TRL-MARCA
001455        MOVE WS-CANT-ACEPTADOS TO WS-TRL-CANT-REG
001456        MOVE WS-MOV-HASH-DEB   TO WS-TRL-HASH-DEBITOS
001457        MOVE WS-MOV-HASH-CRED  TO WS-TRL-HASH-CREDITOS
001458        WRITE REG-FILE2 FROM WS-REG-MOVIMI-TRL
001458        IF WS-FIL2-CODE IS NOT EQUAL '00'
001458           DISPLAY '* ERROR EN GRABAR TRL MOV11 = '
001458                                      WS-FIL2-CODE
001458           MOVE 9999 TO RETURN-CODE
001458        END-IF
001459        CLOSE FILE2
001459        IF WS-FIL2-CODE IS NOT EQUAL '00'
001459           DISPLAY '* ERROR EN CLOSE MOV11   = '
001459                                      WS-FIL2-CODE
001459           MOVE 9999 TO RETURN-CODE
001459        END-IF
001460     END-IF.
001461
001462     IF WS-FILDEV-CODE IS EQUAL '00'
001463        MOVE SPACES             TO WS-REG-CHQDEV
001464        MOVE 'TRL'              TO WS-DEV-TRL-MARCA
001465        MOVE WS-CANT-RECHAZADOS TO WS-DEV-TRL-CANT-REG
001466        MOVE WS-TOT-RECHAZADO   TO WS-DEV-TRL-HASH
001467        WRITE REG-DEV FROM WS-REG-CHQDEV-TRL
001467        IF WS-FILDEV-CODE IS NOT EQUAL '00'
001467           DISPLAY '* ERROR EN GRABAR TRL CHQDEV = '
001467                                      WS-FILDEV-CODE
001467           MOVE 9999 TO RETURN-CODE
001467        END-IF
001468        CLOSE FILE-DEV
001468        IF WS-FILDEV-CODE IS NOT EQUAL '00'
001468           DISPLAY '* ERROR EN CLOSE CHQDEV  = '
001468                                      WS-FILDEV-CODE
001468           MOVE 9999 TO RETURN-CODE
001468        END-IF
001469     END-IF.
001470
001471     IF WS-FILHIS-CODE IS EQUAL '00'
001472        OR WS-FILHIS-CODE IS EQUAL '05'
001473        CLOSE FILE-HIS
001473        IF WS-FILHIS-CODE IS NOT EQUAL '00'
001473           DISPLAY '* ERROR EN CLOSE CHQHIS  = '
001473                                      WS-FILHIS-CODE
001473           MOVE 9999 TO RETURN-CODE
001473        END-IF
001474     END-IF.
001475
001476     IF WS-FILLIS-CODE IS EQUAL '00'
001477        CLOSE FILE-LIS
001477        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001477           DISPLAY '* ERROR EN CLOSE CHQLIS  = '
001477                                      WS-FILLIS-CODE
001477           MOVE 9999 TO RETURN-CODE
001477        END-IF
001478     END-IF.
001479
001480     IF WS-FILCHQ-CODE IS EQUAL '00'
001481        OR WS-FILCHQ-CODE IS EQUAL '10'
001482        OR WS-FILCHQ-CODE IS EQUAL '23'
001483        CLOSE FILE-CHQ
001483        IF WS-FILCHQ-CODE IS NOT EQUAL '00'
001483           DISPLAY '* ERROR EN CLOSE CHEQRA  = '
001483                                      WS-FILCHQ-CODE
001483           MOVE 9999 TO RETURN-CODE
001483        END-IF
001484     END-IF.
001485
001486     IF WS-EMB-DISPONIBLE
001487        CLOSE FILE-EMB
001487        IF WS-FILEMB-CODE IS NOT EQUAL '00'
001487           DISPLAY '* ERROR EN CLOSE EMBARG  = '
001487                                      WS-FILEMB-CODE
001487           MOVE 9999 TO RETURN-CODE
001487        END-IF
001488     END-IF.
001489
001490     CLOSE FILE1.
001490        IF WS-FIL1-CODE IS NOT EQUAL '00'
001490           DISPLAY '* ERROR EN CLOSE FILE1   = '
001490                                      WS-FIL1-CODE
001490           MOVE 9999 TO RETURN-CODE
001490        END-IF.
001490
001491     CLOSE FILE-CAM.
001491        IF WS-FILCAM-CODE IS NOT EQUAL '00'
001491           DISPLAY '* ERROR EN CLOSE CAMARA  = '
001491                                      WS-FILCAM-CODE
001491           MOVE 9999 TO RETURN-CODE
001491        END-IF.
001492
001493**************************************
001494*   MOSTRAR TOTALES DE CONTROL       *
001495**************************************
001496
001497     DISPLAY WS-LEYEN-PRESENTADOS    WS-CANT-PRESENTADOS.
001498     DISPLAY WS-LEYEN-ACEPTADOS      WS-CANT-ACEPTADOS.
001499     DISPLAY WS-LEYEN-REPROCESO      WS-CANT-REPROCESO.
001500     DISPLAY WS-LEYEN-RECHAZADOS     WS-CANT-RECHAZADOS.
001501     DISPLAY WS-LEYEN-TOT-ACEPTADO   WS-TOT-ACEPTADO.
001502     DISPLAY WS-LEYEN-TOT-RECHAZADO  WS-TOT-RECHAZADO.
001503
001504 F-9999-FINAL.
001505     EXIT.
