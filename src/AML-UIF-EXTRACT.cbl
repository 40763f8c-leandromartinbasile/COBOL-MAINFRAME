000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ4C.
000115**********************************************************
000120*                                                        *
000125*    AML UIF EXTRACT code                                *
000130*    EXTRACTO PARA LA UIF DE LOS CASOS DE ALERTA QUE     *
000135*    CUMPLIMIENTO CONFIRMO COMO OPERACION SOSPECHOSA     *
000140*    (ESTADO R EN DDAMLCAS, VER PGMAPJ4B): UN REGISTRO   *
000145*    POR CASO CON LOS DATOS DEL SUJETO DE DDDEMOG, LA    *
000150*    TIPOLOGIA Y LA OPERATORIA, ENTRE HEADER Y TRAILER DE*
000155*    CONTROL. CADA CASO EXTRAIDO QUEDA MARCADO CON LA    *
000160*    FECHA DEL EXTRACTO Y NO VUELVE A SALIR, SALVO EN UNA*
000165*    NUEVA CORRIDA CON LA MISMA FECHA DE PROCESO         *
000170**********************************************************
000175*      MANTENIMIENTO DE PROGRAMA                         *
000180**********************************************************
000185*    FECHA *    DETALLE        * COD *
000190**************************************
000191* 15/10/26 * ALTA DE PROGRAMA  * LGS *
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
000208*    CASOS DE ALERTA (VER LAYOUT-AmlCaso)
000209     SELECT FILE-CAS  ASSIGN DDAMLCAS
000210     ORGANIZATION IS INDEXED
000211     ACCESS IS DYNAMIC
000212     RECORD KEY IS REG-CAS-CLAVE
000213     FILE STATUS IS WS-FILCAS-CODE.
000214
000215     SELECT FILE-DEM  ASSIGN DDDEMOG
000216     ORGANIZATION IS INDEXED
000217     ACCESS IS RANDOM
000218     RECORD KEY IS REG-FDEM-NRO
000219     FILE STATUS IS WS-FILDEM-CODE.
000220
000221*    EXTRACTO PARA LA UIF (VER LAYOUT-UifRos)
000222     SELECT FILE-UIF  ASSIGN DDUIFEXT
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FILUIF-CODE.
000225
000226     SELECT FILE-PARM ASSIGN DDPARM
000227     ACCESS IS SEQUENTIAL
000228     FILE STATUS IS WS-FILPARM-CODE.
000229
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-CAS
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-CAS.
000398     03  REG-CAS-CLAVE.
000399         05  REG-CAS-FECHA       PIC 9(08).
000400         05  REG-CAS-SECUEN      PIC 9(05).
000401     03  FILLER                  PIC X(237).
000402
000403 FD FILE-DEM
000404      BLOCK CONTAINS 0 RECORDS
000405      RECORDING MODE IS F.
000406
000407 01 REG-FILE-DEM.
000408     03  REG-FDEM-NRO        PIC 9(05).
000409     03  FILLER              PIC X(95).
000410
000411 FD FILE-UIF
000412      BLOCK CONTAINS 0 RECORDS
000413      RECORDING MODE IS F.
000414
000415 01 REG-UIF          PIC X(200).
000416
000417 FD FILE-PARM
000418      BLOCK CONTAINS 0 RECORDS
000419      RECORDING MODE IS F.
000420
000421 01 REG-FILE-PARM    PIC X(08).
000422
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILCAS-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILUIF-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000506
000507 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000508     88  WS-FIN-LECTURA                  VALUE 'SI'.
000509     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000510
000511********  CONTADORES DE CONTROL  *
000512
000513 77  WS-CANT-LEIDOS          PIC 9(07)   VALUE ZEROS.
000514 77  WS-CANT-EXTRAIDOS       PIC 9(07)   VALUE ZEROS.
000515 77  WS-CANT-YA-EXTRAIDOS    PIC 9(07)   VALUE ZEROS.
000516 77  WS-CANT-SIN-DEMOG       PIC 9(07)   VALUE ZEROS.
000517 77  WS-TOT-HASH             PIC 9(13)V99 VALUE ZEROS.
000518
000519********     FECHA DE PROCESO  ***************
000520
000521 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000522
000523 01  WS-FECHA.
000524     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000525     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000526     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000527
000528 01  WS-REG-PARM.
000529     03  WS-PARM-FECHA       PIC 9(08).
000530
000531 01  WS-LEYEN-LEIDOS         PIC X(35)
000532         VALUE '* CASOS LEIDOS              = '.
000533 01  WS-LEYEN-EXTRAIDOS      PIC X(35)
000534         VALUE '* CASOS EXTRAIDOS PARA UIF  = '.
000535 01  WS-LEYEN-YA-EXTRAIDOS   PIC X(35)
000536         VALUE '* REPORTADOS YA EXTRAIDOS   = '.
000537 01  WS-LEYEN-SIN-DEMOG      PIC X(35)
000538         VALUE '* SIN DATOS DEMOGRAFICOS    = '.
000539 01  WS-LEYEN-HASH           PIC X(35)
000540         VALUE '* SUMA DE IMPORTES EXTRAIDOS= '.
000541
000542     COPY "LAYOUT-AmlCaso.cpy".
000543     COPY "LAYOUT-Demog.cpy".
000544     COPY "LAYOUT-UifRos.cpy".
000545
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000707               UNTIL WS-FIN-LECTURA.
000708
000709     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000710
000711 F-MAIN-PROGRAM. GOBACK.
000712
000713**************************************
000714* INICIALIZACION                     *
000715**************************************
000716
000717 1000-INICIO.
000718
000719     SET WS-NO-FIN-LECTURA TO TRUE.
000720
000721     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000722
000723     OPEN I-O    FILE-CAS.
000724     IF WS-FILCAS-CODE IS NOT EQUAL '00'
000725        DISPLAY '* ERROR EN OPEN AMLCAS  = ' WS-FILCAS-CODE
000726        MOVE 9999 TO RETURN-CODE
000727        SET  WS-FIN-LECTURA TO TRUE
000728     END-IF.
000729
000730     OPEN INPUT  FILE-DEM.
000731     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000732        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000733        MOVE 9999 TO RETURN-CODE
000734        SET  WS-FIN-LECTURA TO TRUE
000735     END-IF.
000736
000737     OPEN OUTPUT FILE-UIF.
000738     IF WS-FILUIF-CODE IS NOT EQUAL '00'
000739        DISPLAY '* ERROR EN OPEN UIFEXT  = ' WS-FILUIF-CODE
000740        MOVE 9999 TO RETURN-CODE
000741        SET  WS-FIN-LECTURA TO TRUE
000742     END-IF.
000743
000744*    HEADER DEL EXTRACTO
000745
000746     IF WS-FILUIF-CODE IS EQUAL '00'
000747        MOVE SPACES           TO WS-REG-UIFROS
000748        SET WS-UIF-ES-HEADER  TO TRUE
000749        MOVE 'PGMAPJ4C'       TO WS-UIF-HDR-ORIGEN
000750        MOVE WS-FECHA-PROCESO TO WS-UIF-HDR-FECHA
000751        WRITE REG-UIF FROM WS-REG-UIFROS
000752        IF WS-FILUIF-CODE IS NOT EQUAL '00'
000753           DISPLAY '* ERROR EN GRABAR UIFEXT = ' WS-FILUIF-CODE
000754           MOVE 9999 TO RETURN-CODE
000755           SET  WS-FIN-LECTURA TO TRUE
000756        END-IF
000757     END-IF.
000758
000759 F-1000-INICIO.   EXIT.
000760
000761**************************************
000762*  FECHA DE PROCESO: DDPARM O FECHA  *
000763*  DEL SISTEMA                       *
000764**************************************
000765
000766 1050-LEER-PARM-FECHA.
000767
000768     OPEN INPUT FILE-PARM.
000769
000770     IF WS-FILPARM-CODE IS EQUAL '00'
000771
000772        READ FILE-PARM INTO WS-REG-PARM
000773
000774        IF WS-FILPARM-CODE IS EQUAL '00'
000775           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000776           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000777           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000778                                      WS-PARM-FECHA
000779        ELSE
000780           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000781        END-IF
000782
000783        CLOSE FILE-PARM
000784
000785     ELSE
000786
000787        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000788        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000789
000790     END-IF.
000791
000792 F-1050-LEER-PARM-FECHA. EXIT.
000793
000794 1060-FECHA-SISTEMA.
000795
000796     ACCEPT WS-FECHA FROM DATE
000797     COMPUTE WS-FECHA-PROCESO = 20000000
000798                              + WS-FECHA-AA * 10000
000799                              + WS-FECHA-MM * 100
000800                              + WS-FECHA-DD.
000801
000802 F-1060-FECHA-SISTEMA. EXIT.
000803
000804**************************************
000805* RECORRER LOS CASOS Y EXTRAER LOS   *
000806* REPORTADOS TODAVIA NO EXTRAIDOS (O *
000807* EXTRAIDOS EN ESTA MISMA FECHA)     *
000808**************************************
000809
000810 2000-PROCESO.
000811
000812     READ FILE-CAS NEXT RECORD INTO WS-REG-AMLCASO
000813
000814     EVALUATE WS-FILCAS-CODE
000815
000816        WHEN '00'
000817           ADD 1 TO WS-CANT-LEIDOS
000818
000819        WHEN '10'
000820           SET WS-FIN-LECTURA TO TRUE
000821           GO TO F-2000-PROCESO
000822
000823        WHEN OTHER
000824           DISPLAY '* ERROR EN LECTURA AMLCAS = ' WS-FILCAS-CODE
000825           MOVE 9999 TO RETURN-CODE
000826           SET WS-FIN-LECTURA TO TRUE
000827           GO TO F-2000-PROCESO
000828
000829     END-EVALUATE
000830
000831     IF NOT WS-AML-EST-REPORTADO
000832        GO TO F-2000-PROCESO
000833     END-IF
000834
000835     IF WS-AML-FEC-UIF IS NOT EQUAL ZEROS
000836        AND WS-AML-FEC-UIF IS NOT EQUAL WS-FECHA-PROCESO
000837        ADD 1 TO WS-CANT-YA-EXTRAIDOS
000838        GO TO F-2000-PROCESO
000839     END-IF
000840
000841     PERFORM 2100-GRABAR-EXTRACTO THRU F-2100-GRABAR-EXTRACTO
000842
000843     IF WS-FIN-LECTURA
000844        GO TO F-2000-PROCESO
000845     END-IF
000846
000847     MOVE WS-FECHA-PROCESO TO WS-AML-FEC-UIF
000848
000849     REWRITE REG-CAS FROM WS-REG-AMLCASO
000850
000851     IF WS-FILCAS-CODE IS NOT EQUAL '00'
000852        DISPLAY '* ERROR EN REWRITE AMLCAS = ' WS-FILCAS-CODE
000853        MOVE 9999 TO RETURN-CODE
000854        SET WS-FIN-LECTURA TO TRUE
000855     END-IF.
000856
000857 F-2000-PROCESO. EXIT.
000858
000859**************************************
000860* ARMAR Y GRABAR EL REGISTRO DEL CASO*
000861* CON EL DOMICILIO ACTUAL DEL SUJETO *
000862**************************************
000863
000864 2100-GRABAR-EXTRACTO.
000865
000866     MOVE WS-AML-NRO TO REG-FDEM-NRO
000867
000868     READ FILE-DEM INTO WS-REG-DEMOG
000869        KEY IS REG-FDEM-NRO
000870
000871     EVALUATE WS-FILDEM-CODE
000872
000873        WHEN '00'
000874           CONTINUE
000875
000876*    SIN DEMOGRAFICO VALEN LOS DATOS GRABADOS EN EL CASO
000877        WHEN '23'
000878           ADD 1 TO WS-CANT-SIN-DEMOG
000879           MOVE WS-AML-TIPO-DOC TO WS-DEM-TIPO-DOC
000880           MOVE WS-AML-NRO-DOC  TO WS-DEM-NRO-DOC
000881           MOVE WS-AML-NOMBRE   TO WS-DEM-NOMBRE
000882           MOVE SPACES          TO WS-DEM-DOMICILIO
000883
000884        WHEN OTHER
000885           DISPLAY '* ERROR EN READ DEMOG = ' WS-FILDEM-CODE
000886           MOVE 9999 TO RETURN-CODE
000887           SET WS-FIN-LECTURA TO TRUE
000888           GO TO F-2100-GRABAR-EXTRACTO
000889
000890     END-EVALUATE
000891
000892     MOVE SPACES              TO WS-REG-UIFROS
000893     MOVE WS-AML-FECHA        TO WS-UIF-ALE-FECHA
000894     MOVE WS-AML-SECUEN       TO WS-UIF-ALE-SECUEN
000895     MOVE WS-AML-FEC-ESTADO   TO WS-UIF-FEC-CONFIRM
000896     MOVE WS-DEM-TIPO-DOC     TO WS-UIF-TIPO-DOC
000897     MOVE WS-DEM-NRO-DOC      TO WS-UIF-NRO-DOC
000898     MOVE WS-DEM-NOMBRE       TO WS-UIF-NOMBRE
000899     MOVE WS-DEM-DOMICILIO    TO WS-UIF-DOMICILIO
000900     MOVE WS-AML-TIPO         TO WS-UIF-TIPO-CTA
000901     MOVE WS-AML-CUENTA       TO WS-UIF-CUENTA
000902     MOVE WS-AML-SUCURSAL     TO WS-UIF-SUCURSAL
000903     MOVE WS-AML-REGLA        TO WS-UIF-TIPOLOGIA
000904     MOVE WS-AML-MONEDA       TO WS-UIF-MONEDA
000905     MOVE WS-AML-IMPORTE      TO WS-UIF-IMPORTE
000906     MOVE WS-AML-CANT-MOV     TO WS-UIF-CANT-MOV
000907     MOVE WS-AML-DESDE        TO WS-UIF-DESDE
000908     MOVE WS-AML-HASTA        TO WS-UIF-HASTA
000909     MOVE WS-AML-OBSERV       TO WS-UIF-FUNDAMENTO
000910
000911     WRITE REG-UIF FROM WS-REG-UIFROS
000912
000913     IF WS-FILUIF-CODE IS NOT EQUAL '00'
000914        DISPLAY '* ERROR EN GRABAR UIFEXT = ' WS-FILUIF-CODE
000915        MOVE 9999 TO RETURN-CODE
000916        SET WS-FIN-LECTURA TO TRUE
000917        GO TO F-2100-GRABAR-EXTRACTO
000918     END-IF
000919
000920     ADD 1 TO WS-CANT-EXTRAIDOS
000921     ADD WS-AML-IMPORTE TO WS-TOT-HASH.
000922
000923 F-2100-GRABAR-EXTRACTO. EXIT.
000924
000925**************************************
000926*   TRAILER, CIERRE DE ARCHIVOS Y    *
000927*   TOTALES                          *
000928**************************************
000929
000930 9999-FINAL.
000931
000932     IF WS-FILUIF-CODE IS EQUAL '00'
000933        MOVE SPACES            TO WS-REG-UIFROS
000934        SET WS-UIF-ES-TRAILER  TO TRUE
000935        MOVE WS-CANT-EXTRAIDOS TO WS-UIF-TRL-CANT-REG
000936        MOVE WS-TOT-HASH       TO WS-UIF-TRL-HASH
000937        WRITE REG-UIF FROM WS-REG-UIFROS
000938        IF WS-FILUIF-CODE IS NOT EQUAL '00'
000939           DISPLAY '* ERROR EN GRABAR UIFEXT = ' WS-FILUIF-CODE
000940           MOVE 9999 TO RETURN-CODE
000941        END-IF
000942     END-IF.
000943
000944     CLOSE FILE-CAS.
000945        IF WS-FILCAS-CODE IS NOT EQUAL '00'
000946           DISPLAY '* ERROR EN CLOSE AMLCAS  = '
000947                                      WS-FILCAS-CODE
000948           MOVE 9999 TO RETURN-CODE
000949        END-IF.
000950
000951     CLOSE FILE-DEM.
000952        IF WS-FILDEM-CODE IS NOT EQUAL '00'
000953           DISPLAY '* ERROR EN CLOSE DEMOG   = '
000954                                      WS-FILDEM-CODE
000955           MOVE 9999 TO RETURN-CODE
000956        END-IF.
000957
000958     CLOSE FILE-UIF.
000959        IF WS-FILUIF-CODE IS NOT EQUAL '00'
000960           DISPLAY '* ERROR EN CLOSE UIFEXT  = '
000961                                      WS-FILUIF-CODE
000962           MOVE 9999 TO RETURN-CODE
000963        END-IF.
000964
000965**************************************
000966*   MOSTRAR TOTALES DE CONTROL       *
000967**************************************
000968
000969     DISPLAY WS-LEYEN-LEIDOS         WS-CANT-LEIDOS.
000970     DISPLAY WS-LEYEN-EXTRAIDOS      WS-CANT-EXTRAIDOS.
000971     DISPLAY WS-LEYEN-YA-EXTRAIDOS   WS-CANT-YA-EXTRAIDOS.
000972     DISPLAY WS-LEYEN-SIN-DEMOG      WS-CANT-SIN-DEMOG.
000973     DISPLAY WS-LEYEN-HASH           WS-TOT-HASH.
000974
000975 F-9999-FINAL.
000976     EXIT.
