000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ2C.
000115**********************************************************
000120*                                                        *
000125*    LOAN AGING code                                     *
000130*    ANTIGUEDAD DE LA MORA DE PRESTAMOS (TIPO 05) POR    *
000135*    SUCURSAL. RECORRE DDPRESTA Y, PARA CADA PRESTAMO EN *
000140*    MORA, CALCULA LOS DIAS DE ATRASO (BASE 30/360) DESDE*
000145*    EL VENCIMIENTO DE LA CUOTA IMPAGA MAS ANTIGUA HASTA *
000150*    LA FECHA DE PROCESO (DDPARM) Y LO UBICA EN LOS      *
000155*    TRAMOS 1-30 / 31-60 / 61-90 / MAS DE 90 DIAS. LISTA *
000160*    EL DETALLE Y UN RESUMEN POR SUCURSAL CON CANTIDAD,  *
000165*    DEUDA VENCIDA Y CAPITAL ADEUDADO DE CADA TRAMO. LA  *
000170*    SITUACION DE MORA LA ACTUALIZA PGMAPJ2B             *
000175**********************************************************
000180*      MANTENIMIENTO DE PROGRAMA                         *
000185**********************************************************
000190*    FECHA *    DETALLE        * COD *
000191**************************************
000192* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000192* 15/10/26 * TOTALES POR MONEDA* LGS *
000193**************************************
000194
000200 ENVIRONMENT DIVISION.
000201 CONFIGURATION SECTION.
000202 SPECIAL-NAMES.
000203     DECIMAL-POINT IS COMMA.
000204
000205 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000207
000208*    MAESTRO DE PRESTAMOS (VER LAYOUT-Prestamo)
000209     SELECT FILE-PRE ASSIGN DDPRESTA
000210     ORGANIZATION IS INDEXED
000211     ACCESS IS SEQUENTIAL
000212     RECORD KEY IS REG-PRE-CLAVE
000213     FILE STATUS IS WS-FILPRE-CODE.
000214
000215     SELECT FILE-LIS  ASSIGN DDPREMOR
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILLIS-CODE.
000218
000219     SELECT FILE-PARM ASSIGN DDPARM
000220     ACCESS IS SEQUENTIAL
000221     FILE STATUS IS WS-FILPARM-CODE.
000222
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-PRE
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-PRE.
000398     03  REG-PRE-CLAVE.
000399         05  REG-PRE-NRO         PIC 9(05).
000400         05  REG-PRE-TIPO        PIC 9(02).
000401         05  REG-PRE-CUENTA      PIC 9(08).
000402     03  FILLER                  PIC X(135).
000403
000404 FD FILE-LIS
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-LIS          PIC X(132).
000409
000410 FD FILE-PARM
000411      BLOCK CONTAINS 0 RECORDS
000412      RECORDING MODE IS F.
000413
000414 01 REG-FILE-PARM    PIC X(08).
000415
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILPRE-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000505
000506 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000507     88  WS-FIN-LECTURA                  VALUE 'SI'.
000508     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000509
000510********  CONTADORES DE CONTROL  *
000511
000512 77  WS-CANT-LEIDOS          PIC 9(05)   VALUE ZEROS.
000513 77  WS-CANT-EN-MORA         PIC 9(05)   VALUE ZEROS.
000514 77  WS-CANT-SUCURSALES      PIC 9(05)   VALUE ZEROS.
000515
000516********  TRAMOS DE MORA  *
000517
000518*    LIMITE SUPERIOR EN DIAS DE LOS TRES PRIMEROS TRAMOS; EL
000519*    CUARTO ES TODO LO QUE SUPERA EL TERCERO
000520 01  WS-TRAMOS-LIMITE.
000521     03  FILLER              PIC 9(03)   VALUE 030.
000522     03  FILLER              PIC 9(03)   VALUE 060.
000523     03  FILLER              PIC 9(03)   VALUE 090.
000524 01  FILLER REDEFINES WS-TRAMOS-LIMITE.
000525     03  WS-TRA-LIMITE       PIC 9(03)   OCCURS 3 TIMES.
000526
000527 01  WS-TRAMOS-NOMBRE.
000528     03  FILLER              PIC X(10)   VALUE '  1 A 30'.
000529     03  FILLER              PIC X(10)   VALUE ' 31 A 60'.
000530     03  FILLER              PIC X(10)   VALUE ' 61 A 90'.
000531     03  FILLER              PIC X(10)   VALUE 'MAS DE 90'.
000532 01  FILLER REDEFINES WS-TRAMOS-NOMBRE.
000533     03  WS-TRA-NOMBRE       PIC X(10)   OCCURS 4 TIMES.
000534
000535 77  WS-TRA-IDX              PIC 9(01)      VALUE ZEROS.
000535 77  WS-MON-IDX              PIC 9(01)      VALUE ZEROS.
000536 77  WS-DIAS-MORA            PIC S9(07)     VALUE ZEROS.
000537
000538*    ACUMULADOS POR SUCURSAL (SUBINDICE = SUCURSAL + 1),
000539*    MONEDA (1=ARS / 2=USD) Y TRAMO, Y TOTAL GENERAL POR
000539*    MONEDA Y TRAMO
000540 77  WS-SUC-IDX              PIC 9(04) COMP VALUE ZEROS.
000541 77  WS-SUC-MAX              PIC 9(04) COMP VALUE 1000.
000542
000543 01  WS-TAB-SUCURSALES.
000544     03  WS-SUC-ENT          OCCURS 1000 TIMES.
000544         05  WS-SUC-MON-ENT      OCCURS 2 TIMES.
000545             07  WS-SUC-CANT-TOT     PIC 9(05).
000546             07  WS-SUC-TRAMO        OCCURS 4 TIMES.
000547                 09  WS-SUC-CANT         PIC 9(05).
000548                 09  WS-SUC-DEUDA        PIC 9(11)V99.
000549                 09  WS-SUC-CAPITAL      PIC 9(11)V99.
000550
000551 01  WS-TAB-TOTALES.
000551     03  WS-TOT-MON-ENT      OCCURS 2 TIMES.
000552         05  WS-TOT-TRAMO        OCCURS 4 TIMES.
000553             07  WS-TOT-CANT         PIC 9(05).
000554             07  WS-TOT-DEUDA        PIC 9(13)V99.
000555             07  WS-TOT-CAPITAL      PIC 9(13)V99.
000555
000555 01  WS-MORA-MONEDAS.
000555     03  FILLER              PIC X(03)   VALUE 'ARS'.
000555     03  FILLER              PIC X(03)   VALUE 'USD'.
000555 01  FILLER REDEFINES WS-MORA-MONEDAS.
000555     03  WS-MORA-MONEDA      PIC X(03)   OCCURS 2 TIMES.
000556
000557 01  WS-FEC-TRABAJO          PIC 9(08)     VALUE ZEROS.
000558 01  FILLER REDEFINES WS-FEC-TRABAJO.
000559     03  WS-FEC-TRA-ANIO     PIC 9(04).
000560     03  WS-FEC-TRA-MES      PIC 9(02).
000561     03  WS-FEC-TRA-DIA      PIC 9(02).
000562 01  WS-FECHA-PROCESO-R.
000563     03  WS-FEC-PRO-ANIO     PIC 9(04)     VALUE ZEROS.
000564     03  WS-FEC-PRO-MES      PIC 9(02)     VALUE ZEROS.
000565     03  WS-FEC-PRO-DIA      PIC 9(02)     VALUE ZEROS.
000566
000567********     FECHA DE PROCESO  ***************
000568
000569 01  WS-FECHA-PROCESO.
000570     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000571     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000572     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000573     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000574
000575 01  WS-FECHA.
000576     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000577     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000578     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000579
000580 01  WS-REG-PARM.
000581     03  WS-PARM-FECHA.
000582         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000583         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000584         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000585         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000586
000587********  LINEAS DEL LISTADO  *************
000588
000589 01  WS-LIN-CABECERA.
000590     03  FILLER              PIC X(01) VALUE SPACE.
000591     03  FILLER              PIC X(44) VALUE
000592             'MORA DE PRESTAMOS POR SUCURSAL - PGMAPJ2C'.
000593     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000594     03  WS-CAB-FECHA        PIC 9(08).
000595     03  FILLER              PIC X(72) VALUE SPACES.
000596
000597 01  WS-LIN-SALIDA.
000598     03  FILLER              PIC X(01)   VALUE SPACE.
000599     03  WS-LIN-TEXTO        PIC X(131).
000600
000601 01  WS-LIN-EDIT-DIAS        PIC ZZZ.ZZ9.
000602 01  WS-LIN-EDIT-CANT        PIC ZZ.ZZ9.
000603 01  WS-LIN-EDIT-DEUDA       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
000604 01  WS-LIN-EDIT-CAPITAL     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
000605 01  WS-LIN-EDIT-SUC         PIC 9(03).
000606
000607 01  WS-LEYEN-LEIDOS         PIC X(35)
000608         VALUE '* PRESTAMOS LEIDOS          = '.
000609 01  WS-LEYEN-EN-MORA        PIC X(35)
000610         VALUE '* PRESTAMOS EN MORA         = '.
000611 01  WS-LEYEN-SUCURSALES     PIC X(35)
000612         VALUE '* SUCURSALES CON MORA       = '.
000613
000614     COPY "LAYOUT-Prestamo.cpy".
000615
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000707               UNTIL WS-FIN-LECTURA.
000708
000709     PERFORM 3000-RESUMEN  THRU  F-3000-RESUMEN.
000710
000711     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000712
000713 F-MAIN-PROGRAM. GOBACK.
000714
000715**************************************
000716* INICIALIZACION                     *
000717**************************************
000718
000719 1000-INICIO.
000720
000721     SET WS-NO-FIN-LECTURA TO TRUE.
000722
000723     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000724
000725     MOVE WS-FECHA-PROCESO TO WS-FECHA-PROCESO-R.
000726
000727     MOVE ZEROS TO WS-SUC-IDX
000728     PERFORM 1100-LIMPIAR-SUCURSAL THRU F-1100-LIMPIAR-SUCURSAL
000729               UNTIL WS-SUC-IDX IS NOT LESS THAN WS-SUC-MAX
000730
000731     MOVE ZEROS TO WS-TAB-TOTALES
000734
000735     OPEN INPUT  FILE-PRE.
000736     IF WS-FILPRE-CODE IS NOT EQUAL '00'
000737        DISPLAY '* ERROR EN OPEN PRESTA  = ' WS-FILPRE-CODE
000738        MOVE 9999 TO RETURN-CODE
000739        SET  WS-FIN-LECTURA TO TRUE
000740     END-IF.
000741
000742     OPEN OUTPUT FILE-LIS.
000743     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000744        DISPLAY '* ERROR EN OPEN PREMOR  = ' WS-FILLIS-CODE
000745        MOVE 9999 TO RETURN-CODE
000746        SET  WS-FIN-LECTURA TO TRUE
000747     END-IF.
000748
000749     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000750     WRITE REG-LIS FROM WS-LIN-CABECERA.
000751
000752     MOVE SPACES TO WS-LIN-TEXTO
000753     MOVE 'PRESTAMO              SUC  VENC.IMPAGA  DIAS  TRAMO'
000754                         TO WS-LIN-TEXTO
000755     MOVE '       DEUDA VENCIDA    CAPITAL ADEUDADO'
000756                         TO WS-LIN-TEXTO (56:40)
000757     WRITE REG-LIS FROM WS-LIN-SALIDA.
000758
000759     IF WS-NO-FIN-LECTURA
000760        PERFORM 3100-LEER-PRESTAMO THRU F-3100-LEER-PRESTAMO
000761     END-IF.
000762
000763 F-1000-INICIO.   EXIT.
000764
000765 1100-LIMPIAR-SUCURSAL.
000766
000767     ADD 1 TO WS-SUC-IDX
000768     MOVE ZEROS TO WS-SUC-ENT (WS-SUC-IDX).
000769
000770 F-1100-LIMPIAR-SUCURSAL. EXIT.
000771
000781**************************************
000782*  FECHA DE PROCESO: DDPARM O FECHA  *
000783*  DEL SISTEMA                       *
000784**************************************
000785
000786 1050-LEER-PARM-FECHA.
000787
000788     OPEN INPUT FILE-PARM.
000789
000790     IF WS-FILPARM-CODE IS EQUAL '00'
000791
000792        READ FILE-PARM INTO WS-REG-PARM
000793
000794        IF WS-FILPARM-CODE IS EQUAL '00'
000795           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000796           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000797           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000798           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000799           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000800           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000801                                      WS-PARM-FECHA
000802        ELSE
000803           ACCEPT WS-FECHA FROM DATE
000804           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000805           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000806           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000807        END-IF
000808
000809        CLOSE FILE-PARM
000810
000811     ELSE
000812
000813        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000814        ACCEPT WS-FECHA FROM DATE
000815        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000816        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000817        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000818
000819     END-IF.
000820
000821 F-1050-LEER-PARM-FECHA. EXIT.
000822
000823**************************************
000824* UN PRESTAMO: SI ESTA EN MORA SE    *
000825* CALCULA EL ATRASO, SE LISTA Y SE   *
000826* ACUMULA EN SU SUCURSAL Y TRAMO     *
000827**************************************
000828
000829 2000-PROCESO.
000830
000831     PERFORM 2100-ANALIZAR-MORA THRU F-2100-ANALIZAR-MORA
000832
000833     PERFORM 3100-LEER-PRESTAMO THRU F-3100-LEER-PRESTAMO.
000834
000835 F-2000-PROCESO. EXIT.
000836
000837 2100-ANALIZAR-MORA.
000838
000839     IF NOT WS-PRE-EST-MORA
000840        OR WS-PRE-FEC-MORA IS EQUAL ZERO
000841        GO TO F-2100-ANALIZAR-MORA
000842     END-IF
000843
000844     ADD 1 TO WS-CANT-EN-MORA
000845
000846     MOVE WS-PRE-FEC-MORA TO WS-FEC-TRABAJO
000847
000848     COMPUTE WS-DIAS-MORA =
000849                (WS-FEC-PRO-ANIO - WS-FEC-TRA-ANIO) * 360
000850              + (WS-FEC-PRO-MES  - WS-FEC-TRA-MES)  * 30
000851              + (WS-FEC-PRO-DIA  - WS-FEC-TRA-DIA)
000852
000853*    UNA CUOTA VENCIDA HOY YA CUENTA COMO UN DIA DE ATRASO
000854
000855     IF WS-DIAS-MORA IS LESS THAN 1
000856        MOVE 1 TO WS-DIAS-MORA
000857     END-IF
000858
000859     MOVE 4 TO WS-TRA-IDX
000860     EVALUATE TRUE
000861        WHEN WS-DIAS-MORA IS NOT GREATER THAN WS-TRA-LIMITE (1)
000862           MOVE 1 TO WS-TRA-IDX
000863        WHEN WS-DIAS-MORA IS NOT GREATER THAN WS-TRA-LIMITE (2)
000864           MOVE 2 TO WS-TRA-IDX
000865        WHEN WS-DIAS-MORA IS NOT GREATER THAN WS-TRA-LIMITE (3)
000866           MOVE 3 TO WS-TRA-IDX
000867     END-EVALUATE
000868
000869     COMPUTE WS-SUC-IDX = WS-PRE-SUCURSAL + 1
000869
000869*    PESOS Y DOLARES SE ACUMULAN POR SEPARADO
000869
000869     IF WS-PRE-MONEDA IS EQUAL 'USD'
000869        MOVE 2 TO WS-MON-IDX
000869     ELSE
000869        MOVE 1 TO WS-MON-IDX
000869     END-IF
000870
000871     IF WS-SUC-CANT-TOT (WS-SUC-IDX 1) IS EQUAL ZERO
000871        AND WS-SUC-CANT-TOT (WS-SUC-IDX 2) IS EQUAL ZERO
000872        ADD 1 TO WS-CANT-SUCURSALES
000873     END-IF
000874
000875     ADD 1 TO WS-SUC-CANT-TOT (WS-SUC-IDX WS-MON-IDX)
000876     ADD 1 TO WS-SUC-CANT     (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000877     ADD WS-PRE-DEUDA-VENCIDA
000878          TO WS-SUC-DEUDA   (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000879     ADD WS-PRE-SALDO-CAPITAL
000880          TO WS-SUC-CAPITAL (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000881
000882     ADD 1 TO WS-TOT-CANT (WS-MON-IDX WS-TRA-IDX)
000883     ADD WS-PRE-DEUDA-VENCIDA
000883                TO WS-TOT-DEUDA   (WS-MON-IDX WS-TRA-IDX)
000884     ADD WS-PRE-SALDO-CAPITAL
000884                TO WS-TOT-CAPITAL (WS-MON-IDX WS-TRA-IDX)
000885
000886     MOVE WS-DIAS-MORA         TO WS-LIN-EDIT-DIAS
000887     MOVE WS-PRE-DEUDA-VENCIDA TO WS-LIN-EDIT-DEUDA
000888     MOVE WS-PRE-SALDO-CAPITAL TO WS-LIN-EDIT-CAPITAL
000889     MOVE SPACES               TO WS-LIN-TEXTO
000890
000891     STRING WS-PRE-NRO '-' WS-PRE-TIPO '-' WS-PRE-CUENTA
000892            '      '   WS-PRE-SUCURSAL
000893            '  '       WS-PRE-FEC-MORA
000894            '  '       WS-LIN-EDIT-DIAS
000895            '  '       WS-TRA-NOMBRE (WS-TRA-IDX)
000896            ' '        WS-LIN-EDIT-DEUDA
000897            ' '        WS-LIN-EDIT-CAPITAL
000898            ' '        WS-PRE-MONEDA
000899               DELIMITED BY SIZE
000900               INTO WS-LIN-TEXTO
000901     END-STRING
000902
000903     WRITE REG-LIS FROM WS-LIN-SALIDA.
000904
000905 F-2100-ANALIZAR-MORA. EXIT.
000906
000907**************************************
000908* LECTURA SECUENCIAL DE DDPRESTA     *
000909**************************************
000910
000911 3100-LEER-PRESTAMO.
000912
000913     READ FILE-PRE NEXT RECORD INTO WS-REG-PRESTAMO
000914
000915     EVALUATE WS-FILPRE-CODE
000916
000917        WHEN '00'
000918           ADD 1 TO WS-CANT-LEIDOS
000919
000920        WHEN '10'
000921           SET WS-FIN-LECTURA TO TRUE
000922
000923        WHEN OTHER
000924           DISPLAY '* ERROR EN LECTURA PRESTA = ' WS-FILPRE-CODE
000925           MOVE 9999 TO RETURN-CODE
000926           SET WS-FIN-LECTURA TO TRUE
000927
000928     END-EVALUATE.
000929
000930 F-3100-LEER-PRESTAMO. EXIT.
000931
000932**************************************
000933* RESUMEN POR SUCURSAL, MONEDA Y     *
000934* TRAMO, Y TOTAL GENERAL POR MONEDA  *
000935**************************************
000936
000937 3000-RESUMEN.
000938
000939     MOVE SPACES TO WS-LIN-TEXTO
000940     WRITE REG-LIS FROM WS-LIN-SALIDA
000941     MOVE 'RESUMEN POR SUCURSAL' TO WS-LIN-TEXTO
000942     WRITE REG-LIS FROM WS-LIN-SALIDA
000943
000944     MOVE ZEROS TO WS-SUC-IDX
000945
000946     PERFORM 3010-RESUMIR-SUCURSAL THRU F-3010-RESUMIR-SUCURSAL
000947               UNTIL WS-SUC-IDX IS NOT LESS THAN WS-SUC-MAX
000948
000949     MOVE SPACES TO WS-LIN-TEXTO
000950     WRITE REG-LIS FROM WS-LIN-SALIDA
000951
000952     MOVE ZEROS TO WS-MON-IDX
000953
000954     PERFORM 3025-TOTAL-MONEDA THRU F-3025-TOTAL-MONEDA
000955               UNTIL WS-MON-IDX IS NOT LESS THAN 2.
000956
000957 F-3000-RESUMEN. EXIT.
000958
000959 3010-RESUMIR-SUCURSAL.
000960
000961     ADD 1 TO WS-SUC-IDX
000962
000963     IF WS-SUC-CANT-TOT (WS-SUC-IDX 1) IS EQUAL ZERO
000963        AND WS-SUC-CANT-TOT (WS-SUC-IDX 2) IS EQUAL ZERO
000964        GO TO F-3010-RESUMIR-SUCURSAL
000965     END-IF
000966
000967     COMPUTE WS-LIN-EDIT-SUC = WS-SUC-IDX - 1
000968     MOVE ZEROS TO WS-MON-IDX
000969
000970     PERFORM 3015-RESUMIR-MONEDA THRU F-3015-RESUMIR-MONEDA
000971               UNTIL WS-MON-IDX IS NOT LESS THAN 2.
000972
000973 F-3010-RESUMIR-SUCURSAL. EXIT.
000973
000973 3015-RESUMIR-MONEDA.
000973
000973     ADD 1 TO WS-MON-IDX
000973
000973     IF WS-SUC-CANT-TOT (WS-SUC-IDX WS-MON-IDX) IS EQUAL ZERO
000973        GO TO F-3015-RESUMIR-MONEDA
000973     END-IF
000973
000973     MOVE ZEROS TO WS-TRA-IDX
000973
000973     PERFORM 3020-IMPRIMIR-TRAMO THRU F-3020-IMPRIMIR-TRAMO
000973               UNTIL WS-TRA-IDX IS NOT LESS THAN 4.
000973
000973 F-3015-RESUMIR-MONEDA. EXIT.
000974
000975 3020-IMPRIMIR-TRAMO.
000976
000977     ADD 1 TO WS-TRA-IDX
000978
000979     MOVE WS-SUC-CANT    (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000980                                        TO WS-LIN-EDIT-CANT
000981     MOVE WS-SUC-DEUDA   (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000982                                        TO WS-LIN-EDIT-DEUDA
000983     MOVE WS-SUC-CAPITAL (WS-SUC-IDX WS-MON-IDX WS-TRA-IDX)
000984                                        TO WS-LIN-EDIT-CAPITAL
000985     MOVE SPACES TO WS-LIN-TEXTO
000986
000987     STRING 'SUCURSAL '    WS-LIN-EDIT-SUC
000987            '  MONEDA '    WS-MORA-MONEDA (WS-MON-IDX)
000988            '  TRAMO '     WS-TRA-NOMBRE (WS-TRA-IDX)
000989            '  CANTIDAD '  WS-LIN-EDIT-CANT
000990            '  DEUDA VENCIDA '    WS-LIN-EDIT-DEUDA
000991            '  CAPITAL ADEUDADO ' WS-LIN-EDIT-CAPITAL
000992               DELIMITED BY SIZE
000993               INTO WS-LIN-TEXTO
000994     END-STRING
000995
000996     WRITE REG-LIS FROM WS-LIN-SALIDA.
000997
000998 F-3020-IMPRIMIR-TRAMO. EXIT.
000999
000999 3025-TOTAL-MONEDA.
000999
000999     ADD 1 TO WS-MON-IDX
000999     MOVE ZEROS TO WS-TRA-IDX
000999
000999     PERFORM 3030-IMPRIMIR-TOTAL THRU F-3030-IMPRIMIR-TOTAL
000999               UNTIL WS-TRA-IDX IS NOT LESS THAN 4.
000999
000999 F-3025-TOTAL-MONEDA. EXIT.
000999
001000 3030-IMPRIMIR-TOTAL.
001001
001002     ADD 1 TO WS-TRA-IDX
001003
001004     MOVE WS-TOT-CANT    (WS-MON-IDX WS-TRA-IDX)
001004                                        TO WS-LIN-EDIT-CANT
001005     MOVE WS-TOT-DEUDA   (WS-MON-IDX WS-TRA-IDX)
001005                                        TO WS-LIN-EDIT-DEUDA
001006     MOVE WS-TOT-CAPITAL (WS-MON-IDX WS-TRA-IDX)
001006                                        TO WS-LIN-EDIT-CAPITAL
001007     MOVE SPACES TO WS-LIN-TEXTO
001008
001009     STRING 'TOTAL GENERAL '
001009            '  MONEDA '    WS-MORA-MONEDA (WS-MON-IDX)
001010            '  TRAMO '     WS-TRA-NOMBRE (WS-TRA-IDX)
001011            '  CANTIDAD '  WS-LIN-EDIT-CANT
001012            '  DEUDA VENCIDA '    WS-LIN-EDIT-DEUDA
001013            '  CAPITAL ADEUDADO ' WS-LIN-EDIT-CAPITAL
001014               DELIMITED BY SIZE
001015               INTO WS-LIN-TEXTO
001016     END-STRING
001017
001018     WRITE REG-LIS FROM WS-LIN-SALIDA.
001019
001020 F-3030-IMPRIMIR-TOTAL. EXIT.
001021
001022**************************************
001023*   CIERRE DE ARCHIVOS Y TOTALES     *
001024**************************************
001025
001026 9999-FINAL.
001027
001028     CLOSE FILE-PRE.
001029        IF WS-FILPRE-CODE IS NOT EQUAL '00'
001030           DISPLAY '* ERROR EN CLOSE PRESTA  = '
001031                                      WS-FILPRE-CODE
001032           MOVE 9999 TO RETURN-CODE
001033        END-IF.
001034
001035     CLOSE FILE-LIS.
001036        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001037           DISPLAY '* ERROR EN CLOSE PREMOR  = '
001038                                      WS-FILLIS-CODE
001039           MOVE 9999 TO RETURN-CODE
001040        END-IF.
001041
001042**************************************
001043*   MOSTRAR TOTALES DE CONTROL       *
001044**************************************
001045
001046     DISPLAY WS-LEYEN-LEIDOS         WS-CANT-LEIDOS.
001047     DISPLAY WS-LEYEN-EN-MORA        WS-CANT-EN-MORA.
001048     DISPLAY WS-LEYEN-SUCURSALES     WS-CANT-SUCURSALES.
001049
001050 F-9999-FINAL.
001051     EXIT.
