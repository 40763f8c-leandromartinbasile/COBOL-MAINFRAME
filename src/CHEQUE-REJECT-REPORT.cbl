000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ3C.
000115**********************************************************
000120*                                                        *
000125*    REJECTED CHEQUES REPORT code                        *
000130*    REPORTE MENSUAL DE CHEQUES RECHAZADOS POR TITULAR:  *
000135*    RECORRE EL HISTORICO DE RECHAZOS DE CAMARA          *
000140*    (DDCHQHIS, VER PGMAPJ3B) DEL MES DE LA FECHA DE     *
000145*    PROCESO, TOMA EL DOCUMENTO Y EL NOMBRE DEL TITULAR  *
000150*    DE DDDEMOG Y LISTA LOS RECHAZOS ORDENADOS POR TIPO Y*
000155*    NUMERO DE DOCUMENTO, CON SUBTOTALES POR TITULAR Y LA*
000160*    MARCA DE LOS MOTIVOS QUE SE INFORMAN A LA CENTRAL DE*
000165*    CHEQUES RECHAZADOS (SIN FONDOS Y CUENTA CERRADA)    *
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
000208     SELECT FILE-HIS  ASSIGN DDCHQHIS
000209     ACCESS IS SEQUENTIAL
000210     FILE STATUS IS WS-FILHIS-CODE.
000211
000212     SELECT FILE-DEM  ASSIGN DDDEMOG
000213     ORGANIZATION IS INDEXED
000214     ACCESS IS RANDOM
000215     RECORD KEY IS REG-FDEM-NRO
000216     FILE STATUS IS WS-FILDEM-CODE.
000217
000218     SELECT FILE-LIS  ASSIGN DDCHQREP
000219     ACCESS IS SEQUENTIAL
000220     FILE STATUS IS WS-FILLIS-CODE.
000221
000222     SELECT FILE-PARM ASSIGN DDPARM
000223     ACCESS IS SEQUENTIAL
000224     FILE STATUS IS WS-FILPARM-CODE.
000225
000226     SELECT SORT-FILE ASSIGN DDSORTWK.
000227
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-HIS
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-HIS          PIC X(100).
000398
000399 FD FILE-DEM
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-FDEM.
000404     03  REG-FDEM-NRO            PIC 9(05).
000405     03  FILLER                  PIC X(95).
000406
000407 FD FILE-LIS
000408      BLOCK CONTAINS 0 RECORDS
000409      RECORDING MODE IS F.
000410
000411 01 REG-LIS          PIC X(132).
000412
000413 FD FILE-PARM
000414      BLOCK CONTAINS 0 RECORDS
000415      RECORDING MODE IS F.
000416
000417 01 REG-FILE-PARM    PIC X(08).
000418
000419*    ORDEN DEL REPORTE: DOCUMENTO DEL TITULAR Y, DENTRO DE
000420*    EL, EL REGISTRO COMPLETO (CUENTA, CHEQUE, FECHA)
000421 SD SORT-FILE.
000422
000423 01 REG-SORT.
000424     03  SORT-TIPO-DOC       PIC X(03).
000425     03  SORT-NRO-DOC        PIC 9(11).
000426     03  SORT-NOMBRE         PIC X(30).
000427     03  SORT-CHQDEV         PIC X(100).
000428
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILHIS-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000506
000507 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000508     88  WS-FIN-LECTURA                  VALUE 'SI'.
000509     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000510
000511 01  WS-STATUS-HIS           PIC X(02)   VALUE 'NO'.
000512     88  WS-FIN-HIS                      VALUE 'SI'.
000513     88  WS-NO-FIN-HIS                   VALUE 'NO'.
000514
000515 01  WS-STA-SORT             PIC X       VALUE 'N'.
000516     88  WS-FIN-SORT                     VALUE 'Y'.
000517     88  WS-NO-FIN-SORT                  VALUE 'N'.
000518
000519 77  WS-DOC-PRIMERO-SW       PIC X       VALUE 'Y'.
000520     88  WS-DOC-PRIMERO                  VALUE 'Y'.
000521     88  WS-DOC-NO-PRIMERO               VALUE 'N'.
000522
000523********  CONTADORES DE CONTROL  *
000524
000525 77  WS-CANT-LEIDOS          PIC 9(07)   VALUE ZEROS.
000526 77  WS-CANT-DEL-MES         PIC 9(07)   VALUE ZEROS.
000527 77  WS-CANT-DUPLICADOS      PIC 9(07)   VALUE ZEROS.
000528 77  WS-CANT-LISTADOS        PIC 9(07)   VALUE ZEROS.
000529 77  WS-CANT-INFORMABLES     PIC 9(07)   VALUE ZEROS.
000530 77  WS-CANT-TITULARES       PIC 9(07)   VALUE ZEROS.
000531 77  WS-CANT-SIN-DEMOG       PIC 9(07)   VALUE ZEROS.
000532 77  WS-TOT-IMP-ARS          PIC 9(13)V99 VALUE ZEROS.
000533 77  WS-TOT-IMP-USD          PIC 9(13)V99 VALUE ZEROS.
000534
000535********  CORTE POR TITULAR  *
000536
000537 01  WS-DOC-ANTERIOR.
000538     03  WS-DOC-ANT-TIPO     PIC X(03)   VALUE SPACES.
000539     03  WS-DOC-ANT-NRO      PIC 9(11)   VALUE ZEROS.
000540 01  WS-DOC-ACTUAL.
000541     03  WS-DOC-ACT-TIPO     PIC X(03)   VALUE SPACES.
000542     03  WS-DOC-ACT-NRO      PIC 9(11)   VALUE ZEROS.
000543 77  WS-DOC-CANT             PIC 9(05)   VALUE ZEROS.
000544 77  WS-DOC-CANT-INFORM      PIC 9(05)   VALUE ZEROS.
000545 77  WS-DOC-IMP-ARS          PIC 9(13)V99 VALUE ZEROS.
000546 77  WS-DOC-IMP-USD          PIC 9(13)V99 VALUE ZEROS.
000547
000548*    ULTIMO RECHAZO LISTADO: UN REPROCESO DE LA CAMARA EN LA
000549*    MISMA FECHA DEJA EL MISMO RECHAZO DOS VECES EN EL
000550*    HISTORICO Y SE LISTA UNA SOLA
000551 77  WS-ULT-CHQDEV           PIC X(100)  VALUE SPACES.
000552
000553*    PERIODO DEL REPORTE (AAAAMM DE LA FECHA DE PROCESO)
000554 01  WS-FEC-TRABAJO          PIC 9(08)     VALUE ZEROS.
000555 01  FILLER REDEFINES WS-FEC-TRABAJO.
000556     03  WS-FEC-TRA-PERIODO  PIC 9(06).
000557     03  WS-FEC-TRA-DIA      PIC 9(02).
000558 77  WS-PERIODO-REPORTE      PIC 9(06)     VALUE ZEROS.
000559
000560********     FECHA DE PROCESO  ***************
000561
000562 01  WS-FECHA-PROCESO.
000563     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000564     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000565     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000566     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000567 01  FILLER REDEFINES WS-FECHA-PROCESO.
000568     03  WS-FEC-PROCESO-N    PIC 9(08).
000569
000570 01  WS-FECHA.
000571     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000572     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000573     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000574
000575 01  WS-REG-PARM.
000576     03  WS-PARM-FECHA.
000577         05  WS-PARM-FECHA-CC PIC 99     VALUE ZEROS.
000578         05  WS-PARM-FECHA-AA PIC 99     VALUE ZEROS.
000579         05  WS-PARM-FECHA-MM PIC 99     VALUE ZEROS.
000580         05  WS-PARM-FECHA-DD PIC 99     VALUE ZEROS.
000581
000582********  LINEAS DEL LISTADO  *************
000583
000584 01  WS-LIN-CABECERA.
000585     03  FILLER              PIC X(01) VALUE SPACE.
000586     03  FILLER              PIC X(44) VALUE
000587             'CHEQUES RECHAZADOS POR TITULAR - PGMAPJ3C'.
000588     03  FILLER              PIC X(09) VALUE 'PERIODO: '.
000589     03  WS-CAB-PERIODO      PIC 9(06).
000590     03  FILLER              PIC X(72) VALUE SPACES.
000591
000592 01  WS-LIN-SALIDA.
000593     03  FILLER              PIC X(01)   VALUE SPACE.
000594     03  WS-LIN-TEXTO        PIC X(131).
000595
000596 77  WS-LIN-MARCA            PIC X(16)   VALUE SPACES.
000597 01  WS-LIN-EDIT-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
000598 01  WS-LIN-EDIT-ARS         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
000599 01  WS-LIN-EDIT-USD         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
000600
000601 01  WS-LEYEN-LEIDOS         PIC X(35)
000602         VALUE '* RECHAZOS LEIDOS           = '.
000603 01  WS-LEYEN-DEL-MES        PIC X(35)
000604         VALUE '* RECHAZOS DEL PERIODO      = '.
000605 01  WS-LEYEN-DUPLICADOS     PIC X(35)
000606         VALUE '* DUPLICADOS POR REPROCESO  = '.
000607 01  WS-LEYEN-LISTADOS       PIC X(35)
000608         VALUE '* RECHAZOS LISTADOS         = '.
000609 01  WS-LEYEN-INFORMABLES    PIC X(35)
000610         VALUE '* INFORMABLES AL BCRA       = '.
000611 01  WS-LEYEN-TITULARES      PIC X(35)
000612         VALUE '* TITULARES LISTADOS        = '.
000613 01  WS-LEYEN-SIN-DEMOG      PIC X(35)
000614         VALUE '* SIN DATOS DEMOGRAFICOS    = '.
000615 01  WS-LEYEN-TOT-ARS        PIC X(35)
000616         VALUE '* IMPORTE RECHAZADO ARS     = '.
000617 01  WS-LEYEN-TOT-USD        PIC X(35)
000618         VALUE '* IMPORTE RECHAZADO USD     = '.
000619
000620     COPY "LAYOUT-ChqDev.cpy".
000621     COPY "LAYOUT-Demog.cpy".
000622
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     IF WS-NO-FIN-LECTURA
000707
000708        SORT SORT-FILE
000709             ON ASCENDING KEY SORT-TIPO-DOC SORT-NRO-DOC
000710                              SORT-CHQDEV
000711             INPUT  PROCEDURE IS 2000-SELECCIONAR-RECHAZOS
000712                               THRU F-2000-SELECCIONAR-RECHAZOS
000713             OUTPUT PROCEDURE IS 3000-LISTAR-RECHAZOS
000714                               THRU F-3000-LISTAR-RECHAZOS
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
000732     MOVE WS-FEC-PROCESO-N   TO WS-FEC-TRABAJO
000733     MOVE WS-FEC-TRA-PERIODO TO WS-PERIODO-REPORTE
000734
000735     OPEN INPUT  FILE-HIS.
000736     IF WS-FILHIS-CODE IS NOT EQUAL '00'
000737        DISPLAY '* ERROR EN OPEN CHQHIS  = ' WS-FILHIS-CODE
000738        MOVE 9999 TO RETURN-CODE
000739        SET  WS-FIN-LECTURA TO TRUE
000740     END-IF.
000741
000742     OPEN INPUT  FILE-DEM.
000743     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000744        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000745        MOVE 9999 TO RETURN-CODE
000746        SET  WS-FIN-LECTURA TO TRUE
000747     END-IF.
000748
000749     OPEN OUTPUT FILE-LIS.
000750     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000751        DISPLAY '* ERROR EN OPEN CHQREP  = ' WS-FILLIS-CODE
000752        MOVE 9999 TO RETURN-CODE
000753        SET  WS-FIN-LECTURA TO TRUE
000754     END-IF.
000755
000756     MOVE WS-PERIODO-REPORTE TO WS-CAB-PERIODO
000757     IF WS-FILLIS-CODE IS EQUAL '00'
000758        WRITE REG-LIS FROM WS-LIN-CABECERA
000759     END-IF.
000760
000761 F-1000-INICIO.   EXIT.
000762
000763**************************************
000764*  FECHA DE PROCESO: DDPARM O FECHA  *
000765*  DEL SISTEMA                       *
000766**************************************
000767
000768 1050-LEER-PARM-FECHA.
000769
000770     OPEN INPUT FILE-PARM.
000771
000772     IF WS-FILPARM-CODE IS EQUAL '00'
000773
000774        READ FILE-PARM INTO WS-REG-PARM
000775
000776        IF WS-FILPARM-CODE IS EQUAL '00'
000777           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000778           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000779           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000780           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000781           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000782           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000783                                      WS-PARM-FECHA
000784        ELSE
000785           ACCEPT WS-FECHA FROM DATE
000786           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000787           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000788           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000789        END-IF
000790
000791        CLOSE FILE-PARM
000792
000793     ELSE
000794
000795        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000796        ACCEPT WS-FECHA FROM DATE
000797        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000798        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000799        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000800
000801     END-IF.
000802
000803 F-1050-LEER-PARM-FECHA. EXIT.
000804
000805**************************************
000806* RECORRER EL HISTORICO Y LIBERAR AL *
000807* SORT LOS RECHAZOS DEL PERIODO CON  *
000808* EL DOCUMENTO DEL TITULAR (DDDEMOG) *
000809**************************************
000810
000811 2000-SELECCIONAR-RECHAZOS.
000812
000813     SET WS-NO-FIN-HIS TO TRUE.
000814
000815     PERFORM 2010-SELECCIONAR-UNO THRU F-2010-SELECCIONAR-UNO
000816               UNTIL WS-FIN-HIS.
000817
000818 F-2000-SELECCIONAR-RECHAZOS. EXIT.
000819
000820 2010-SELECCIONAR-UNO.
000821
000822     READ FILE-HIS INTO WS-REG-CHQDEV
000823
000824     EVALUATE WS-FILHIS-CODE
000825
000826        WHEN '00'
000827           ADD 1 TO WS-CANT-LEIDOS
000828
000829        WHEN '10'
000830           SET WS-FIN-HIS TO TRUE
000831           GO TO F-2010-SELECCIONAR-UNO
000832
000833        WHEN OTHER
000834           DISPLAY '* ERROR EN LECTURA CHQHIS = ' WS-FILHIS-CODE
000835           MOVE 9999 TO RETURN-CODE
000836           SET WS-FIN-HIS     TO TRUE
000837           SET WS-FIN-LECTURA TO TRUE
000838           GO TO F-2010-SELECCIONAR-UNO
000839
000840     END-EVALUATE
000841
000842     MOVE WS-DEV-FECHA TO WS-FEC-TRABAJO
000843
000844     IF WS-FEC-TRA-PERIODO IS NOT EQUAL WS-PERIODO-REPORTE
000845        GO TO F-2010-SELECCIONAR-UNO
000846     END-IF
000847
000848     ADD 1 TO WS-CANT-DEL-MES
000849
000850     MOVE WS-DEV-NRO TO REG-FDEM-NRO
000851
000852     READ FILE-DEM INTO WS-REG-DEMOG
000853        KEY IS REG-FDEM-NRO
000854
000855     EVALUATE WS-FILDEM-CODE
000856
000857        WHEN '00'
000858           MOVE WS-DEM-TIPO-DOC TO SORT-TIPO-DOC
000859           MOVE WS-DEM-NRO-DOC  TO SORT-NRO-DOC
000860           MOVE WS-DEM-NOMBRE   TO SORT-NOMBRE
000861
000862*    SIN DEMOGRAFICO EL RECHAZO SE LISTA IGUAL, AL FINAL Y
000863*    AGRUPADO POR NRO DE CLIENTE
000864        WHEN '23'
000865           ADD 1 TO WS-CANT-SIN-DEMOG
000866           MOVE 'ZZZ'           TO SORT-TIPO-DOC
000867           MOVE WS-DEV-NRO      TO SORT-NRO-DOC
000868           MOVE '** SIN DATOS DEMOGRAFICOS **'
000869                                TO SORT-NOMBRE
000870
000871        WHEN OTHER
000872           DISPLAY '* ERROR EN READ DEMOG = ' WS-FILDEM-CODE
000873           MOVE 9999 TO RETURN-CODE
000874           SET WS-FIN-HIS     TO TRUE
000875           SET WS-FIN-LECTURA TO TRUE
000876           GO TO F-2010-SELECCIONAR-UNO
000877
000878     END-EVALUATE
000879
000880     MOVE WS-REG-CHQDEV TO SORT-CHQDEV
000881     RELEASE REG-SORT.
000882
000883 F-2010-SELECCIONAR-UNO. EXIT.
000884
000885**************************************
000886* LISTAR LOS RECHAZOS ORDENADOS POR  *
000887* DOCUMENTO, CON CORTE DE CONTROL Y  *
000888* SUBTOTAL POR TITULAR               *
000889**************************************
000890
000891 3000-LISTAR-RECHAZOS.
000892
000893     SET WS-NO-FIN-SORT TO TRUE.
000894
000895     PERFORM 3010-LISTAR-UNO THRU F-3010-LISTAR-UNO
000896               UNTIL WS-FIN-SORT.
000897
000898*    SUBTOTAL DEL ULTIMO TITULAR LISTADO
000899
000900     IF WS-DOC-NO-PRIMERO
000901        PERFORM 3030-TOTAL-TITULAR THRU F-3030-TOTAL-TITULAR
000902     END-IF.
000903
000904 F-3000-LISTAR-RECHAZOS. EXIT.
000905
000906 3010-LISTAR-UNO.
000907
000908     RETURN SORT-FILE
000909
000910        AT END
000911           SET WS-FIN-SORT TO TRUE
000912
000913        NOT AT END
000914           PERFORM 3020-LISTAR-DETALLE
000915                       THRU F-3020-LISTAR-DETALLE
000916
000917     END-RETURN.
000918
000919 F-3010-LISTAR-UNO. EXIT.
000920
000921 3020-LISTAR-DETALLE.
000922
000923     IF SORT-CHQDEV IS EQUAL WS-ULT-CHQDEV
000924        ADD 1 TO WS-CANT-DUPLICADOS
000925        GO TO F-3020-LISTAR-DETALLE
000926     END-IF
000927
000928     MOVE SORT-CHQDEV   TO WS-ULT-CHQDEV
000929     MOVE SORT-CHQDEV   TO WS-REG-CHQDEV
000930     MOVE SORT-TIPO-DOC TO WS-DOC-ACT-TIPO
000931     MOVE SORT-NRO-DOC  TO WS-DOC-ACT-NRO
000932
000933*    CORTE POR TITULAR: SUBTOTAL DEL ANTERIOR Y ENCABEZADO
000934*    DEL NUEVO
000935
000936     IF WS-DOC-PRIMERO
000937        OR WS-DOC-ACTUAL IS NOT EQUAL WS-DOC-ANTERIOR
000938
000939        IF WS-DOC-NO-PRIMERO
000940           PERFORM 3030-TOTAL-TITULAR THRU F-3030-TOTAL-TITULAR
000941        END-IF
000942
000943        SET WS-DOC-NO-PRIMERO TO TRUE
000944        MOVE WS-DOC-ACTUAL TO WS-DOC-ANTERIOR
000945        ADD 1 TO WS-CANT-TITULARES
000946
000947        MOVE SPACES TO WS-LIN-TEXTO
000948        WRITE REG-LIS FROM WS-LIN-SALIDA
000949        STRING 'TITULAR: '   SORT-TIPO-DOC
000950               ' '           SORT-NRO-DOC
000951               ' '           SORT-NOMBRE
000952                  DELIMITED BY SIZE
000953                  INTO WS-LIN-TEXTO
000954        END-STRING
000955        WRITE REG-LIS FROM WS-LIN-SALIDA
000956
000957     END-IF
000958
000959     ADD 1 TO WS-CANT-LISTADOS
000960     ADD 1 TO WS-DOC-CANT
000961
000962     IF WS-DEV-MONEDA IS EQUAL 'USD'
000963        ADD WS-DEV-IMPORTE TO WS-DOC-IMP-USD
000964        ADD WS-DEV-IMPORTE TO WS-TOT-IMP-USD
000965     ELSE
000966        ADD WS-DEV-IMPORTE TO WS-DOC-IMP-ARS
000967        ADD WS-DEV-IMPORTE TO WS-TOT-IMP-ARS
000968     END-IF
000969
000970     IF WS-DEV-MOT-INFORMABLE
000971        ADD 1 TO WS-CANT-INFORMABLES
000972        ADD 1 TO WS-DOC-CANT-INFORM
000973        MOVE 'INFORMABLE BCRA' TO WS-LIN-MARCA
000974     ELSE
000975        MOVE SPACES TO WS-LIN-MARCA
000976     END-IF
000977
000978     MOVE WS-DEV-IMPORTE TO WS-LIN-EDIT-IMPORTE
000979     MOVE SPACES         TO WS-LIN-TEXTO
000980
000981     STRING '   CUENTA: '  WS-DEV-NRO
000982            '-'            WS-DEV-TIPO
000983            '-'            WS-DEV-CUENTA
000984            ' CHEQUE: '    WS-DEV-NRO-CHEQUE
000985            ' FECHA: '     WS-DEV-FECHA
000986            ' '            WS-DEV-MONEDA
000987            ' '            WS-LIN-EDIT-IMPORTE
000988            ' MOTIVO: '    WS-DEV-MOTIVO
000989            ' SUC: '       WS-DEV-SUCURSAL
000990            ' '            WS-LIN-MARCA
000991               DELIMITED BY SIZE
000992               INTO WS-LIN-TEXTO
000993     END-STRING
000994
000995     WRITE REG-LIS FROM WS-LIN-SALIDA.
000996
000997 F-3020-LISTAR-DETALLE. EXIT.
000998
000999**************************************
001000* SUBTOTAL DEL TITULAR ANTERIOR Y    *
001001* PUESTA EN CERO DE SUS ACUMULADORES *
001002**************************************
001003
001004 3030-TOTAL-TITULAR.
001005
001006     MOVE WS-DOC-IMP-ARS TO WS-LIN-EDIT-ARS
001007     MOVE WS-DOC-IMP-USD TO WS-LIN-EDIT-USD
001008     MOVE SPACES         TO WS-LIN-TEXTO
001009
001010     STRING '   TOTAL TITULAR - RECHAZOS: ' WS-DOC-CANT
001011            ' INFORMABLES: '  WS-DOC-CANT-INFORM
001012            ' ARS: '          WS-LIN-EDIT-ARS
001013            ' USD: '          WS-LIN-EDIT-USD
001014               DELIMITED BY SIZE
001015               INTO WS-LIN-TEXTO
001016     END-STRING
001017
001018     WRITE REG-LIS FROM WS-LIN-SALIDA
001019
001020     MOVE ZEROS TO WS-DOC-CANT
001021     MOVE ZEROS TO WS-DOC-CANT-INFORM
001022     MOVE ZEROS TO WS-DOC-IMP-ARS
001023     MOVE ZEROS TO WS-DOC-IMP-USD.
001024
001025 F-3030-TOTAL-TITULAR. EXIT.
001026
001027**************************************
001028*   CIERRE DE ARCHIVOS Y TOTALES     *
001029**************************************
001030
001031 9999-FINAL.
001032
001033     CLOSE FILE-HIS.
001034        IF WS-FILHIS-CODE IS NOT EQUAL '00'
001035           DISPLAY '* ERROR EN CLOSE CHQHIS  = '
001036                                      WS-FILHIS-CODE
001037           MOVE 9999 TO RETURN-CODE
001038        END-IF.
001039
001040     CLOSE FILE-DEM.
001041        IF WS-FILDEM-CODE IS NOT EQUAL '00'
001042           DISPLAY '* ERROR EN CLOSE DEMOG   = '
001043                                      WS-FILDEM-CODE
001044           MOVE 9999 TO RETURN-CODE
001045        END-IF.
001046
001047     CLOSE FILE-LIS.
001048        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001049           DISPLAY '* ERROR EN CLOSE CHQREP  = '
001050                                      WS-FILLIS-CODE
001051           MOVE 9999 TO RETURN-CODE
001052        END-IF.
001053
001054**************************************
001055*   MOSTRAR TOTALES DE CONTROL       *
001056**************************************
001057
001058     DISPLAY WS-LEYEN-LEIDOS         WS-CANT-LEIDOS.
001059     DISPLAY WS-LEYEN-DEL-MES        WS-CANT-DEL-MES.
001060     DISPLAY WS-LEYEN-DUPLICADOS     WS-CANT-DUPLICADOS.
001061     DISPLAY WS-LEYEN-LISTADOS       WS-CANT-LISTADOS.
001062     DISPLAY WS-LEYEN-INFORMABLES    WS-CANT-INFORMABLES.
001063     DISPLAY WS-LEYEN-TITULARES      WS-CANT-TITULARES.
001064     DISPLAY WS-LEYEN-SIN-DEMOG      WS-CANT-SIN-DEMOG.
001065     DISPLAY WS-LEYEN-TOT-ARS        WS-TOT-IMP-ARS.
001066     DISPLAY WS-LEYEN-TOT-USD        WS-TOT-IMP-USD.
001067
001068 F-9999-FINAL.
001069     EXIT.
