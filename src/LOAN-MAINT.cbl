000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ2A.
000115**********************************************************
000120*                                                        *
000125*    LOAN MAINTENANCE code                               *
000130*    CONSULTA, ALTA Y ANULACION DE PRESTAMOS PERSONALES  *
000135*    (CUENTA TIPO 05). EL ALTA VALIDA LA CUENTA DE       *
000140*    DEBITO DEL CLIENTE (CC/CA ACTIVA), ABRE LA CUENTA   *
000145*    DEL PRESTAMO EN DDCLIEN CON SALDO CERO, GRABA EL    *
000150*    MAESTRO DDPRESTA Y GENERA EL CRONOGRAMA DE CUOTAS   *
000155*    DDCUOTAS POR SISTEMA FRANCES (CUOTA FIJA). EL       *
000160*    DESEMBOLSO Y LA COBRANZA LOS HACE PGMAPJ2B; MISMO   *
000165*    ESQUEMA DE TRANSACCIONES QUE PGMAPJ1B               *
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
000208     SELECT FILE1   ASSIGN DDCLIEN
000209     ORGANIZATION IS INDEXED
000210     ACCESS IS RANDOM
000211     RECORD KEY IS REG-FILE1-CLAVE
000212     FILE STATUS IS WS-FIL1-CODE.
000213
000214*    MAESTRO DE PRESTAMOS (VER LAYOUT-Prestamo)
000215     SELECT FILE-PRE ASSIGN DDPRESTA
000216     ORGANIZATION IS INDEXED
000217     ACCESS IS RANDOM
000218     RECORD KEY IS REG-PRE-CLAVE
000219     FILE STATUS IS WS-FILPRE-CODE.
000220
000221*    CRONOGRAMA DE CUOTAS (VER LAYOUT-CuoPres)
000222     SELECT FILE-CUO ASSIGN DDCUOTAS
000223     ORGANIZATION IS INDEXED
000224     ACCESS IS RANDOM
000225     RECORD KEY IS REG-CUO-CLAVE
000226     FILE STATUS IS WS-FILCUO-CODE.
000227
000228     SELECT FILE-TRAN ASSIGN DDPRETRA
000229     ACCESS IS SEQUENTIAL
000230     FILE STATUS IS WS-FILTRAN-CODE.
000231
000232     SELECT FILE-LIS  ASSIGN DDPRELIS
000233     ACCESS IS SEQUENTIAL
000234     FILE STATUS IS WS-FILLIS-CODE.
000235
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
000404 FD FILE-PRE
000405      BLOCK CONTAINS 0 RECORDS
000406      RECORDING MODE IS F.
000407
000408 01 REG-PRE.
000409     03  REG-PRE-CLAVE.
000410         05  REG-PRE-NRO         PIC 9(05).
000411         05  REG-PRE-TIPO        PIC 9(02).
000412         05  REG-PRE-CUENTA      PIC 9(08).
000413     03  FILLER                  PIC X(135).
000414
000415 FD FILE-CUO
000416      BLOCK CONTAINS 0 RECORDS
000417      RECORDING MODE IS F.
000418
000419 01 REG-CUO.
000420     03  REG-CUO-CLAVE.
000421         05  REG-CUO-NRO         PIC 9(05).
000422         05  REG-CUO-TIPO        PIC 9(02).
000423         05  REG-CUO-CUENTA      PIC 9(08).
000424         05  REG-CUO-NUMERO      PIC 9(03).
000425     03  FILLER                  PIC X(122).
000426
000427 FD FILE-TRAN
000428      BLOCK CONTAINS 0 RECORDS
000429      RECORDING MODE IS F.
000430
000431 01 REG-TRAN         PIC X(100).
000432
000433 FD FILE-LIS
000434      BLOCK CONTAINS 0 RECORDS
000435      RECORDING MODE IS F.
000436
000437 01 REG-LIS          PIC X(132).
000438
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000503 77  WS-FILPRE-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCUO-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILTRAN-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000507
000508 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000509     88  WS-FIN-LECTURA                  VALUE 'SI'.
000510     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000511
000512 77  WS-CANT-LEIDAS          PIC 9(05)   VALUE ZEROS.
000513 77  WS-CANT-CONSULTAS       PIC 9(05)   VALUE ZEROS.
000514 77  WS-CANT-ALTAS           PIC 9(05)   VALUE ZEROS.
000515 77  WS-CANT-ANULADOS        PIC 9(05)   VALUE ZEROS.
000516 77  WS-CANT-NOENCONTRADOS   PIC 9(05)   VALUE ZEROS.
000517 77  WS-CANT-RECHAZADAS      PIC 9(05)   VALUE ZEROS.
000518 77  WS-CANT-ACCION-INVALID  PIC 9(05)   VALUE ZEROS.
000519 77  WS-CANT-CUOTAS          PIC 9(07)   VALUE ZEROS.
000520
000521********  CALCULO DEL SISTEMA FRANCES  *
000522
000523*    TASA MENSUAL (TNA / 1200), FACTOR (1 + I) ELEVADO A LA
000524*    CANTIDAD DE CUOTAS (POTENCIA POR PRODUCTO SUCESIVO) Y
000525*    SALDO DE CAPITAL QUE SE VA AMORTIZANDO CUOTA A CUOTA
000526 77  WS-CAL-TASA-MES         PIC 9(01)V9(10) VALUE ZEROS.
000527 77  WS-CAL-FACTOR           PIC 9(09)V9(09) VALUE ZEROS.
000528 77  WS-CAL-CUOTA            PIC 9(09)V99    VALUE ZEROS.
000529 77  WS-CAL-SALDO            PIC 9(09)V99    VALUE ZEROS.
000530 77  WS-CAL-INTERES          PIC 9(09)V99    VALUE ZEROS.
000531 77  WS-CAL-CAPITAL          PIC S9(09)V99   VALUE ZEROS.
000532 77  WS-CAL-IDX              PIC 9(03) COMP  VALUE ZEROS.
000533 77  WS-CAL-MESES            PIC 9(04) COMP  VALUE ZEROS.
000534 77  WS-CAL-ANIOS            PIC 9(04) COMP  VALUE ZEROS.
000535
000536 77  WS-CAL-ERROR-SW         PIC X       VALUE 'N'.
000537     88  WS-CAL-CON-ERROR                VALUE 'Y'.
000538     88  WS-CAL-SIN-ERROR                VALUE 'N'.
000539
000540*    TOPE DE CUOTAS DE UN PRESTAMO (30 ANIOS)
000541 77  WS-PLAZO-MAXIMO         PIC 9(03)   VALUE 360.
000542
000543 01  WS-FEC-TRABAJO          PIC 9(08)     VALUE ZEROS.
000544 01  FILLER REDEFINES WS-FEC-TRABAJO.
000545     03  WS-FEC-TRA-ANIO     PIC 9(04).
000546     03  WS-FEC-TRA-MES      PIC 9(02).
000547     03  WS-FEC-TRA-DIA      PIC 9(02).
000548
000549********  CUENTA DE DEBITO  *
000550
000551 77  WS-DEB-MONEDA           PIC X(03)   VALUE SPACES.
000552 77  WS-DEB-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000553
000554********     FECHA DE PROCESO  ***************
000555
000556 01  WS-FECHA-PROCESO.
000557     03  WS-FECHA-PROC-CC    PIC 99      VALUE 20.
000558     03  WS-FECHA-PROC-AA    PIC 99      VALUE ZEROS.
000559     03  WS-FECHA-PROC-MM    PIC 99      VALUE ZEROS.
000560     03  WS-FECHA-PROC-DD    PIC 99      VALUE ZEROS.
000561 01  FILLER REDEFINES WS-FECHA-PROCESO.
000562     03  WS-FEC-PROCESO-N    PIC 9(08).
000563
000564 01  WS-FECHA.
000565     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000566     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000567     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000568
000569 01  WS-LEYEN-LEIDAS         PIC X(35)
000570         VALUE '* TRANSACCIONES LEIDAS      = '.
000571 01  WS-LEYEN-CONSULTAS      PIC X(35)
000572         VALUE '* CONSULTAS ATENDIDAS       = '.
000573 01  WS-LEYEN-ALTAS          PIC X(35)
000574         VALUE '* PRESTAMOS DADOS DE ALTA   = '.
000575 01  WS-LEYEN-ANULADOS       PIC X(35)
000576         VALUE '* PRESTAMOS ANULADOS        = '.
000577 01  WS-LEYEN-NOENCONTRADOS  PIC X(35)
000578         VALUE '* PRESTAMOS NO ENCONTRADOS  = '.
000579 01  WS-LEYEN-RECHAZADAS     PIC X(35)
000580         VALUE '* TRANSACCIONES RECHAZADAS  = '.
000581 01  WS-LEYEN-ACCION-INVALID PIC X(35)
000582         VALUE '* ACCIONES INVALIDAS        = '.
000583 01  WS-LEYEN-CUOTAS         PIC X(35)
000584         VALUE '* CUOTAS GENERADAS          = '.
000585
000586 01  WS-LIN-SALIDA.
000587     03  FILLER              PIC X(01)   VALUE SPACE.
000588     03  WS-LIN-TEXTO        PIC X(131).
000589
000590 01  WS-LIN-EDIT-CAPITAL     PIC ZZZ.ZZZ.ZZ9,99.
000591 01  WS-LIN-EDIT-INTERES     PIC ZZZ.ZZZ.ZZ9,99.
000592 01  WS-LIN-EDIT-CUOTA       PIC ZZZ.ZZZ.ZZ9,99.
000593 01  WS-LIN-EDIT-SALDO       PIC ZZZ.ZZZ.ZZ9,99.
000594 01  WS-LIN-EDIT-TASA        PIC ZZ9,99.
000595
000596     COPY "LAYOUT-Clients.cpy".
000597     COPY "LAYOUT-Prestamo.cpy".
000598     COPY "LAYOUT-CuoPres.cpy".
000599     COPY "LAYOUT-PreTran.cpy".
000600
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
000721     ACCEPT WS-FECHA FROM DATE.
000722     MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000723     MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000724     MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000725
000726     OPEN I-O    FILE1.
000727     IF WS-FIL1-CODE IS NOT EQUAL '00'
000728        DISPLAY '* ERROR EN OPEN FILE1   = ' WS-FIL1-CODE
000729        MOVE 9999 TO RETURN-CODE
000730        SET  WS-FIN-LECTURA TO TRUE
000731     END-IF.
000732
000733     OPEN I-O    FILE-PRE.
000734     IF WS-FILPRE-CODE IS NOT EQUAL '00'
000735        DISPLAY '* ERROR EN OPEN PRESTA  = ' WS-FILPRE-CODE
000736        MOVE 9999 TO RETURN-CODE
000737        SET  WS-FIN-LECTURA TO TRUE
000738     END-IF.
000739
000740     OPEN I-O    FILE-CUO.
000741     IF WS-FILCUO-CODE IS NOT EQUAL '00'
000742        DISPLAY '* ERROR EN OPEN CUOTAS  = ' WS-FILCUO-CODE
000743        MOVE 9999 TO RETURN-CODE
000744        SET  WS-FIN-LECTURA TO TRUE
000745     END-IF.
000746
000747     OPEN INPUT  FILE-TRAN.
000748     IF WS-FILTRAN-CODE IS NOT EQUAL '00'
000749        DISPLAY '* ERROR EN OPEN FILE-TRAN = ' WS-FILTRAN-CODE
000750        MOVE 9999 TO RETURN-CODE
000751        SET  WS-FIN-LECTURA TO TRUE
000752     END-IF.
000753
000754     OPEN OUTPUT FILE-LIS.
000755     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000756        DISPLAY '* ERROR EN OPEN FILE-LIS = ' WS-FILLIS-CODE
000757        MOVE 9999 TO RETURN-CODE
000758        SET  WS-FIN-LECTURA TO TRUE
000759     END-IF.
000760
000761     IF WS-NO-FIN-LECTURA
000762        PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN
000763     END-IF.
000764
000765 F-1000-INICIO.   EXIT.
000766
000767**************************************
000768* PROCESO DE UNA TRANSACCION         *
000769**************************************
000770
000771 2000-PROCESO.
000772
000773     EVALUATE TRUE
000774
000775        WHEN WS-PTR-LEER
000776           PERFORM 2100-CONSULTAR-PRESTAMO
000777                       THRU F-2100-CONSULTAR-PRESTAMO
000778
000779        WHEN WS-PTR-ALTA
000780           PERFORM 2200-ALTA-PRESTAMO
000781                       THRU F-2200-ALTA-PRESTAMO
000782
000783        WHEN WS-PTR-BAJA
000784           PERFORM 2400-ANULAR-PRESTAMO
000785                       THRU F-2400-ANULAR-PRESTAMO
000786
000787        WHEN OTHER
000788           ADD 1 TO WS-CANT-ACCION-INVALID
000789           MOVE 'ACCION DE TRANSACCION INVALIDA'
000790                                    TO WS-LIN-TEXTO
000791           WRITE REG-LIS FROM WS-LIN-SALIDA
000792
000793     END-EVALUATE.
000794
000795     IF WS-NO-FIN-LECTURA
000796        PERFORM 3000-LEER-TRAN THRU F-3000-LEER-TRAN
000797     END-IF.
000798
000799 F-2000-PROCESO. EXIT.
000800
000801**************************************
000802* LECTURA DE UNA TRANSACCION         *
000803**************************************
000804
000805 3000-LEER-TRAN.
000806
000807     READ FILE-TRAN INTO WS-REG-PRETRAN
000808
000809     EVALUATE WS-FILTRAN-CODE
000810
000811        WHEN '00'
000812           ADD 1 TO WS-CANT-LEIDAS
000813
000814        WHEN '10'
000815           SET WS-FIN-LECTURA TO TRUE
000816
000817        WHEN OTHER
000818           DISPLAY '* ERROR EN LECTURA FILE-TRAN = '
000819                                      WS-FILTRAN-CODE
000820           MOVE 9999 TO RETURN-CODE
000821           SET WS-FIN-LECTURA TO TRUE
000822
000823     END-EVALUATE.
000824
000825 F-3000-LEER-TRAN. EXIT.
000826
000827**************************************
000828* ACCION L: CONSULTAR UN PRESTAMO Y  *
000829* SU CRONOGRAMA DE CUOTAS            *
000830**************************************
000831
000832 2100-CONSULTAR-PRESTAMO.
000833
000834     MOVE WS-PTR-CLAVE TO REG-PRE-CLAVE
000835
000836     READ FILE-PRE INTO WS-REG-PRESTAMO
000837        KEY IS REG-PRE-CLAVE
000838
000839     EVALUATE WS-FILPRE-CODE
000840
000841        WHEN '00'
000842           ADD 1 TO WS-CANT-CONSULTAS
000843           PERFORM 2900-IMPRIMIR-PRESTAMO
000844                       THRU F-2900-IMPRIMIR-PRESTAMO
000845           PERFORM 2150-IMPRIMIR-CRONOGRAMA
000846                       THRU F-2150-IMPRIMIR-CRONOGRAMA
000847
000848        WHEN '23'
000849           ADD 1 TO WS-CANT-NOENCONTRADOS
000850           MOVE 'PRESTAMO NO ENCONTRADO' TO WS-LIN-TEXTO
000851           WRITE REG-LIS FROM WS-LIN-SALIDA
000852
000853        WHEN OTHER
000854           DISPLAY '* ERROR EN READ PRESTA (L) = '
000855                                      WS-FILPRE-CODE
000856           MOVE 9999 TO RETURN-CODE
000857           SET WS-FIN-LECTURA TO TRUE
000858
000859     END-EVALUATE.
000860
000861 F-2100-CONSULTAR-PRESTAMO. EXIT.
000862
000863**************************************
000864* IMPRIME TODAS LAS CUOTAS DEL       *
000865* PRESTAMO EN WS-REG-PRESTAMO        *
000866**************************************
000867
000868 2150-IMPRIMIR-CRONOGRAMA.
000869
000870     MOVE ZEROS TO WS-CAL-IDX
000871
000872     PERFORM 2160-IMPRIMIR-UNA-CUOTA
000873                 THRU F-2160-IMPRIMIR-UNA-CUOTA
000874               UNTIL WS-CAL-IDX IS NOT LESS THAN
000875                                      WS-PRE-PLAZO-CUOTAS
000876               OR WS-FIN-LECTURA.
000877
000878 F-2150-IMPRIMIR-CRONOGRAMA. EXIT.
000879
000880 2160-IMPRIMIR-UNA-CUOTA.
000881
000882     ADD 1 TO WS-CAL-IDX
000883
000884     MOVE WS-PRE-NRO    TO REG-CUO-NRO
000885     MOVE WS-PRE-TIPO   TO REG-CUO-TIPO
000886     MOVE WS-PRE-CUENTA TO REG-CUO-CUENTA
000887     MOVE WS-CAL-IDX    TO REG-CUO-NUMERO
000888
000889     READ FILE-CUO INTO WS-REG-CUOTA
000890        KEY IS REG-CUO-CLAVE
000891
000892     EVALUATE WS-FILCUO-CODE
000893
000894        WHEN '00'
000895           PERFORM 2910-IMPRIMIR-CUOTA
000896                       THRU F-2910-IMPRIMIR-CUOTA
000897
000898        WHEN '23'
000899           MOVE '   CUOTA NO ENCONTRADA EN EL CRONOGRAMA'
000900                                    TO WS-LIN-TEXTO
000901           WRITE REG-LIS FROM WS-LIN-SALIDA
000902
000903        WHEN OTHER
000904           DISPLAY '* ERROR EN READ CUOTAS (L) = '
000905                                      WS-FILCUO-CODE
000906           MOVE 9999 TO RETURN-CODE
000907           SET WS-FIN-LECTURA TO TRUE
000908
000909     END-EVALUATE.
000910
000911 F-2160-IMPRIMIR-UNA-CUOTA. EXIT.
000912
000913**************************************
000914* ACCION A: ALTA DE UN PRESTAMO      *
000915* NUEVO CON SU CRONOGRAMA            *
000916**************************************
000917
000918 2200-ALTA-PRESTAMO.
000919
000920*    CONDICIONES DEL PRESTAMO: TIPO 05, CAPITAL, PLAZO Y
000921*    PRIMER VENCIMIENTO POSTERIOR A LA FECHA (DIA HASTA 28
000922*    PARA QUE TODAS LAS CUOTAS CAIGAN EL MISMO DIA DEL MES)
000923
000924     MOVE WS-PTR-FEC-PRIMER-VENC TO WS-FEC-TRABAJO
000925     MOVE WS-PTR-DEB-TIPO        TO WS-PRE-DEB-TIPO
000926
000927     EVALUATE TRUE
000928
000929        WHEN WS-PTR-TIPO IS NOT EQUAL 05
000930           ADD 1 TO WS-CANT-RECHAZADAS
000931           MOVE 'ALTA RECHAZADA - EL PRESTAMO DEBE SER TIPO 05'
000932                                    TO WS-LIN-TEXTO
000933           WRITE REG-LIS FROM WS-LIN-SALIDA
000934           GO TO F-2200-ALTA-PRESTAMO
000935
000936        WHEN NOT WS-PRE-DEB-TIPO-VALIDO
000937           ADD 1 TO WS-CANT-RECHAZADAS
000938           MOVE 'ALTA RECHAZADA - CUENTA DE DEBITO NO ES CC/CA'
000939                                    TO WS-LIN-TEXTO
000940           WRITE REG-LIS FROM WS-LIN-SALIDA
000941           GO TO F-2200-ALTA-PRESTAMO
000942
000943        WHEN WS-PTR-CAPITAL IS EQUAL ZERO
000944           ADD 1 TO WS-CANT-RECHAZADAS
000945           MOVE 'ALTA RECHAZADA - CAPITAL EN CERO'
000946                                    TO WS-LIN-TEXTO
000947           WRITE REG-LIS FROM WS-LIN-SALIDA
000948           GO TO F-2200-ALTA-PRESTAMO
000949
000950        WHEN WS-PTR-PLAZO IS EQUAL ZERO
000951          OR WS-PTR-PLAZO IS GREATER THAN WS-PLAZO-MAXIMO
000952           ADD 1 TO WS-CANT-RECHAZADAS
000953           MOVE 'ALTA RECHAZADA - CANTIDAD DE CUOTAS INVALIDA'
000954                                    TO WS-LIN-TEXTO
000955           WRITE REG-LIS FROM WS-LIN-SALIDA
000956           GO TO F-2200-ALTA-PRESTAMO
000957
000958        WHEN WS-PTR-FEC-PRIMER-VENC IS NOT GREATER THAN
000959                                           WS-FEC-PROCESO-N
000960          OR WS-FEC-TRA-MES IS LESS THAN 01
000961          OR WS-FEC-TRA-MES IS GREATER THAN 12
000962          OR WS-FEC-TRA-DIA IS LESS THAN 01
000963          OR WS-FEC-TRA-DIA IS GREATER THAN 28
000964           ADD 1 TO WS-CANT-RECHAZADAS
000965           MOVE 'ALTA RECHAZADA - PRIMER VENCIMIENTO INVALIDO'
000966                                    TO WS-LIN-TEXTO
000967           WRITE REG-LIS FROM WS-LIN-SALIDA
000968           GO TO F-2200-ALTA-PRESTAMO
000969
000970     END-EVALUATE
000971
000972*    LA CUENTA DE DEBITO DEBE EXISTIR, ESTAR ACTIVA Y SER DEL
000973*    MISMO CLIENTE (MISMO NRO); SU MONEDA Y SU SUCURSAL
000974*    PASAN AL PRESTAMO
000975
000976     MOVE WS-PTR-NRO        TO REG-FILE1-NRO
000977     MOVE WS-PTR-DEB-TIPO   TO REG-FILE1-TIPO
000978     MOVE WS-PTR-DEB-CUENTA TO REG-FILE1-CUENTA
000979
000980     READ FILE1 INTO WS-REG-CLIENTE
000981        KEY IS REG-FILE1-CLAVE
000982
000983     EVALUATE WS-FIL1-CODE
000984
000985        WHEN '00'
000986           IF WS-CLI-EST-BAJA
000987              ADD 1 TO WS-CANT-RECHAZADAS
000988              MOVE 'ALTA RECHAZADA - CUENTA DE DEBITO EN BAJA'
000989                                       TO WS-LIN-TEXTO
000990              WRITE REG-LIS FROM WS-LIN-SALIDA
000991              GO TO F-2200-ALTA-PRESTAMO
000992           END-IF
000993           MOVE WS-CLI-MONEDA   TO WS-DEB-MONEDA
000994           MOVE WS-CLI-SUCURSAL TO WS-DEB-SUCURSAL
000995
000996        WHEN '23'
000997           ADD 1 TO WS-CANT-RECHAZADAS
000998           MOVE 'ALTA RECHAZADA - CUENTA DE DEBITO INEXISTENTE'
000999                                    TO WS-LIN-TEXTO
001000           WRITE REG-LIS FROM WS-LIN-SALIDA
001001           GO TO F-2200-ALTA-PRESTAMO
001002
001003        WHEN OTHER
001004           DISPLAY '* ERROR EN READ FILE1 (A) = ' WS-FIL1-CODE
001005           MOVE 9999 TO RETURN-CODE
001006           SET WS-FIN-LECTURA TO TRUE
001007           GO TO F-2200-ALTA-PRESTAMO
001008
001009     END-EVALUATE
001010
001011*    LA CUENTA DEL PRESTAMO NO DEBE EXISTIR NI EN DDCLIEN NI
001012*    EN DDPRESTA (UN PRESTAMO ANULADO NO LIBERA SU NUMERO)
001013
001014     MOVE WS-PTR-CLAVE TO REG-FILE1-CLAVE
001015
001016     READ FILE1 INTO WS-REG-CLIENTE
001017        KEY IS REG-FILE1-CLAVE
001018
001019     EVALUATE WS-FIL1-CODE
001020
001021        WHEN '00'
001022           ADD 1 TO WS-CANT-RECHAZADAS
001023           MOVE 'ALTA RECHAZADA - CUENTA PRESTAMO EXISTE'
001024                                    TO WS-LIN-TEXTO
001025           WRITE REG-LIS FROM WS-LIN-SALIDA
001026           GO TO F-2200-ALTA-PRESTAMO
001027
001028        WHEN '23'
001029           CONTINUE
001030
001031        WHEN OTHER
001032           DISPLAY '* ERROR EN READ FILE1 (A) = ' WS-FIL1-CODE
001033           MOVE 9999 TO RETURN-CODE
001034           SET WS-FIN-LECTURA TO TRUE
001035           GO TO F-2200-ALTA-PRESTAMO
001036
001037     END-EVALUATE
001038
001039     MOVE WS-PTR-CLAVE TO REG-PRE-CLAVE
001040
001041     READ FILE-PRE INTO WS-REG-PRESTAMO
001042        KEY IS REG-PRE-CLAVE
001043
001044     EVALUATE WS-FILPRE-CODE
001045
001046        WHEN '00'
001047           ADD 1 TO WS-CANT-RECHAZADAS
001048           MOVE 'ALTA RECHAZADA - EL PRESTAMO YA EXISTE'
001049                                    TO WS-LIN-TEXTO
001050           WRITE REG-LIS FROM WS-LIN-SALIDA
001051           GO TO F-2200-ALTA-PRESTAMO
001052
001053        WHEN '23'
001054           CONTINUE
001055
001056        WHEN OTHER
001057           DISPLAY '* ERROR EN READ PRESTA (A) = ' WS-FILPRE-CODE
001058           MOVE 9999 TO RETURN-CODE
001059           SET WS-FIN-LECTURA TO TRUE
001060           GO TO F-2200-ALTA-PRESTAMO
001061
001062     END-EVALUATE
001063
001064*    MAESTRO DEL PRESTAMO, OTORGADO Y PENDIENTE DE
001065*    DESEMBOLSO (LO ACREDITA PGMAPJ2B EN LA CORRIDA NOCTURNA)
001066
001067     MOVE WS-PTR-NRO             TO WS-PRE-NRO
001068     MOVE WS-PTR-TIPO            TO WS-PRE-TIPO
001069     MOVE WS-PTR-CUENTA          TO WS-PRE-CUENTA
001070     MOVE WS-PTR-DEB-TIPO        TO WS-PRE-DEB-TIPO
001071     MOVE WS-PTR-DEB-CUENTA      TO WS-PRE-DEB-CUENTA
001072     MOVE WS-DEB-MONEDA          TO WS-PRE-MONEDA
001073     MOVE WS-DEB-SUCURSAL        TO WS-PRE-SUCURSAL
001074     MOVE WS-PTR-CAPITAL         TO WS-PRE-CAPITAL
001075     MOVE WS-PTR-TASA            TO WS-PRE-TASA
001076     MOVE WS-PTR-TASA-PUNIT      TO WS-PRE-TASA-PUNIT
001077     MOVE WS-PTR-PLAZO           TO WS-PRE-PLAZO-CUOTAS
001078     MOVE WS-FEC-PROCESO-N       TO WS-PRE-FEC-ALTA
001079     MOVE WS-PTR-FEC-PRIMER-VENC TO WS-PRE-FEC-PRIMER-VENC
001080     MOVE ZEROS                  TO WS-PRE-FEC-DESEMBOLSO
001081     MOVE ZEROS                  TO WS-PRE-SALDO-CAPITAL
001082     MOVE 1                      TO WS-PRE-PROX-CUOTA
001083     MOVE ZEROS                  TO WS-PRE-FEC-MORA
001084     MOVE ZEROS                  TO WS-PRE-DEUDA-VENCIDA
001085     MOVE 'N'                    TO WS-PRE-ESTADO
001086     MOVE WS-FEC-PROCESO-N       TO WS-PRE-FEC-ESTADO
001087
001088     PERFORM 2210-CALCULAR-CUOTA THRU F-2210-CALCULAR-CUOTA
001089
001090     IF WS-CAL-CON-ERROR
001091        ADD 1 TO WS-CANT-RECHAZADAS
001092        MOVE 'ALTA RECHAZADA - TASA / PLAZO FUERA DE RANGO'
001093                                 TO WS-LIN-TEXTO
001094        WRITE REG-LIS FROM WS-LIN-SALIDA
001095        GO TO F-2200-ALTA-PRESTAMO
001096     END-IF
001097
001098     MOVE WS-CAL-CUOTA TO WS-PRE-CUOTA
001099
001100     WRITE REG-PRE FROM WS-REG-PRESTAMO
001101
001102     IF WS-FILPRE-CODE IS NOT EQUAL '00'
001103        DISPLAY '* ERROR EN WRITE PRESTA (A) = ' WS-FILPRE-CODE
001104        MOVE 9999 TO RETURN-CODE
001105        SET WS-FIN-LECTURA TO TRUE
001106        GO TO F-2200-ALTA-PRESTAMO
001107     END-IF
001108
001109     PERFORM 2230-ABRIR-CUENTA THRU F-2230-ABRIR-CUENTA
001110
001111     IF WS-FIN-LECTURA
001112        GO TO F-2200-ALTA-PRESTAMO
001113     END-IF
001114
001115     ADD 1 TO WS-CANT-ALTAS
001116     PERFORM 2900-IMPRIMIR-PRESTAMO THRU F-2900-IMPRIMIR-PRESTAMO
001117
001118*    CRONOGRAMA: LA ULTIMA CUOTA AMORTIZA EL CAPITAL QUE
001119*    QUEDE POR EL REDONDEO DE LAS ANTERIORES
001120
001121     MOVE WS-PRE-CAPITAL TO WS-CAL-SALDO
001122     MOVE ZEROS          TO WS-CAL-IDX
001123
001124     PERFORM 2250-GENERAR-CUOTA THRU F-2250-GENERAR-CUOTA
001125               UNTIL WS-CAL-IDX IS NOT LESS THAN
001126                                      WS-PRE-PLAZO-CUOTAS
001127               OR WS-FIN-LECTURA.
001128
001129 F-2200-ALTA-PRESTAMO. EXIT.
001130
001131**************************************
001132* CUOTA FIJA DEL SISTEMA FRANCES:    *
001133* C * I * (1+I)**N / ((1+I)**N - 1)  *
001134* CON I = TNA / 1200; SIN TASA ES    *
001135* CAPITAL / N                        *
001136**************************************
001137
001138 2210-CALCULAR-CUOTA.
001139
001140     SET WS-CAL-SIN-ERROR TO TRUE
001141     MOVE ZEROS TO WS-CAL-CUOTA
001142
001143     IF WS-PRE-TASA IS EQUAL ZERO
001144        COMPUTE WS-CAL-CUOTA ROUNDED =
001145                   WS-PRE-CAPITAL / WS-PRE-PLAZO-CUOTAS
001146        GO TO F-2210-CALCULAR-CUOTA
001147     END-IF
001148
001149     COMPUTE WS-CAL-TASA-MES ROUNDED = WS-PRE-TASA / 1200
001150     MOVE 1     TO WS-CAL-FACTOR
001151     MOVE ZEROS TO WS-CAL-IDX
001152
001153     PERFORM 2220-ELEVAR-FACTOR THRU F-2220-ELEVAR-FACTOR
001154               UNTIL WS-CAL-IDX IS NOT LESS THAN
001155                                      WS-PRE-PLAZO-CUOTAS
001156               OR WS-CAL-CON-ERROR
001157
001158     IF WS-CAL-CON-ERROR
001159        GO TO F-2210-CALCULAR-CUOTA
001160     END-IF
001161
001162     COMPUTE WS-CAL-CUOTA ROUNDED =
001163                WS-PRE-CAPITAL * WS-CAL-TASA-MES * WS-CAL-FACTOR
001164                / (WS-CAL-FACTOR - 1)
001165        ON SIZE ERROR
001166           SET WS-CAL-CON-ERROR TO TRUE
001167     END-COMPUTE.
001168
001169 F-2210-CALCULAR-CUOTA. EXIT.
001170
001171 2220-ELEVAR-FACTOR.
001172
001173     ADD 1 TO WS-CAL-IDX
001174
001175     COMPUTE WS-CAL-FACTOR ROUNDED =
001176                WS-CAL-FACTOR * (1 + WS-CAL-TASA-MES)
001177        ON SIZE ERROR
001178           SET WS-CAL-CON-ERROR TO TRUE
001179     END-COMPUTE.
001180
001181 F-2220-ELEVAR-FACTOR. EXIT.
001182
001183**************************************
001184* ABRIR LA CUENTA DEL PRESTAMO EN    *
001185* DDCLIEN (TIPO 05, SALDO CERO HASTA *
001186* EL DESEMBOLSO)                     *
001187**************************************
001188
001189 2230-ABRIR-CUENTA.
001190
001191     MOVE WS-PRE-NRO           TO WS-CLI-NRO
001192     MOVE WS-PRE-TIPO          TO WS-CLI-TIPO
001193     MOVE WS-PRE-CUENTA        TO WS-CLI-CUENTA
001194     MOVE ZEROS                TO WS-CLI-SALDO
001195     MOVE WS-PRE-MONEDA        TO WS-CLI-MONEDA
001196     MOVE ZEROS                TO WS-CLI-CANT-MOV
001197     MOVE ZEROS                TO WS-CLI-ULT-FEC-MOV
001198     MOVE ZEROS                TO WS-CLI-PF-FEC-APERT
001199     MOVE ZEROS                TO WS-CLI-PF-PLAZO-DIA
001200     MOVE ZEROS                TO WS-CLI-PF-TASA
001201     MOVE ZEROS                TO WS-CLI-PF-ULT-PERIODO
001202     MOVE ZEROS                TO WS-CLI-MTD-PERIODO
001203     MOVE ZEROS                TO WS-CLI-MTD-DEBITOS
001204     MOVE ZEROS                TO WS-CLI-MTD-CREDITOS
001205     MOVE ZEROS                TO WS-CLI-MTD-CANT-MOV
001206     MOVE ZEROS                TO WS-CLI-YTD-PERIODO
001207     MOVE ZEROS                TO WS-CLI-YTD-DEBITOS
001208     MOVE ZEROS                TO WS-CLI-YTD-CREDITOS
001209     MOVE ZEROS                TO WS-CLI-YTD-CANT-MOV
001210     MOVE ZEROS                TO WS-CLI-ACUM-ULT-FECHA
001211     MOVE ZEROS                TO WS-CLI-ACUM-ULT-DEBITOS
001212     MOVE ZEROS                TO WS-CLI-ACUM-ULT-CREDITOS
001213     MOVE ZEROS                TO WS-CLI-ACUM-ULT-CANT-MOV
001214     MOVE 'A'                  TO WS-CLI-ESTADO
001215     MOVE WS-FEC-PROCESO-N     TO WS-CLI-FEC-ESTADO
001216     MOVE WS-PRE-SUCURSAL      TO WS-CLI-SUCURSAL
001217     MOVE ZEROS                TO WS-CLI-LIM-DESCUB
001218     MOVE ZEROS                TO WS-CLI-DESC-ULT-PERIODO
001219     MOVE ZEROS                TO WS-CLI-AHO-ULT-PERIODO
001220     MOVE ZEROS                TO WS-CLI-COM-ULT-PERIODO
001221
001222     WRITE REG-FILE1 FROM WS-REG-CLIENTE
001223
001224     IF WS-FIL1-CODE IS NOT EQUAL '00'
001225        DISPLAY '* ERROR EN WRITE FILE1 (A) = ' WS-FIL1-CODE
001226        MOVE 9999 TO RETURN-CODE
001227        SET WS-FIN-LECTURA TO TRUE
001228     END-IF.
001229
001230 F-2230-ABRIR-CUENTA. EXIT.
001231
001232**************************************
001233* GENERAR UNA CUOTA DEL CRONOGRAMA:  *
001234* INTERES SOBRE EL SALDO DE CAPITAL, *
001235* AMORTIZACION = CUOTA - INTERES Y   *
001236* VENCIMIENTO N-1 MESES DESPUES DEL  *
001237* PRIMERO, EL MISMO DIA              *
001238**************************************
001239
001240 2250-GENERAR-CUOTA.
001241
001242     ADD 1 TO WS-CAL-IDX
001243
001244     COMPUTE WS-CAL-INTERES ROUNDED =
001245                WS-CAL-SALDO * WS-PRE-TASA / 1200
001246
001247     IF WS-CAL-IDX IS EQUAL WS-PRE-PLAZO-CUOTAS
001248        MOVE WS-CAL-SALDO TO WS-CAL-CAPITAL
001249     ELSE
001250        COMPUTE WS-CAL-CAPITAL = WS-CAL-CUOTA - WS-CAL-INTERES
001251     END-IF
001252
001253     IF WS-CAL-CAPITAL IS LESS THAN ZERO
001254        MOVE ZEROS TO WS-CAL-CAPITAL
001255     END-IF
001256
001257     IF WS-CAL-CAPITAL IS GREATER THAN WS-CAL-SALDO
001258        MOVE WS-CAL-SALDO TO WS-CAL-CAPITAL
001259     END-IF
001260
001261     SUBTRACT WS-CAL-CAPITAL FROM WS-CAL-SALDO
001262
001263     MOVE WS-PRE-FEC-PRIMER-VENC TO WS-FEC-TRABAJO
001264     COMPUTE WS-CAL-MESES = WS-FEC-TRA-MES + WS-CAL-IDX - 1
001265     COMPUTE WS-CAL-ANIOS = (WS-CAL-MESES - 1) / 12
001266     COMPUTE WS-FEC-TRA-MES = WS-CAL-MESES - (WS-CAL-ANIOS * 12)
001267     ADD WS-CAL-ANIOS TO WS-FEC-TRA-ANIO
001268
001269     MOVE WS-PRE-NRO       TO WS-CUO-NRO
001270     MOVE WS-PRE-TIPO      TO WS-CUO-TIPO
001271     MOVE WS-PRE-CUENTA    TO WS-CUO-CUENTA
001272     MOVE WS-CAL-IDX       TO WS-CUO-NUMERO
001273     MOVE WS-FEC-TRABAJO   TO WS-CUO-FEC-VENC
001274     COMPUTE WS-CUO-IMPORTE = WS-CAL-CAPITAL + WS-CAL-INTERES
001275     MOVE WS-CAL-CAPITAL   TO WS-CUO-CAPITAL
001276     MOVE WS-CAL-INTERES   TO WS-CUO-INTERES
001277     MOVE WS-CAL-SALDO     TO WS-CUO-SALDO-DESP
001278     MOVE ZEROS            TO WS-CUO-CAP-PAGADO
001279     MOVE ZEROS            TO WS-CUO-INT-PAGADO
001280     MOVE ZEROS            TO WS-CUO-PUN-DEVENGADO
001281     MOVE ZEROS            TO WS-CUO-PUN-PAGADO
001282     MOVE ZEROS            TO WS-CUO-FEC-ULT-PUNIT
001283     MOVE 'P'              TO WS-CUO-ESTADO
001284     MOVE ZEROS            TO WS-CUO-FEC-PAGO
001285
001286     WRITE REG-CUO FROM WS-REG-CUOTA
001287
001288     IF WS-FILCUO-CODE IS EQUAL '00'
001289        ADD 1 TO WS-CANT-CUOTAS
001290        PERFORM 2910-IMPRIMIR-CUOTA THRU F-2910-IMPRIMIR-CUOTA
001291     ELSE
001292        DISPLAY '* ERROR EN WRITE CUOTAS (A) = ' WS-FILCUO-CODE
001293        MOVE 9999 TO RETURN-CODE
001294        SET WS-FIN-LECTURA TO TRUE
001295     END-IF.
001296
001297 F-2250-GENERAR-CUOTA. EXIT.
001298
001299**************************************
001300* ACCION E: ANULAR UN PRESTAMO       *
001301* OTORGADO Y TODAVIA NO DESEMBOLSADO *
001302* (BAJA LOGICA DEL PRESTAMO Y DE SU  *
001303* CUENTA; EL CRONOGRAMA QUEDA COMO   *
001304* RASTRO)                            *
001305**************************************
001306
001307 2400-ANULAR-PRESTAMO.
001308
001309     MOVE WS-PTR-CLAVE TO REG-PRE-CLAVE
001310
001311     READ FILE-PRE INTO WS-REG-PRESTAMO
001312        KEY IS REG-PRE-CLAVE
001313
001314     EVALUATE WS-FILPRE-CODE
001315
001316        WHEN '00'
001317           CONTINUE
001318
001319        WHEN '23'
001320           ADD 1 TO WS-CANT-NOENCONTRADOS
001321           MOVE 'PRESTAMO NO ENCONTRADO - NO SE ANULO'
001322                                    TO WS-LIN-TEXTO
001323           WRITE REG-LIS FROM WS-LIN-SALIDA
001324           GO TO F-2400-ANULAR-PRESTAMO
001325
001326        WHEN OTHER
001327           DISPLAY '* ERROR EN READ PRESTA (E) = ' WS-FILPRE-CODE
001328           MOVE 9999 TO RETURN-CODE
001329           SET WS-FIN-LECTURA TO TRUE
001330           GO TO F-2400-ANULAR-PRESTAMO
001331
001332     END-EVALUATE
001333
001334     IF NOT WS-PRE-EST-OTORGADO
001335        ADD 1 TO WS-CANT-RECHAZADAS
001336        MOVE 'ANULACION RECHAZADA - YA DESEMBOLSADO'
001337                                 TO WS-LIN-TEXTO
001338        WRITE REG-LIS FROM WS-LIN-SALIDA
001339        GO TO F-2400-ANULAR-PRESTAMO
001340     END-IF
001341
001342     MOVE 'B'              TO WS-PRE-ESTADO
001343     MOVE WS-FEC-PROCESO-N TO WS-PRE-FEC-ESTADO
001344
001345     REWRITE REG-PRE FROM WS-REG-PRESTAMO
001346
001347     IF WS-FILPRE-CODE IS NOT EQUAL '00'
001348        DISPLAY '* ERROR EN REWRITE PRESTA (E) = ' WS-FILPRE-CODE
001349        MOVE 9999 TO RETURN-CODE
001350        SET WS-FIN-LECTURA TO TRUE
001351        GO TO F-2400-ANULAR-PRESTAMO
001352     END-IF
001353
001354     MOVE WS-PTR-CLAVE TO REG-FILE1-CLAVE
001355
001356     READ FILE1 INTO WS-REG-CLIENTE
001357        KEY IS REG-FILE1-CLAVE
001358
001359     EVALUATE WS-FIL1-CODE
001360
001361        WHEN '00'
001362           MOVE 'B'              TO WS-CLI-ESTADO
001363           MOVE WS-FEC-PROCESO-N TO WS-CLI-FEC-ESTADO
001364           REWRITE REG-FILE1 FROM WS-REG-CLIENTE
001365           IF WS-FIL1-CODE IS NOT EQUAL '00'
001366              DISPLAY '* ERROR EN REWRITE FILE1 (E) = '
001367                                         WS-FIL1-CODE
001368              MOVE 9999 TO RETURN-CODE
001369              SET WS-FIN-LECTURA TO TRUE
001370           END-IF
001371
001372        WHEN '23'
001373           CONTINUE
001374
001375        WHEN OTHER
001376           DISPLAY '* ERROR EN READ FILE1 (E) = ' WS-FIL1-CODE
001377           MOVE 9999 TO RETURN-CODE
001378           SET WS-FIN-LECTURA TO TRUE
001379
001380     END-EVALUATE
001381
001382     ADD 1 TO WS-CANT-ANULADOS
001383     PERFORM 2900-IMPRIMIR-PRESTAMO THRU F-2900-IMPRIMIR-PRESTAMO.
001384
001385 F-2400-ANULAR-PRESTAMO. EXIT.
001386
001387**************************************
001388* IMPRIME UNA LINEA CON LOS DATOS    *
001389* DEL PRESTAMO EN WS-REG-PRESTAMO    *
001390**************************************
001391
001392 2900-IMPRIMIR-PRESTAMO.
001393
001394     MOVE WS-PRE-CAPITAL TO WS-LIN-EDIT-CAPITAL
001395     MOVE WS-PRE-CUOTA   TO WS-LIN-EDIT-CUOTA
001396     MOVE WS-PRE-TASA    TO WS-LIN-EDIT-TASA
001397     MOVE SPACES         TO WS-LIN-TEXTO
001398
001399     STRING 'PRESTAMO: '   WS-PRE-NRO
001400            '-'            WS-PRE-TIPO
001401            '-'            WS-PRE-CUENTA
001402            ' DEBITO: '    WS-PRE-DEB-TIPO
001403            '-'            WS-PRE-DEB-CUENTA
001404            ' CAPITAL: '   WS-LIN-EDIT-CAPITAL
001405            ' TNA: '       WS-LIN-EDIT-TASA
001406            ' CUOTAS: '    WS-PRE-PLAZO-CUOTAS
001407            ' CUOTA: '     WS-LIN-EDIT-CUOTA
001408            ' EST: '       WS-PRE-ESTADO
001409               DELIMITED BY SIZE
001410               INTO WS-LIN-TEXTO
001411     END-STRING
001412
001413     WRITE REG-LIS FROM WS-LIN-SALIDA.
001414
001415 F-2900-IMPRIMIR-PRESTAMO. EXIT.
001416
001417**************************************
001418* IMPRIME UNA LINEA CON LA CUOTA EN  *
001419* WS-REG-CUOTA                       *
001420**************************************
001421
001422 2910-IMPRIMIR-CUOTA.
001423
001424     MOVE WS-CUO-CAPITAL    TO WS-LIN-EDIT-CAPITAL
001425     MOVE WS-CUO-INTERES    TO WS-LIN-EDIT-INTERES
001426     MOVE WS-CUO-IMPORTE    TO WS-LIN-EDIT-CUOTA
001427     MOVE WS-CUO-SALDO-DESP TO WS-LIN-EDIT-SALDO
001428     MOVE SPACES            TO WS-LIN-TEXTO
001429
001430     STRING '   CUOTA '    WS-CUO-NUMERO
001431            ' VENC: '      WS-CUO-FEC-VENC
001432            ' CAPITAL: '   WS-LIN-EDIT-CAPITAL
001433            ' INTERES: '   WS-LIN-EDIT-INTERES
001434            ' CUOTA: '     WS-LIN-EDIT-CUOTA
001435            ' SALDO: '     WS-LIN-EDIT-SALDO
001436            ' EST: '       WS-CUO-ESTADO
001437               DELIMITED BY SIZE
001438               INTO WS-LIN-TEXTO
001439     END-STRING
001440
001441     WRITE REG-LIS FROM WS-LIN-SALIDA.
001442
001443 F-2910-IMPRIMIR-CUOTA. EXIT.
001444
001445**************************************
001446*   CIERRE DE ARCHIVOS Y TOTALES     *
001447**************************************
001448
001449 9999-FINAL.
001450
001451     CLOSE FILE1.
001452        IF WS-FIL1-CODE IS NOT EQUAL '00'
001453           DISPLAY '* ERROR EN CLOSE FILE1   = '
001454                                      WS-FIL1-CODE
001455           MOVE 9999 TO RETURN-CODE
001456        END-IF.
001457
001458     CLOSE FILE-PRE.
001459        IF WS-FILPRE-CODE IS NOT EQUAL '00'
001460           DISPLAY '* ERROR EN CLOSE PRESTA  = '
001461                                      WS-FILPRE-CODE
001462           MOVE 9999 TO RETURN-CODE
001463        END-IF.
001464
001465     CLOSE FILE-CUO.
001466        IF WS-FILCUO-CODE IS NOT EQUAL '00'
001467           DISPLAY '* ERROR EN CLOSE CUOTAS  = '
001468                                      WS-FILCUO-CODE
001469           MOVE 9999 TO RETURN-CODE
001470        END-IF.
001471
001472     CLOSE FILE-TRAN.
001473        IF WS-FILTRAN-CODE IS NOT EQUAL '00'
001474           DISPLAY '* ERROR EN CLOSE FILE-TRAN = '
001475                                      WS-FILTRAN-CODE
001476           MOVE 9999 TO RETURN-CODE
001477        END-IF.
001478
001479     CLOSE FILE-LIS.
001480        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001481           DISPLAY '* ERROR EN CLOSE FILE-LIS = '
001482                                      WS-FILLIS-CODE
001483           MOVE 9999 TO RETURN-CODE
001484        END-IF.
001485
001486**************************************
001487*   MOSTRAR TOTALES DE CONTROL       *
001488**************************************
001489
001490     DISPLAY WS-LEYEN-LEIDAS         WS-CANT-LEIDAS.
001491     DISPLAY WS-LEYEN-CONSULTAS      WS-CANT-CONSULTAS.
001492     DISPLAY WS-LEYEN-ALTAS          WS-CANT-ALTAS.
001493     DISPLAY WS-LEYEN-ANULADOS       WS-CANT-ANULADOS.
001494     DISPLAY WS-LEYEN-NOENCONTRADOS  WS-CANT-NOENCONTRADOS.
001495     DISPLAY WS-LEYEN-RECHAZADAS     WS-CANT-RECHAZADAS.
001496     DISPLAY WS-LEYEN-ACCION-INVALID WS-CANT-ACCION-INVALID.
001497     DISPLAY WS-LEYEN-CUOTAS         WS-CANT-CUOTAS.
001498
001499 F-9999-FINAL.
001500     EXIT.
