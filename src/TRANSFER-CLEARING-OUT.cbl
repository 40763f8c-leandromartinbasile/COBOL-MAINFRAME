000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ6B.
000115**********************************************************
000120*                                                        *
000125*    TRANSFER CLEARING OUT code                          *
000130*    ARMA EL ARCHIVO DE TRANSFERENCIAS A OTROS BANCOS    *
000135*    PARA LA CAMARA COMPENSADORA (DDTRFCAM, VER          *
000140*    LAYOUT-TrfCamara) CON LAS ORDENES QUE PGMAPJ1D      *
000145*    DEBITO EN LA FECHA DE PROCESO: RECORRE DDDIARIO,    *
000150*    TOMA LOS ASIENTOS TRE DE LA FECHA, UBICA CADA ORDEN *
000155*    EN DDTRFPEN Y LA MARCA ENVIADA CON EL ASIENTO DEL   *
000160*    DEBITO. EL ARCHIVO LLEVA UN LOTE POR MONEDA CON SU  *
000165*    CANTIDAD E IMPORTE TOTAL Y UN TRAILER GENERAL. LAS  *
000170*    ORDENES DEBITADAS SIN ORDEN PENDIENTE SE LISTAN COMO*
000175*    ANOMALIAS; AL FINAL SE LISTAN LAS ORDENES QUE SIGUEN*
000180*    PENDIENTES DE DEBITO (EN RECICLO POR FONDOS O       *
000185*    EMBARGO) CON SU ANTIGUEDAD. CORRE DESPUES DE        *
000190*    PGMAPJ1D, CON LA FECHA DE DDPARM                    *
000191**********************************************************
000192*      MANTENIMIENTO DE PROGRAMA                         *
000193**********************************************************
000194*    FECHA *    DETALLE        * COD *
000195**************************************
000196* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000196* 15/10/26 * CONTROL TRAILER   * LGS *
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
000208*    DIARIO PERMANENTE (VER LAYOUT-Diario)
000209     SELECT FILE-DIA  ASSIGN DDDIARIO
000210     ACCESS IS SEQUENTIAL
000211     FILE STATUS IS WS-FILDIA-CODE.
000212
000213*    TRANSFERENCIAS A OTROS BANCOS (VER LAYOUT-TrfPend)
000214     SELECT FILE-TPE ASSIGN DDTRFPEN
000215     ORGANIZATION IS INDEXED
000216     ACCESS IS DYNAMIC
000217     RECORD KEY IS REG-TPE-REF
000218     FILE STATUS IS WS-FILTPE-CODE.
000219
000220*    ARCHIVO PARA LA CAMARA (VER LAYOUT-TrfCamara)
000221     SELECT FILE-CAM  ASSIGN DDTRFCAM
000222     ACCESS IS SEQUENTIAL
000223     FILE STATUS IS WS-FILCAM-CODE.
000224
000225     SELECT FILE-LIS  ASSIGN DDTRFENV
000226     ACCESS IS SEQUENTIAL
000227     FILE STATUS IS WS-FILLIS-CODE.
000228
000229     SELECT FILE-PARM ASSIGN DDPARM
000230     ACCESS IS SEQUENTIAL
000231     FILE STATUS IS WS-FILPARM-CODE.
000232
000233*    CONTROL DE CORRIDA DEL STREAM: EL POSTEO NOCTURNO
000234*    (PASO 04) TIENE QUE ESTAR COMPLETO PARA LA FECHA
000235     SELECT OPTIONAL FILE-RUN ASSIGN DDRUNCTL
000236     ORGANIZATION IS INDEXED
000237     ACCESS IS RANDOM
000238     RECORD KEY IS REG-RUN-CLAVE
000239     FILE STATUS IS WS-FILRUN-CODE.
000240
000241     SELECT SORT-FILE ASSIGN DDSORTWK.
000242
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-DIA
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE-TPE
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-TPE.
000404     03  REG-TPE-REF             PIC X(08).
000405     03  FILLER                  PIC X(192).
000406
000407 FD FILE-CAM
000408      BLOCK CONTAINS 0 RECORDS
000409      RECORDING MODE IS F.
000410
000411 01 REG-CAM          PIC X(150).
000412
000413 FD FILE-LIS
000414      BLOCK CONTAINS 0 RECORDS
000415      RECORDING MODE IS F.
000416
000417 01 REG-LIS          PIC X(132).
000418
000419 FD FILE-PARM
000420      BLOCK CONTAINS 0 RECORDS
000421      RECORDING MODE IS F.
000422
000423 01 REG-FILE-PARM    PIC X(08).
000424
000425 FD FILE-RUN
000426      BLOCK CONTAINS 0 RECORDS
000427      RECORDING MODE IS F.
000428
000429 01 REG-RUN.
000430     03  REG-RUN-CLAVE.
000431         05  REG-RUN-FECHA   PIC 9(08).
000432         05  REG-RUN-PASO    PIC 9(02).
000433     03  FILLER              PIC X(70).
000434
000435*    UN LOTE DE CAMARA POR MONEDA, Y DENTRO DEL LOTE POR
000436*    REFERENCIA DE LA ORDEN
000437 SD SORT-FILE.
000438
000439 01 REG-SORT.
000440     03  SORT-MONEDA         PIC X(03).
000441     03  SORT-REF            PIC X(08).
000442     03  SORT-TRFPEN         PIC X(200).
000443
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILTPE-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILCAM-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000507 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000508
000509 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000510     88  WS-FIN-LECTURA                  VALUE 'SI'.
000511     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000512
000513 01  WS-STATUS-DIA           PIC X(02)   VALUE 'NO'.
000514     88  WS-FIN-DIARIO                   VALUE 'SI'.
000515     88  WS-NO-FIN-DIARIO                VALUE 'NO'.
000516
000517 01  WS-STATUS-TPE           PIC X(02)   VALUE 'NO'.
000518     88  WS-FIN-TRFPEN                   VALUE 'SI'.
000519     88  WS-NO-FIN-TRFPEN                VALUE 'NO'.
000520
000521 01  WS-STA-SORT             PIC X       VALUE 'N'.
000522     88  WS-FIN-SORT                     VALUE 'Y'.
000523     88  WS-NO-FIN-SORT                  VALUE 'N'.
000524
000525********  CONTADORES DE CONTROL  *
000526
000527 77  WS-CANT-LEIDOS          PIC 9(09)   VALUE ZEROS.
000528 77  WS-CANT-DEBITOS         PIC 9(07)   VALUE ZEROS.
000529 77  WS-CANT-ENVIADAS        PIC 9(07)   VALUE ZEROS.
000530 77  WS-CANT-REPROCESO       PIC 9(07)   VALUE ZEROS.
000531 77  WS-CANT-ANOMALIAS       PIC 9(07)   VALUE ZEROS.
000532 77  WS-CANT-PENDIENTES      PIC 9(07)   VALUE ZEROS.
000533 77  WS-TOT-ENVIADO          PIC 9(13)V99 VALUE ZEROS.
000534
000535********  LOTE DE CAMARA EN CURSO (CORTE POR MONEDA)  *
000536
000537 77  WS-LOT-SW               PIC X       VALUE 'N'.
000538     88  WS-LOT-ABIERTO                  VALUE 'Y'.
000539     88  WS-LOT-CERRADO                  VALUE 'N'.
000540 77  WS-LOT-NRO              PIC 9(03)      VALUE ZEROS.
000541 77  WS-LOT-MONEDA           PIC X(03)      VALUE SPACES.
000542 77  WS-LOT-CANT             PIC 9(07)      VALUE ZEROS.
000543 77  WS-LOT-TOTAL            PIC 9(13)V99   VALUE ZEROS.
000544
000545*    MOTIVO DE LA ANOMALIA DEL DEBITO EN CURSO
000546 77  WS-LIN-MENSAJE          PIC X(50)   VALUE SPACES.
000547
000548********  ANTIGUEDAD DE LAS PENDIENTES (BASE 30/360)  *
000549
000550 01  WS-FEC-TRABAJO          PIC 9(08)   VALUE ZEROS.
000551 01  FILLER REDEFINES WS-FEC-TRABAJO.
000552     03  WS-FEC-TRA-ANIO     PIC 9(04).
000553     03  WS-FEC-TRA-MES      PIC 9(02).
000554     03  WS-FEC-TRA-DIA      PIC 9(02).
000555
000556 77  WS-DIAS-HOY             PIC 9(07)   VALUE ZEROS.
000557 77  WS-DIAS-FECHA           PIC 9(07)   VALUE ZEROS.
000558 77  WS-DIAS-ANTIG           PIC S9(07)  VALUE ZEROS.
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
000582*    CODIGO DE ESTE BANCO EN EL SISTEMA DE PAGOS (EL MISMO
000583*    DE PGMAPJ6A)
000584 77  WS-BANCO-PROPIO         PIC 9(03)   VALUE 322.
000585
000586********  LINEAS DEL LISTADO  *************
000587
000588 01  WS-LIN-CABECERA.
000589     03  FILLER              PIC X(01) VALUE SPACE.
000590     03  FILLER              PIC X(44) VALUE
000591             'ENVIO DE TRANSFERENCIAS A CAMARA - PGMAPJ6B'.
000592     03  FILLER              PIC X(07) VALUE 'FECHA: '.
000593     03  WS-CAB-FECHA        PIC 9(08).
000594     03  FILLER              PIC X(72) VALUE SPACES.
000595
000596 01  WS-LIN-SALIDA.
000597     03  FILLER              PIC X(01)   VALUE SPACE.
000598     03  WS-LIN-TEXTO        PIC X(131).
000599
000600 01  WS-LIN-EDIT-IMPORTE     PIC ZZZ.ZZZ.ZZ9,99.
000601 01  WS-LIN-EDIT-TOTAL       PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
000602 01  WS-LIN-EDIT-DIAS        PIC ZZZ.ZZ9.
000603
000604 01  WS-LEYEN-LEIDOS         PIC X(35)
000605         VALUE '* ASIENTOS DE DIARIO LEIDOS = '.
000606 01  WS-LEYEN-DEBITOS        PIC X(35)
000607         VALUE '* DEBITOS TRE DE LA FECHA   = '.
000608 01  WS-LEYEN-ENVIADAS       PIC X(35)
000609         VALUE '* TRANSFERENCIAS ENVIADAS   = '.
000610 01  WS-LEYEN-REPROCESO      PIC X(35)
000611         VALUE '* ENVIADAS EN REPROCESO     = '.
000612 01  WS-LEYEN-LOTES          PIC X(35)
000613         VALUE '* LOTES DE CAMARA           = '.
000614 01  WS-LEYEN-ANOMALIAS      PIC X(35)
000615         VALUE '* DEBITOS CON ANOMALIA      = '.
000616 01  WS-LEYEN-PENDIENTES     PIC X(35)
000617         VALUE '* ORDENES PEND. DE DEBITO   = '.
000618 01  WS-LEYEN-TOT-ENVIADO    PIC X(35)
000619         VALUE '* IMPORTE TOTAL ENVIADO     = '.
000620
000621     COPY "LAYOUT-Diario.cpy".
000622     COPY "LAYOUT-TrfPend.cpy".
000623     COPY "LAYOUT-TrfCamara.cpy".
000624     COPY "LAYOUT-RunCtl.cpy".
000625
000700 PROCEDURE DIVISION.
000701
000702 MAIN-PROGRAM.
000703
000704     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000705
000706     IF WS-NO-FIN-LECTURA
000707
000708        SORT SORT-FILE
000709             ON ASCENDING KEY SORT-MONEDA SORT-REF
000710             INPUT  PROCEDURE IS 2000-SELECCIONAR-DEBITOS
000711                               THRU F-2000-SELECCIONAR-DEBITOS
000712             OUTPUT PROCEDURE IS 3000-GRABAR-CAMARA
000713                               THRU F-3000-GRABAR-CAMARA
000714
000715     END-IF.
000716
000717     IF WS-NO-FIN-LECTURA
000718        PERFORM 4000-LISTAR-PENDIENTES
000719                    THRU F-4000-LISTAR-PENDIENTES
000720     END-IF.
000721
000722     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000723
000724 F-MAIN-PROGRAM. GOBACK.
000725
000726**************************************
000727* INICIALIZACION                     *
000728**************************************
000729
000730 1000-INICIO.
000731
000732     SET WS-NO-FIN-LECTURA TO TRUE.
000733
000734     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000735
000736     MOVE WS-FEC-PROCESO-N TO WS-FEC-TRABAJO
000737     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
000738     MOVE WS-DIAS-FECHA    TO WS-DIAS-HOY
000739
000740*    EL ARCHIVO DE CAMARA SOLO SE ARMA CON EL POSTEO DE LA
000741*    FECHA TERMINADO
000742
000743     PERFORM 1600-CONTROL-INTERBLOQUEO
000744                 THRU F-1600-CONTROL-INTERBLOQUEO.
000745
000746     IF WS-FIN-LECTURA
000747        GO TO F-1000-INICIO
000748     END-IF
000749
000750     OPEN INPUT  FILE-DIA.
000751     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000752        DISPLAY '* ERROR EN OPEN DIARIO  = ' WS-FILDIA-CODE
000753        MOVE 9999 TO RETURN-CODE
000754        SET  WS-FIN-LECTURA TO TRUE
000755     END-IF.
000756
000757     OPEN I-O    FILE-TPE.
000758     IF WS-FILTPE-CODE IS NOT EQUAL '00'
000759        DISPLAY '* ERROR EN OPEN TRFPEN  = ' WS-FILTPE-CODE
000760        MOVE 9999 TO RETURN-CODE
000761        SET  WS-FIN-LECTURA TO TRUE
000762     END-IF.
000763
000764     OPEN OUTPUT FILE-CAM.
000765     IF WS-FILCAM-CODE IS NOT EQUAL '00'
000766        DISPLAY '* ERROR EN OPEN TRFCAM  = ' WS-FILCAM-CODE
000767        MOVE 9999 TO RETURN-CODE
000768        SET  WS-FIN-LECTURA TO TRUE
000769     END-IF.
000770
000771     OPEN OUTPUT FILE-LIS.
000772     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000773        DISPLAY '* ERROR EN OPEN TRFENV  = ' WS-FILLIS-CODE
000774        MOVE 9999 TO RETURN-CODE
000775        SET  WS-FIN-LECTURA TO TRUE
000776     END-IF.
000777
000778     IF WS-FIN-LECTURA
000779        GO TO F-1000-INICIO
000780     END-IF
000781
000782*    HEADER DEL ARCHIVO DE CAMARA
000783
000784     MOVE SPACES           TO WS-REG-TRFCAM
000785     SET WS-TCA-ES-HEADER  TO TRUE
000786     MOVE WS-BANCO-PROPIO  TO WS-TCA-HDR-BANCO
000787     MOVE WS-FEC-PROCESO-N TO WS-TCA-HDR-FECHA
000788     WRITE REG-CAM FROM WS-REG-TRFCAM-HDR
000789     IF WS-FILCAM-CODE IS NOT EQUAL '00'
000790        DISPLAY '* ERROR EN GRABAR TRFCAM = ' WS-FILCAM-CODE
000791        MOVE 9999 TO RETURN-CODE
000792        SET  WS-FIN-LECTURA TO TRUE
000793     END-IF.
000794
000795     MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000796     WRITE REG-LIS FROM WS-LIN-CABECERA.
000797
000798 F-1000-INICIO.   EXIT.
000799
000800**************************************
000801*  FECHA DE PROCESO: DDPARM O FECHA  *
000802*  DEL SISTEMA                       *
000803**************************************
000804
000805 1050-LEER-PARM-FECHA.
000806
000807     OPEN INPUT FILE-PARM.
000808
000809     IF WS-FILPARM-CODE IS EQUAL '00'
000810
000811        READ FILE-PARM INTO WS-REG-PARM
000812
000813        IF WS-FILPARM-CODE IS EQUAL '00'
000814           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000815           MOVE WS-PARM-FECHA-CC TO WS-FECHA-PROC-CC
000816           MOVE WS-PARM-FECHA-AA TO WS-FECHA-PROC-AA
000817           MOVE WS-PARM-FECHA-MM TO WS-FECHA-PROC-MM
000818           MOVE WS-PARM-FECHA-DD TO WS-FECHA-PROC-DD
000819           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000820                                      WS-PARM-FECHA
000821        ELSE
000822           ACCEPT WS-FECHA FROM DATE
000823           MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000824           MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000825           MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000826        END-IF
000827
000828        CLOSE FILE-PARM
000829
000830     ELSE
000831
000832        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000833        ACCEPT WS-FECHA FROM DATE
000834        MOVE WS-FECHA-AA TO WS-FECHA-PROC-AA
000835        MOVE WS-FECHA-MM TO WS-FECHA-PROC-MM
000836        MOVE WS-FECHA-DD TO WS-FECHA-PROC-DD
000837
000838     END-IF.
000839
000840 F-1050-LEER-PARM-FECHA. EXIT.
000841
000842**************************************
000843* INTERBLOQUEO CON EL STREAM: EL     *
000844* POSTEO NOCTURNO (PASO 04) TIENE QUE*
000845* FIGURAR COMPLETO PARA LA FECHA; SI *
000846* NO, NO SE ARMA EL ARCHIVO          *
000847**************************************
000848
000849 1600-CONTROL-INTERBLOQUEO.
000850
000851     OPEN INPUT FILE-RUN.
000852
000853     IF WS-FILRUN-CODE IS EQUAL '05'
000854        OR WS-FILRUN-CODE IS EQUAL '35'
000855        DISPLAY '* SIN DDRUNCTL, ENVIO SIN INTERBLOQUEO'
000856        GO TO F-1600-CONTROL-INTERBLOQUEO
000857     END-IF
000858
000859     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000860        DISPLAY '* ERROR EN OPEN RUNCTL = ' WS-FILRUN-CODE
000861        MOVE 9999 TO RETURN-CODE
000862        SET WS-FIN-LECTURA TO TRUE
000863        GO TO F-1600-CONTROL-INTERBLOQUEO
000864     END-IF
000865
000866     MOVE WS-FECHA-PROCESO TO REG-RUN-FECHA
000867     MOVE 04               TO REG-RUN-PASO
000868
000869     READ FILE-RUN INTO WS-REG-RUNCTL
000870        KEY IS REG-RUN-CLAVE
000871
000872     EVALUATE WS-FILRUN-CODE
000873
000874        WHEN '00'
000875           IF NOT WS-RUN-EST-COMPLETO
000876              DISPLAY '* PASO ' REG-RUN-PASO ' ('
000877                      WS-RUN-PROGRAMA ') NO COMPLETO, '
000878                      'ENVIO BLOQUEADO *'
000879              MOVE 8 TO RETURN-CODE
000880              SET WS-FIN-LECTURA TO TRUE
000881           END-IF
000882
000883        WHEN '23'
000884           DISPLAY '* PASO ' REG-RUN-PASO ' SIN CORRER PARA '
000885                   'LA FECHA, ENVIO BLOQUEADO *'
000886           MOVE 8 TO RETURN-CODE
000887           SET WS-FIN-LECTURA TO TRUE
000888
000889        WHEN OTHER
000890           DISPLAY '* ERROR EN READ RUNCTL = ' WS-FILRUN-CODE
000891           MOVE 9999 TO RETURN-CODE
000892           SET WS-FIN-LECTURA TO TRUE
000893
000894     END-EVALUATE
000895
000896     CLOSE FILE-RUN.
000897
000898 F-1600-CONTROL-INTERBLOQUEO. EXIT.
000899
000900**************************************
000901*  DIAS (BASE 30/360) DE LA FECHA EN *
000902*  WS-FEC-TRABAJO                    *
000903**************************************
000904
000905 1900-CALCULAR-DIAS.
000906
000907     COMPUTE WS-DIAS-FECHA = WS-FEC-TRA-ANIO * 360
000908                           + WS-FEC-TRA-MES  * 30
000909                           + WS-FEC-TRA-DIA.
000910
000911 F-1900-CALCULAR-DIAS. EXIT.
000912
000913**************************************
000914* RECORRER EL DIARIO Y LIBERAR AL SORT*
000915* LAS ORDENES DEBITADAS (TRE) EN LA  *
000916* FECHA DE PROCESO                   *
000917**************************************
000918
000919 2000-SELECCIONAR-DEBITOS.
000920
000921     SET WS-NO-FIN-DIARIO TO TRUE
000922
000923     PERFORM 2010-LEER-DIARIO THRU F-2010-LEER-DIARIO
000924               UNTIL WS-FIN-DIARIO
000925               OR WS-FIN-LECTURA.
000926
000927 F-2000-SELECCIONAR-DEBITOS. EXIT.
000928
000929 2010-LEER-DIARIO.
000930
000931     READ FILE-DIA INTO WS-REG-DIARIO
000932
000933     EVALUATE WS-FILDIA-CODE
000934
000935        WHEN '00'
000936           ADD 1 TO WS-CANT-LEIDOS
000937
000938        WHEN '10'
000939           SET WS-FIN-DIARIO TO TRUE
000940           GO TO F-2010-LEER-DIARIO
000941
000942        WHEN OTHER
000943           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
000944           MOVE 9999 TO RETURN-CODE
000945           SET WS-FIN-LECTURA TO TRUE
000946           GO TO F-2010-LEER-DIARIO
000947
000948     END-EVALUATE
000949
000950     IF WS-DIA-FEC-PROCESO IS NOT EQUAL WS-FEC-PROCESO-N
000951        OR NOT WS-DIA-ES-TRF-ENVIADA
000952        GO TO F-2010-LEER-DIARIO
000953     END-IF
000954
000955     ADD 1 TO WS-CANT-DEBITOS
000956
000957     PERFORM 2100-MARCAR-ENVIADA THRU F-2100-MARCAR-ENVIADA.
000958
000959 F-2010-LEER-DIARIO. EXIT.
000960
000961**************************************
000962* UBICAR LA ORDEN DEL DEBITO EN      *
000963* DDTRFPEN: PENDIENTE SE MARCA ENVIADA;*
000964* YA ENVIADA EN ESTA FECHA ES UN     *
000965* REPROCESO; CUALQUIER OTRO CASO ES UNA*
000966* ANOMALIA Y NO VA A LA CAMARA       *
000967**************************************
000968
000969 2100-MARCAR-ENVIADA.
000970
000971     MOVE SPACES            TO WS-LIN-MENSAJE
000972     MOVE WS-DIA-REF-TRANSF TO REG-TPE-REF
000973
000974     READ FILE-TPE INTO WS-REG-TRFPEN
000975        KEY IS REG-TPE-REF
000976
000977     EVALUATE WS-FILTPE-CODE
000978
000979        WHEN '00'
000980           CONTINUE
000981
000982        WHEN '23'
000983           MOVE 'DEBITO SIN ORDEN EN DDTRFPEN' TO WS-LIN-MENSAJE
000984           PERFORM 2900-IMPRIMIR-ANOMALIA
000985                       THRU F-2900-IMPRIMIR-ANOMALIA
000986           GO TO F-2100-MARCAR-ENVIADA
000987
000988        WHEN OTHER
000989           DISPLAY '* ERROR EN READ TRFPEN = ' WS-FILTPE-CODE
000990           MOVE 9999 TO RETURN-CODE
000991           SET WS-FIN-LECTURA TO TRUE
000992           GO TO F-2100-MARCAR-ENVIADA
000993
000994     END-EVALUATE
000995
000996     IF WS-TPE-NRO IS NOT EQUAL WS-DIA-NRO
000997        OR WS-TPE-TIPO IS NOT EQUAL WS-DIA-TIPO
000998        OR WS-TPE-CUENTA IS NOT EQUAL WS-DIA-CUENTA
000999        OR WS-TPE-MONEDA IS NOT EQUAL WS-DIA-MONEDA
001000        OR WS-TPE-IMPORTE + WS-DIA-IMPORTE IS NOT EQUAL ZERO
001001        MOVE 'DEBITO NO COINCIDE CON LA ORDEN' TO WS-LIN-MENSAJE
001002        PERFORM 2900-IMPRIMIR-ANOMALIA
001003                    THRU F-2900-IMPRIMIR-ANOMALIA
001004        GO TO F-2100-MARCAR-ENVIADA
001005     END-IF
001006
001007     IF WS-TPE-EST-ENVIADA
001008        AND WS-TPE-FEC-ENVIO IS EQUAL WS-FEC-PROCESO-N
001009        ADD 1 TO WS-CANT-REPROCESO
001010     ELSE
001011        IF NOT WS-TPE-EST-PENDIENTE
001012           MOVE 'ORDEN YA ENVIADA O DEVUELTA' TO WS-LIN-MENSAJE
001013           PERFORM 2900-IMPRIMIR-ANOMALIA
001014                       THRU F-2900-IMPRIMIR-ANOMALIA
001015           GO TO F-2100-MARCAR-ENVIADA
001016        END-IF
001017     END-IF
001018
001019     SET WS-TPE-EST-ENVIADA TO TRUE
001020     MOVE WS-FEC-PROCESO-N  TO WS-TPE-FEC-ENVIO
001021     MOVE WS-DIA-ASIENTO    TO WS-TPE-ASI-DEBITO
001022
001023     REWRITE REG-TPE FROM WS-REG-TRFPEN
001024
001025     IF WS-FILTPE-CODE IS NOT EQUAL '00'
001026        DISPLAY '* ERROR EN REWRITE TRFPEN = ' WS-FILTPE-CODE
001027        MOVE 9999 TO RETURN-CODE
001028        SET WS-FIN-LECTURA TO TRUE
001029        GO TO F-2100-MARCAR-ENVIADA
001030     END-IF
001031
001032     MOVE WS-TPE-MONEDA  TO SORT-MONEDA
001033     MOVE WS-TPE-REF     TO SORT-REF
001034     MOVE WS-REG-TRFPEN  TO SORT-TRFPEN
001035     RELEASE REG-SORT.
001036
001037 F-2100-MARCAR-ENVIADA. EXIT.
001038
001039 2900-IMPRIMIR-ANOMALIA.
001040
001041     ADD 1 TO WS-CANT-ANOMALIAS
001042
001043     MOVE WS-DIA-IMPORTE TO WS-LIN-EDIT-IMPORTE
001044     MOVE SPACES         TO WS-LIN-TEXTO
001045
001046     STRING 'ANOMALIA REF: ' WS-DIA-REF-TRANSF
001047            ' CUENTA: '      WS-DIA-NRO
001048            '-'              WS-DIA-TIPO
001049            '-'              WS-DIA-CUENTA
001050            ' '              WS-DIA-MONEDA
001051            ' '              WS-LIN-EDIT-IMPORTE
001052            ' '              WS-LIN-MENSAJE
001053               DELIMITED BY SIZE
001054               INTO WS-LIN-TEXTO
001055     END-STRING
001056
001057     WRITE REG-LIS FROM WS-LIN-SALIDA.
001058
001059 F-2900-IMPRIMIR-ANOMALIA. EXIT.
001060
001061**************************************
001062* GRABAR EL ARCHIVO DE CAMARA: UN LOTE*
001063* POR MONEDA (LOT, DETALLES Y FLT CON*
001064* SUS TOTALES)                       *
001065**************************************
001066
001067 3000-GRABAR-CAMARA.
001068
001069     SET WS-NO-FIN-SORT TO TRUE
001070     SET WS-LOT-CERRADO TO TRUE
001071
001072     PERFORM 3010-GRABAR-UNA THRU F-3010-GRABAR-UNA
001073               UNTIL WS-FIN-SORT
001074               OR WS-FIN-LECTURA
001075
001076     IF WS-LOT-ABIERTO
001077        PERFORM 3200-CERRAR-LOTE THRU F-3200-CERRAR-LOTE
001078     END-IF.
001079
001080 F-3000-GRABAR-CAMARA. EXIT.
001081
001082 3010-GRABAR-UNA.
001083
001084     RETURN SORT-FILE
001085
001086        AT END
001087           SET WS-FIN-SORT TO TRUE
001088
001089        NOT AT END
001090           MOVE SORT-TRFPEN TO WS-REG-TRFPEN
001091           IF WS-LOT-ABIERTO
001092              AND WS-TPE-MONEDA IS NOT EQUAL WS-LOT-MONEDA
001093              PERFORM 3200-CERRAR-LOTE THRU F-3200-CERRAR-LOTE
001094           END-IF
001095           IF WS-LOT-CERRADO
001096              PERFORM 3100-ABRIR-LOTE THRU F-3100-ABRIR-LOTE
001097           END-IF
001098           PERFORM 3300-GRABAR-DETALLE THRU F-3300-GRABAR-DETALLE
001099
001100     END-RETURN.
001101
001102 F-3010-GRABAR-UNA. EXIT.
001103
001104 3100-ABRIR-LOTE.
001105
001106     ADD 1 TO WS-LOT-NRO
001107     MOVE WS-TPE-MONEDA TO WS-LOT-MONEDA
001108     MOVE ZEROS         TO WS-LOT-CANT
001109     MOVE ZEROS         TO WS-LOT-TOTAL
001110     SET WS-LOT-ABIERTO TO TRUE
001111
001112     MOVE SPACES        TO WS-REG-TRFCAM
001113     SET WS-TCA-ES-LOTE TO TRUE
001114     MOVE WS-LOT-NRO    TO WS-TCA-LOT-NRO
001115     MOVE WS-LOT-MONEDA TO WS-TCA-LOT-MONEDA
001116
001117     WRITE REG-CAM FROM WS-REG-TRFCAM-LOT
001118
001119     IF WS-FILCAM-CODE IS NOT EQUAL '00'
001120        DISPLAY '* ERROR EN GRABAR TRFCAM = ' WS-FILCAM-CODE
001121        MOVE 9999 TO RETURN-CODE
001122        SET WS-FIN-LECTURA TO TRUE
001123     END-IF.
001124
001125 F-3100-ABRIR-LOTE. EXIT.
001126
001127 3200-CERRAR-LOTE.
001128
001129     SET WS-LOT-CERRADO TO TRUE
001130
001131     MOVE SPACES            TO WS-REG-TRFCAM
001132     SET WS-TCA-ES-FIN-LOTE TO TRUE
001133     MOVE WS-LOT-NRO        TO WS-TCA-FLT-NRO
001134     MOVE WS-LOT-CANT       TO WS-TCA-FLT-CANT
001135     MOVE WS-LOT-TOTAL      TO WS-TCA-FLT-TOTAL
001136
001137     WRITE REG-CAM FROM WS-REG-TRFCAM-FLT
001138
001139     IF WS-FILCAM-CODE IS NOT EQUAL '00'
001140        DISPLAY '* ERROR EN GRABAR TRFCAM = ' WS-FILCAM-CODE
001141        MOVE 9999 TO RETURN-CODE
001142        SET WS-FIN-LECTURA TO TRUE
001143        GO TO F-3200-CERRAR-LOTE
001144     END-IF
001145
001146     MOVE WS-LOT-TOTAL TO WS-LIN-EDIT-TOTAL
001147     MOVE SPACES       TO WS-LIN-TEXTO
001148     STRING 'LOTE '        WS-LOT-NRO
001149            ' MONEDA '     WS-LOT-MONEDA
001150            ' TRANSFERENCIAS: ' WS-LOT-CANT
001151            ' TOTAL: '     WS-LIN-EDIT-TOTAL
001152               DELIMITED BY SIZE
001153               INTO WS-LIN-TEXTO
001154     END-STRING
001155     WRITE REG-LIS FROM WS-LIN-SALIDA.
001156
001157 F-3200-CERRAR-LOTE. EXIT.
001158
001159 3300-GRABAR-DETALLE.
001160
001161     MOVE SPACES              TO WS-REG-TRFCAM
001162     SET WS-TCA-ES-DETALLE    TO TRUE
001163     MOVE WS-TPE-REF          TO WS-TCA-REF
001164     MOVE WS-BANCO-PROPIO     TO WS-TCA-BANCO-ORIGEN
001165     MOVE WS-TPE-SUCURSAL     TO WS-TCA-SUC-ORIGEN
001166     MOVE WS-TPE-TIPO         TO WS-TCA-TIPO-ORIGEN
001167     MOVE WS-TPE-CUENTA       TO WS-TCA-CTA-NRO
001168     MOVE WS-TPE-CBU          TO WS-TCA-CBU-DESTINO
001169     MOVE WS-TPE-BENEF-NOMBRE TO WS-TCA-BENEF-NOMBRE
001170     MOVE WS-TPE-BENEF-CUIT   TO WS-TCA-BENEF-CUIT
001171     MOVE WS-TPE-IMPORTE      TO WS-TCA-IMPORTE
001172     MOVE WS-TPE-MONEDA       TO WS-TCA-MONEDA
001173     MOVE WS-TPE-FEC-ENVIO    TO WS-TCA-FEC-DEBITO
001174
001175     WRITE REG-CAM FROM WS-REG-TRFCAM
001176
001177     IF WS-FILCAM-CODE IS NOT EQUAL '00'
001178        DISPLAY '* ERROR EN GRABAR TRFCAM = ' WS-FILCAM-CODE
001179        MOVE 9999 TO RETURN-CODE
001180        SET WS-FIN-LECTURA TO TRUE
001181        GO TO F-3300-GRABAR-DETALLE
001182     END-IF
001183
001184     ADD 1              TO WS-LOT-CANT
001185     ADD WS-TPE-IMPORTE TO WS-LOT-TOTAL
001186     ADD 1              TO WS-CANT-ENVIADAS
001187     ADD WS-TPE-IMPORTE TO WS-TOT-ENVIADO
001188
001189     MOVE WS-TPE-IMPORTE TO WS-LIN-EDIT-IMPORTE
001190     MOVE SPACES         TO WS-LIN-TEXTO
001191     STRING 'ENVIADA REF: ' WS-TPE-REF
001192            ' CUENTA: '     WS-TPE-NRO
001193            '-'             WS-TPE-TIPO
001194            '-'             WS-TPE-CUENTA
001195            ' '             WS-TPE-MONEDA
001196            ' '             WS-LIN-EDIT-IMPORTE
001197            ' CBU: '        WS-TPE-CBU
001198            ' '             WS-TPE-BENEF-NOMBRE
001199               DELIMITED BY SIZE
001200               INTO WS-LIN-TEXTO
001201     END-STRING
001202     WRITE REG-LIS FROM WS-LIN-SALIDA.
001203
001204 F-3300-GRABAR-DETALLE. EXIT.
001205
001206**************************************
001207* LISTAR LAS ORDENES QUE SIGUEN      *
001208* PENDIENTES DE DEBITO Y SU ANTIGUEDAD*
001209* EN DIAS                            *
001210**************************************
001211
001212 4000-LISTAR-PENDIENTES.
001213
001214     MOVE SPACES TO WS-LIN-TEXTO
001215     WRITE REG-LIS FROM WS-LIN-SALIDA
001216     MOVE 'ORDENES PENDIENTES DE DEBITO' TO WS-LIN-TEXTO
001217     WRITE REG-LIS FROM WS-LIN-SALIDA
001218
001219     SET WS-NO-FIN-TRFPEN TO TRUE
001220     MOVE LOW-VALUES TO REG-TPE-REF
001221
001222     START FILE-TPE KEY IS NOT LESS THAN REG-TPE-REF
001223
001224     EVALUATE WS-FILTPE-CODE
001225
001226        WHEN '00'
001227           CONTINUE
001228
001229        WHEN '23'
001230           GO TO F-4000-LISTAR-PENDIENTES
001231
001232        WHEN OTHER
001233           DISPLAY '* ERROR EN START TRFPEN = ' WS-FILTPE-CODE
001234           MOVE 9999 TO RETURN-CODE
001235           SET WS-FIN-LECTURA TO TRUE
001236           GO TO F-4000-LISTAR-PENDIENTES
001237
001238     END-EVALUATE
001239
001240     PERFORM 4010-LEER-PENDIENTE THRU F-4010-LEER-PENDIENTE
001241               UNTIL WS-FIN-TRFPEN
001242               OR WS-FIN-LECTURA.
001243
001244 F-4000-LISTAR-PENDIENTES. EXIT.
001245
001246 4010-LEER-PENDIENTE.
001247
001248     READ FILE-TPE NEXT RECORD INTO WS-REG-TRFPEN
001249
001250     EVALUATE WS-FILTPE-CODE
001251
001252        WHEN '00'
001253           CONTINUE
001254
001255        WHEN '10'
001256           SET WS-FIN-TRFPEN TO TRUE
001257           GO TO F-4010-LEER-PENDIENTE
001258
001259        WHEN OTHER
001260           DISPLAY '* ERROR EN LECTURA TRFPEN = ' WS-FILTPE-CODE
001261           MOVE 9999 TO RETURN-CODE
001262           SET WS-FIN-LECTURA TO TRUE
001263           GO TO F-4010-LEER-PENDIENTE
001264
001265     END-EVALUATE
001266
001267     IF NOT WS-TPE-EST-PENDIENTE
001268        GO TO F-4010-LEER-PENDIENTE
001269     END-IF
001270
001271     ADD 1 TO WS-CANT-PENDIENTES
001272
001273     MOVE WS-TPE-FEC-ORDEN TO WS-FEC-TRABAJO
001274     PERFORM 1900-CALCULAR-DIAS THRU F-1900-CALCULAR-DIAS
001275     COMPUTE WS-DIAS-ANTIG = WS-DIAS-HOY - WS-DIAS-FECHA
001276
001277     MOVE WS-DIAS-ANTIG  TO WS-LIN-EDIT-DIAS
001278     MOVE WS-TPE-IMPORTE TO WS-LIN-EDIT-IMPORTE
001279     MOVE SPACES         TO WS-LIN-TEXTO
001280     STRING 'PENDIENTE REF: ' WS-TPE-REF
001281            ' CUENTA: '       WS-TPE-NRO
001282            '-'               WS-TPE-TIPO
001283            '-'               WS-TPE-CUENTA
001284            ' '               WS-TPE-MONEDA
001285            ' '               WS-LIN-EDIT-IMPORTE
001286            ' ORDEN DEL '     WS-TPE-FEC-ORDEN
001287            ' DIAS: '         WS-LIN-EDIT-DIAS
001288               DELIMITED BY SIZE
001289               INTO WS-LIN-TEXTO
001290     END-STRING
001291     WRITE REG-LIS FROM WS-LIN-SALIDA.
001292
001293 F-4010-LEER-PENDIENTE. EXIT.
001294
001295**************************************
001296*   CIERRE DE ARCHIVOS Y TOTALES     *
001297**************************************
001298
001299 9999-FINAL.
001300
001301*    TRAILER DEL ARCHIVO DE CAMARA (SOLO SI SE LLEGO A ABRIR)
001302
001303     IF WS-FILCAM-CODE IS EQUAL '00'
001304        MOVE SPACES            TO WS-REG-TRFCAM
001305        SET WS-TCA-ES-TRAILER  TO TRUE
001306        MOVE WS-LOT-NRO        TO WS-TCA-TRL-CANT-LOT
001307        MOVE WS-CANT-ENVIADAS  TO WS-TCA-TRL-CANT-REG
001308        MOVE WS-TOT-ENVIADO    TO WS-TCA-TRL-HASH
001309        WRITE REG-CAM FROM WS-REG-TRFCAM-TRL
001309        IF WS-FILCAM-CODE IS NOT EQUAL '00'
001309           DISPLAY '* ERROR EN GRABAR TRL TRFCAM = '
001309                                      WS-FILCAM-CODE
001309           MOVE 9999 TO RETURN-CODE
001309        END-IF
001310        CLOSE FILE-CAM
001310        IF WS-FILCAM-CODE IS NOT EQUAL '00'
001310           DISPLAY '* ERROR EN CLOSE TRFCAM  = '
001310                                      WS-FILCAM-CODE
001310           MOVE 9999 TO RETURN-CODE
001310        END-IF
001311     END-IF.
001312
001313     IF WS-FILLIS-CODE IS EQUAL '00'
001314        CLOSE FILE-LIS
001315     END-IF.
001316
001317     IF WS-FILTPE-CODE IS EQUAL '00'
001318        OR WS-FILTPE-CODE IS EQUAL '10'
001319        OR WS-FILTPE-CODE IS EQUAL '23'
001320        CLOSE FILE-TPE
001321     END-IF.
001322
001323     IF WS-FILDIA-CODE IS EQUAL '00'
001324        OR WS-FILDIA-CODE IS EQUAL '10'
001325        CLOSE FILE-DIA
001326     END-IF.
001327
001328**************************************
001329*   MOSTRAR TOTALES DE CONTROL       *
001330**************************************
001331
001332     DISPLAY WS-LEYEN-LEIDOS         WS-CANT-LEIDOS.
001333     DISPLAY WS-LEYEN-DEBITOS        WS-CANT-DEBITOS.
001334     DISPLAY WS-LEYEN-ENVIADAS       WS-CANT-ENVIADAS.
001335     DISPLAY WS-LEYEN-REPROCESO      WS-CANT-REPROCESO.
001336     DISPLAY WS-LEYEN-LOTES          WS-LOT-NRO.
001337     DISPLAY WS-LEYEN-ANOMALIAS      WS-CANT-ANOMALIAS.
001338     DISPLAY WS-LEYEN-PENDIENTES     WS-CANT-PENDIENTES.
001339     DISPLAY WS-LEYEN-TOT-ENVIADO    WS-TOT-ENVIADO.
001340
001341 F-9999-FINAL.
001342     EXIT.
