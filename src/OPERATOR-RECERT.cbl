000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5H.
000115**********************************************************
000120*                                                        *
000125*    OPERATOR RECERTIFICATION code                       *
000130*    RECERTIFICACION TRIMESTRAL DE ACCESOS DE OPERADORES:*
000135*    POR CADA OPERADOR DEL MAESTRO DDOPER LISTA SUS      *
000140*    ACCIONES PERMITIDAS (CON SU TOPE DE IMPORTE) JUNTO  *
000145*    AL USO REAL QUE TUVO EN EL TRIMESTRE CALENDARIO DE  *
000150*    LA FECHA DE DDPARM, SEGUN LA BITACORA DE ACTIVIDAD  *
000155*    DDBITOPE QUE GRABAN PGMAPJ1M, PGMAPJ1N, PGMAPJ1E Y  *
000160*    PGMAPJ1B. MARCA: PERMISOS SIN USO EN EL TRIMESTRE,  *
000165*    OPERADORES ACTIVOS SIN USO HACE MAS DE N DIAS,      *
000170*    DENEGACIONES REPETIDAS POR PERFIL, Y OPERADORES QUE *
000175*    CARGARON Y APROBARON TRABAJO DE UNA MISMA SUCURSAL. *
000180*    LOS UMBRALES SE TOMAN DE DDRCEPAR. SE CORRE AL      *
000185*    CIERRE DE CADA TRIMESTRE (O A PEDIDO DE AUDITORIA)  *
000190**********************************************************
000191*      MANTENIMIENTO DE PROGRAMA                         *
000192**********************************************************
000193*    FECHA *    DETALLE        * COD *
000194**************************************
000195* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000196**************************************
000197
000200 ENVIRONMENT DIVISION.
000201 CONFIGURATION SECTION.
000202 SPECIAL-NAMES.
000203     DECIMAL-POINT IS COMMA.
000204
000205 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000207
000208*    MAESTRO DE OPERADORES (VER LAYOUT-Operador), LEIDO
000209*    EN SECUENCIA DE CLAVE
000210     SELECT FILE-OPE  ASSIGN DDOPER
000211     ORGANIZATION IS INDEXED
000212     ACCESS IS SEQUENTIAL
000213     RECORD KEY IS REG-OPE-ID
000214     FILE STATUS IS WS-FILOPE-CODE.
000215
000216*    BITACORA DE ACTIVIDAD (VER LAYOUT-Bitacora); SIN
000217*    BITACORA NINGUN OPERADOR REGISTRA USO
000218     SELECT OPTIONAL FILE-BIT  ASSIGN DDBITOPE
000219     ACCESS IS SEQUENTIAL
000220     FILE STATUS IS WS-FILBIT-CODE.
000221
000222*    UMBRALES DE INACTIVIDAD Y DE DENEGACIONES (SIN
000223*    ARCHIVO SE USAN LOS VALORES POR DEFECTO)
000224     SELECT FILE-RPAR ASSIGN DDRCEPAR
000225     ACCESS IS SEQUENTIAL
000226     FILE STATUS IS WS-FILRPAR-CODE.
000227
000228     SELECT FILE-LIS  ASSIGN DDRCELIS
000229     ACCESS IS SEQUENTIAL
000230     FILE STATUS IS WS-FILLIS-CODE.
000231
000232     SELECT FILE-PARM ASSIGN DDPARM
000233     ACCESS IS SEQUENTIAL
000234     FILE STATUS IS WS-FILPARM-CODE.
000235
000236     SELECT SORT-FILE ASSIGN DDSORTWK.
000237
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-OPE
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-OPE.
000398     03  REG-OPE-ID              PIC X(08).
000399     03  FILLER                  PIC X(132).
000400
000401 FD FILE-BIT
000402      BLOCK CONTAINS 0 RECORDS
000403      RECORDING MODE IS F.
000404
000405 01 REG-BIT          PIC X(150).
000406
000407 FD FILE-RPAR
000408      BLOCK CONTAINS 0 RECORDS
000409      RECORDING MODE IS F.
000410
000411 01 REG-FILE-RPAR    PIC X(06).
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
000425*    PERFILES Y ACTIVIDAD JUNTOS: POR OPERADOR, PRIMERO SU
000426*    REGISTRO DE DDOPER (ORDEN 0) Y DESPUES SUS ENTRADAS DE
000427*    BITACORA (ORDEN 1) POR FECHA Y HORA
000428 SD SORT-FILE.
000429
000430 01 REG-SORT.
000431     03  SORT-OPERADOR       PIC X(08).
000432     03  SORT-ORDEN          PIC X(01).
000433         88  SORT-ES-PERFIL              VALUE '0'.
000434         88  SORT-ES-ACTIVIDAD           VALUE '1'.
000435     03  SORT-FECHA          PIC 9(08).
000436     03  SORT-HORA           PIC 9(06).
000437     03  SORT-RESTO          PIC X(150).
000438
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILOPE-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILBIT-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILRPAR-CODE         PIC X(02)   VALUE SPACES.
000505 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000507
000508 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000509     88  WS-FIN-LECTURA                  VALUE 'SI'.
000510     88  WS-NO-FIN-LECTURA               VALUE 'NO'.
000511
000512 01  WS-STA-FILE             PIC X       VALUE 'N'.
000513     88  WS-FIN-FILE                     VALUE 'Y'.
000514     88  WS-NO-FIN-FILE                  VALUE 'N'.
000515
000516 01  WS-STA-SORT             PIC X       VALUE 'N'.
000517     88  WS-FIN-SORT                     VALUE 'Y'.
000518     88  WS-NO-FIN-SORT                  VALUE 'N'.
000519
000520********  PARAMETROS DE RECERTIFICACION (DDRCEPAR)  *
000521
000522*    UN OPERADOR ACTIVO ESTA INACTIVO SI NO TIENE USO
000523*    ACEPTADO EN LA BITACORA O SI EL ULTIMO FUE HACE MAS DE
000524*    WS-DIAS-INACTIVO DIAS; LAS DENEGACIONES SON REPETIDAS
000525*    DESDE WS-UMBRAL-DENEG EN EL TRIMESTRE
000526 77  WS-DIAS-INACTIVO        PIC 9(03)   VALUE 090.
000527 77  WS-UMBRAL-DENEG         PIC 9(03)   VALUE 003.
000528
000529 01  WS-REG-PARM-RCE.
000530     03  WS-PRCE-DIAS-INACTIVO PIC 9(03).
000531     03  WS-PRCE-UMBRAL-DENEG  PIC 9(03).
000532
000533********  FECHA DE PROCESO Y TRIMESTRE INFORMADO  *
000534
000535 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000536 01  FILLER REDEFINES WS-FECHA-PROCESO.
000537     03  WS-FEC-PRO-ANIO     PIC 9(04).
000538     03  WS-FEC-PRO-MES      PIC 9(02).
000539     03  WS-FEC-PRO-DIA      PIC 9(02).
000540
000541 01  WS-FEC-TRABAJO          PIC 9(08)   VALUE ZEROS.
000542 01  FILLER REDEFINES WS-FEC-TRABAJO.
000543     03  WS-FEC-TRA-ANIO     PIC 9(04).
000544     03  WS-FEC-TRA-MES      PIC 9(02).
000545     03  WS-FEC-TRA-DIA      PIC 9(02).
000546
000547 77  WS-TRI-NRO              PIC 9(01)   VALUE ZEROS.
000548 77  WS-TRI-MES-AUX          PIC 9(02)   VALUE ZEROS.
000549 77  WS-TRI-DESDE            PIC 9(08)   VALUE ZEROS.
000550 77  WS-TRI-HASTA            PIC 9(08)   VALUE ZEROS.
000551
000552 01  WS-FECHA.
000553     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000554     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000555     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000556
000557 01  WS-REG-PARM.
000558     03  WS-PARM-FECHA       PIC 9(08).
000559
000560********  OPERADOR EN CURSO  *
000561
000562 77  WS-OPR-ACTUAL           PIC X(08)   VALUE SPACES.
000563
000564 77  WS-OPR-PRIMERA-SW       PIC X       VALUE 'Y'.
000565     88  WS-OPR-PRIMERA                  VALUE 'Y'.
000566     88  WS-OPR-NO-PRIMERA               VALUE 'N'.
000567
000568 77  WS-OPR-PERFIL-SW        PIC X       VALUE 'N'.
000569     88  WS-OPR-CON-PERFIL               VALUE 'Y'.
000570     88  WS-OPR-SIN-PERFIL               VALUE 'N'.
000571
000572 77  WS-OPR-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000573 77  WS-OPR-ESTADO           PIC X(01)   VALUE SPACES.
000574     88  WS-OPR-EST-ACTIVO               VALUES ' ' 'A'.
000575     88  WS-OPR-EST-BAJA                 VALUE 'B'.
000576
000577*    ULTIMO USO ACEPTADO (CUALQUIER FECHA HASTA LA DE
000578*    PROCESO) Y ACTIVIDAD DEL TRIMESTRE
000579 77  WS-OPR-ULT-USO          PIC 9(08)   VALUE ZEROS.
000580 77  WS-OPR-CANT-TRI         PIC 9(07)   VALUE ZEROS.
000581 77  WS-OPR-DENEG-TRI        PIC 9(05)   VALUE ZEROS.
000582 77  WS-OPR-DIAS-SIN-USO     PIC S9(07)  VALUE ZEROS.
000583
000584 77  WS-OPR-INACT-SW         PIC X       VALUE 'N'.
000585     88  WS-OPR-INACTIVO                 VALUE 'Y'.
000586     88  WS-OPR-NO-INACTIVO              VALUE 'N'.
000587
000588 77  WS-OPR-SOD-SW           PIC X       VALUE 'N'.
000589     88  WS-OPR-CON-SOD                  VALUE 'Y'.
000590     88  WS-OPR-SIN-SOD                  VALUE 'N'.
000591
000592*    ACCIONES DEL OPERADOR: LAS PERMITIDAS EN DDOPER MAS LAS
000593*    QUE APARECEN EN LA BITACORA SIN ESTAR PERMITIDAS (LAS
000594*    LETRAS SON LAS MISMAS EN LOS CUATRO PROGRAMAS)
000595 77  WS-AC-MAX               PIC 9(02) COMP VALUE 20.
000596 77  WS-AC-CANT              PIC 9(02) COMP VALUE ZEROS.
000597 77  WS-AC-IDX               PIC 9(02) COMP VALUE ZEROS.
000598 77  WS-AC-HALLADO           PIC 9(02) COMP VALUE ZEROS.
000599 77  WS-AC-BUSCADA           PIC X(01)      VALUE SPACES.
000600 77  WS-PE-IDX               PIC 9(02) COMP VALUE ZEROS.
000601
000602 01  WS-TAB-ACCIONES.
000603     03  WS-AC-ENT           OCCURS 20 TIMES.
000604         05  WS-AC-ACCION        PIC X(01).
000605         05  WS-AC-PERMITIDA     PIC X(01).
000606             88  WS-AC-ES-PERMITIDA      VALUE 'S'.
000607             88  WS-AC-NO-PERMITIDA      VALUE 'N'.
000608         05  WS-AC-LIMITE        PIC 9(09)V99.
000609         05  WS-AC-USOS          PIC 9(05).
000610         05  WS-AC-RECHAZOS      PIC 9(05).
000611         05  WS-AC-DENEGADAS     PIC 9(05).
000612
000613*    ROL DEL OPERADOR EN CADA SUCURSAL EN EL TRIMESTRE:
000614*    BLANCO = NINGUNO / C = SOLO CARGO / P = SOLO APROBO /
000615*    A = CARGO Y APROBO (SEPARACION DE FUNCIONES VIOLADA)
000616 77  WS-SUC-IDX              PIC 9(03)      VALUE ZEROS.
000617
000618 01  WS-TAB-SUC-ROL.
000619     03  WS-SUC-ROL          PIC X(01) OCCURS 999 TIMES.
000620
000621********  CONTADORES DE CONTROL  *
000622
000623 77  WS-LEIDOS-OPE           PIC 9(07)   VALUE ZEROS.
000624 77  WS-LEIDOS-BIT           PIC 9(07)   VALUE ZEROS.
000625 77  WS-CANT-BIT-POSTERIOR   PIC 9(07)   VALUE ZEROS.
000626 77  WS-CANT-BIT-SIN-OPER    PIC 9(07)   VALUE ZEROS.
000627 77  WS-CANT-BIT-TRIMESTRE   PIC 9(07)   VALUE ZEROS.
000628 77  WS-CANT-OPERADORES      PIC 9(07)   VALUE ZEROS.
000629 77  WS-CANT-SIN-PERFIL      PIC 9(07)   VALUE ZEROS.
000630 77  WS-CANT-PERM-SIN-USO    PIC 9(07)   VALUE ZEROS.
000631 77  WS-CANT-USO-SIN-PERM    PIC 9(07)   VALUE ZEROS.
000632 77  WS-CANT-INACTIVOS       PIC 9(07)   VALUE ZEROS.
000633 77  WS-CANT-DENEG-REPET     PIC 9(07)   VALUE ZEROS.
000634 77  WS-CANT-SOD             PIC 9(07)   VALUE ZEROS.
000635
000636********  LINEAS DEL LISTADO  *************
000637
000638 01  WS-LIN-CABECERA.
000639     03  FILLER              PIC X(01) VALUE SPACE.
000640     03  FILLER              PIC X(56) VALUE
000641         'RECERTIFICACION DE ACCESOS DE OPERADORES - PGMAPJ5H'.
000642     03  FILLER              PIC X(11) VALUE 'TRIMESTRE: '.
000643     03  WS-CAB-DESDE        PIC 9(08).
000644     03  FILLER              PIC X(03) VALUE ' A '.
000645     03  WS-CAB-HASTA        PIC 9(08).
000646     03  FILLER              PIC X(45) VALUE SPACES.
000647
000648 01  WS-LIN-COLUMNAS.
000649     03  FILLER              PIC X(01) VALUE SPACE.
000650     03  FILLER              PIC X(10) VALUE 'ACCION    '.
000651     03  FILLER              PIC X(04) VALUE 'PERM'.
000652     03  FILLER              PIC X(14) VALUE '          TOPE'.
000653     03  FILLER              PIC X(08) VALUE '    USOS'.
000654     03  FILLER              PIC X(08) VALUE '  RECHAZ'.
000655     03  FILLER              PIC X(08) VALUE '   DENEG'.
000656     03  FILLER              PIC X(13) VALUE '  OBSERVACION'.
000657     03  FILLER              PIC X(66) VALUE SPACES.
000658
000659 01  WS-LIN-DETALLE.
000660     03  FILLER              PIC X(01)   VALUE SPACE.
000661     03  FILLER              PIC X(04)   VALUE SPACES.
000662     03  WS-DET-ACCION       PIC X(01).
000663     03  FILLER              PIC X(05)   VALUE SPACES.
000664     03  WS-DET-PERM         PIC X(02).
000665     03  FILLER              PIC X(02)   VALUE SPACES.
000666     03  WS-DET-TOPE         PIC ZZZ.ZZZ.ZZ9,99.
000667     03  WS-DET-TOPE-X REDEFINES WS-DET-TOPE
000668                             PIC X(14).
000669     03  FILLER              PIC X(02)   VALUE SPACES.
000670     03  WS-DET-USOS         PIC ZZ.ZZ9.
000671     03  FILLER              PIC X(02)   VALUE SPACES.
000672     03  WS-DET-RECHAZOS     PIC ZZ.ZZ9.
000673     03  FILLER              PIC X(02)   VALUE SPACES.
000674     03  WS-DET-DENEGADAS    PIC ZZ.ZZ9.
000675     03  FILLER              PIC X(02)   VALUE SPACES.
000676     03  WS-DET-OBSERVACION  PIC X(30).
000677     03  FILLER              PIC X(47)   VALUE SPACES.
000678
000679 01  WS-LIN-SALIDA.
000680     03  FILLER              PIC X(01)   VALUE SPACE.
000681     03  WS-LIN-TEXTO        PIC X(131).
000682
000683 77  WS-EDIT-SUCURSAL        PIC X(03)   VALUE SPACES.
000684 77  WS-EDIT-ESTADO          PIC X(22)   VALUE SPACES.
000685 77  WS-EDIT-ULT-USO         PIC X(08)   VALUE SPACES.
000686 77  WS-EDIT-DIAS            PIC Z.ZZZ.ZZ9.
000687
000688 01  WS-LEYEN-OPE            PIC X(35)
000689         VALUE '* OPERADORES LEIDOS DDOPER  = '.
000690 01  WS-LEYEN-BIT            PIC X(35)
000691         VALUE '* ENTRADAS DE BITACORA      = '.
000692 01  WS-LEYEN-BIT-POST       PIC X(35)
000693         VALUE '* POSTERIORES A LA FECHA    = '.
000694 01  WS-LEYEN-BIT-SIN-OPER   PIC X(35)
000695         VALUE '* SIN OPERADOR INFORMADO    = '.
000696 01  WS-LEYEN-BIT-TRI        PIC X(35)
000697         VALUE '* ENTRADAS DEL TRIMESTRE    = '.
000698 01  WS-LEYEN-OPERADORES     PIC X(35)
000699         VALUE '* OPERADORES INFORMADOS     = '.
000700 01  WS-LEYEN-SIN-PERFIL     PIC X(35)
000701         VALUE '* CON USO Y SIN PERFIL      = '.
000702 01  WS-LEYEN-PERM-SIN-USO   PIC X(35)
000703         VALUE '* PERMISOS SIN USO          = '.
000704 01  WS-LEYEN-USO-SIN-PERM   PIC X(35)
000705         VALUE '* ACCIONES USADAS SIN PERM. = '.
000706 01  WS-LEYEN-INACTIVOS      PIC X(35)
000707         VALUE '* OPERADORES INACTIVOS      = '.
000708 01  WS-LEYEN-DENEG-REPET    PIC X(35)
000709         VALUE '* CON DENEGACIONES REPETIDAS= '.
000710 01  WS-LEYEN-SOD            PIC X(35)
000711         VALUE '* CARGAN Y APRUEBAN EN SUC. = '.
000712
000713     COPY "LAYOUT-Operador.cpy".
000714     COPY "LAYOUT-Bitacora.cpy".
000715
000716 PROCEDURE DIVISION.
000717
000718 MAIN-PROGRAM.
000719
000720     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000721
000722     IF WS-NO-FIN-LECTURA
000723
000724        SORT SORT-FILE
000725             ON ASCENDING KEY SORT-OPERADOR SORT-ORDEN
000726                              SORT-FECHA SORT-HORA
000727             WITH DUPLICATES IN ORDER
000728             INPUT  PROCEDURE IS 2000-SELECCIONAR
000729                               THRU F-2000-SELECCIONAR
000730             OUTPUT PROCEDURE IS 3000-RECERTIFICAR
000731                               THRU F-3000-RECERTIFICAR
000732
000733     END-IF.
000734
000735     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000736
000737 F-MAIN-PROGRAM. GOBACK.
000738
000739**************************************
000740*  INICIALIZACION                    *
000741**************************************
000742
000743 1000-INICIO.
000744
000745     SET WS-NO-FIN-LECTURA TO TRUE.
000746
000747     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000748     PERFORM 1070-LEER-PARM-RCE   THRU F-1070-LEER-PARM-RCE.
000749     PERFORM 1100-LIMITES-TRIMESTRE
000750                 THRU F-1100-LIMITES-TRIMESTRE.
000751
000752     OPEN INPUT  FILE-OPE.
000753     IF WS-FILOPE-CODE IS NOT EQUAL '00'
000754        DISPLAY '* ERROR EN OPEN OPERAD  = ' WS-FILOPE-CODE
000755        MOVE 9999 TO RETURN-CODE
000756        SET  WS-FIN-LECTURA TO TRUE
000757     END-IF.
000758
000759*    EL STATUS 05 ES UNA BITACORA QUE TODAVIA NO EXISTE
000760
000761     OPEN INPUT  FILE-BIT.
000762     IF WS-FILBIT-CODE IS NOT EQUAL '00'
000763        AND WS-FILBIT-CODE IS NOT EQUAL '05'
000764        DISPLAY '* ERROR EN OPEN BITOPE  = ' WS-FILBIT-CODE
000765        MOVE 9999 TO RETURN-CODE
000766        SET  WS-FIN-LECTURA TO TRUE
000767     END-IF.
000768
000769     OPEN OUTPUT FILE-LIS.
000770     IF WS-FILLIS-CODE IS NOT EQUAL '00'
000771        DISPLAY '* ERROR EN OPEN RCELIS  = ' WS-FILLIS-CODE
000772        MOVE 9999 TO RETURN-CODE
000773        SET  WS-FIN-LECTURA TO TRUE
000774     END-IF.
000775
000776 F-1000-INICIO.   EXIT.
000777
000778**************************************
000779*   FECHA DE PROCESO: DDPARM O FECHA *
000780*   DEL SISTEMA                      *
000781**************************************
000782
000783 1050-LEER-PARM-FECHA.
000784
000785     OPEN INPUT FILE-PARM.
000786
000787     IF WS-FILPARM-CODE IS EQUAL '00'
000788
000789        READ FILE-PARM INTO WS-REG-PARM
000790
000791        IF WS-FILPARM-CODE IS EQUAL '00'
000792           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000793           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000794           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000795                                      WS-PARM-FECHA
000796        ELSE
000797           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000798        END-IF
000799
000800        CLOSE FILE-PARM
000801
000802     ELSE
000803
000804        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000805        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000806
000807     END-IF.
000808
000809 F-1050-LEER-PARM-FECHA. EXIT.
000810
000811 1060-FECHA-SISTEMA.
000812
000813     ACCEPT WS-FECHA FROM DATE
000814     COMPUTE WS-FECHA-PROCESO = 20000000
000815                              + WS-FECHA-AA * 10000
000816                              + WS-FECHA-MM * 100
000817                              + WS-FECHA-DD.
000818
000819 F-1060-FECHA-SISTEMA. EXIT.
000820
000821**************************************
000822*   UMBRALES DE RECERTIFICACION:     *
000823*   DDRCEPAR O VALORES POR DEFECTO (UN*
000824*   CAMPO EN CERO CONSERVA EL VALOR POR*
000825*   DEFECTO)                         *
000826**************************************
000827
000828 1070-LEER-PARM-RCE.
000829
000830     OPEN INPUT FILE-RPAR.
000831
000832     IF WS-FILRPAR-CODE IS NOT EQUAL '00'
000833        DISPLAY '* SIN DDRCEPAR, UMBRALES POR DEFECTO'
000834        GO TO F-1070-LEER-PARM-RCE
000835     END-IF
000836
000837     READ FILE-RPAR INTO WS-REG-PARM-RCE
000838
000839     IF WS-FILRPAR-CODE IS EQUAL '00'
000840        IF WS-PRCE-DIAS-INACTIVO IS NOT EQUAL ZEROS
000841           MOVE WS-PRCE-DIAS-INACTIVO TO WS-DIAS-INACTIVO
000842        END-IF
000843        IF WS-PRCE-UMBRAL-DENEG IS NOT EQUAL ZEROS
000844           MOVE WS-PRCE-UMBRAL-DENEG  TO WS-UMBRAL-DENEG
000845        END-IF
000846     END-IF
000847
000848     CLOSE FILE-RPAR.
000849
000850     DISPLAY '* INACTIVO CON MAS DE ' WS-DIAS-INACTIVO
000851             ' DIAS SIN USO, DENEGACIONES REPETIDAS DESDE '
000852             WS-UMBRAL-DENEG.
000853
000854 F-1070-LEER-PARM-RCE. EXIT.
000855
000856**************************************
000857*   PRIMER DIA DEL TRIMESTRE CALENDARIO*
000858*   DE LA FECHA DE PROCESO; EL PERIODO*
000859*   INFORMADO LLEGA HASTA ESA FECHA  *
000860**************************************
000861
000862 1100-LIMITES-TRIMESTRE.
000863
000864     SUBTRACT 1 FROM WS-FEC-PRO-MES GIVING WS-TRI-MES-AUX
000865     DIVIDE WS-TRI-MES-AUX BY 3 GIVING WS-TRI-NRO
000866
000867     COMPUTE WS-TRI-DESDE = WS-FEC-PRO-ANIO * 10000
000868                          + (WS-TRI-NRO * 3 + 1) * 100
000869                          + 1
000870     MOVE WS-FECHA-PROCESO TO WS-TRI-HASTA
000871
000872     DISPLAY '* TRIMESTRE INFORMADO = ' WS-TRI-DESDE
000873             ' A ' WS-TRI-HASTA.
000874
000875 F-1100-LIMITES-TRIMESTRE. EXIT.
000876
000877**************************************
000878*  LIBERAR AL SORT LOS PERFILES DE   *
000879*  DDOPER Y LA BITACORA HASTA LA FECHA*
000880*  DE PROCESO (LO ANTERIOR AL TRIMESTRE*
000881*  SOLO DA EL ULTIMO USO)            *
000882**************************************
000883
000884 2000-SELECCIONAR.
000885
000886     SET WS-NO-FIN-FILE TO TRUE.
000887
000888     PERFORM 2010-SELECCIONAR-PERFIL
000889                 THRU F-2010-SELECCIONAR-PERFIL
000890               UNTIL WS-FIN-FILE.
000891
000892     IF WS-FIN-LECTURA
000893        GO TO F-2000-SELECCIONAR
000894     END-IF
000895
000896     SET WS-NO-FIN-FILE TO TRUE.
000897
000898     PERFORM 2050-SELECCIONAR-ACTIVIDAD
000899                 THRU F-2050-SELECCIONAR-ACTIVIDAD
000900               UNTIL WS-FIN-FILE.
000901
000902 F-2000-SELECCIONAR. EXIT.
000903
000904 2010-SELECCIONAR-PERFIL.
000905
000906     READ FILE-OPE NEXT RECORD INTO WS-REG-OPERADOR
000907
000908     EVALUATE WS-FILOPE-CODE
000909
000910        WHEN '00'
000911           ADD 1 TO WS-LEIDOS-OPE
000912
000913        WHEN '10'
000914           SET WS-FIN-FILE TO TRUE
000915           GO TO F-2010-SELECCIONAR-PERFIL
000916
000917        WHEN OTHER
000918           DISPLAY '* ERROR EN LECTURA OPERAD = ' WS-FILOPE-CODE
000919           MOVE 9999 TO RETURN-CODE
000920           SET WS-FIN-FILE    TO TRUE
000921           SET WS-FIN-LECTURA TO TRUE
000922           GO TO F-2010-SELECCIONAR-PERFIL
000923
000924     END-EVALUATE
000925
000926     MOVE WS-OPE-ID        TO SORT-OPERADOR
000927     SET SORT-ES-PERFIL    TO TRUE
000928     MOVE ZEROS            TO SORT-FECHA
000929     MOVE ZEROS            TO SORT-HORA
000930     MOVE WS-REG-OPERADOR  TO SORT-RESTO
000931     RELEASE REG-SORT.
000932
000933 F-2010-SELECCIONAR-PERFIL. EXIT.
000934
000935 2050-SELECCIONAR-ACTIVIDAD.
000936
000937     READ FILE-BIT INTO WS-REG-BITACORA
000938
000939     EVALUATE WS-FILBIT-CODE
000940
000941        WHEN '00'
000942           ADD 1 TO WS-LEIDOS-BIT
000943
000944        WHEN '10'
000945           SET WS-FIN-FILE TO TRUE
000946           GO TO F-2050-SELECCIONAR-ACTIVIDAD
000947
000948        WHEN OTHER
000949           DISPLAY '* ERROR EN LECTURA BITOPE = ' WS-FILBIT-CODE
000950           MOVE 9999 TO RETURN-CODE
000951           SET WS-FIN-FILE    TO TRUE
000952           SET WS-FIN-LECTURA TO TRUE
000953           GO TO F-2050-SELECCIONAR-ACTIVIDAD
000954
000955     END-EVALUATE
000956
000957     IF WS-BIT-FECHA IS GREATER THAN WS-FECHA-PROCESO
000958        ADD 1 TO WS-CANT-BIT-POSTERIOR
000959        GO TO F-2050-SELECCIONAR-ACTIVIDAD
000960     END-IF
000961
000962*    TRANSACCIONES SIN OPERADOR (PGMAPJ1E Y PGMAPJ1B NO LO
000963*    EXIGEN) NO SE PUEDEN ATRIBUIR A NINGUN PERFIL
000964
000965     IF WS-BIT-OPERADOR IS EQUAL SPACES
000966        ADD 1 TO WS-CANT-BIT-SIN-OPER
000967        GO TO F-2050-SELECCIONAR-ACTIVIDAD
000968     END-IF
000969
000970     MOVE WS-BIT-OPERADOR  TO SORT-OPERADOR
000971     SET SORT-ES-ACTIVIDAD TO TRUE
000972     MOVE WS-BIT-FECHA     TO SORT-FECHA
000973     MOVE WS-BIT-HORA      TO SORT-HORA
000974     MOVE WS-REG-BITACORA  TO SORT-RESTO
000975     RELEASE REG-SORT.
000976
000977 F-2050-SELECCIONAR-ACTIVIDAD. EXIT.
000978
000979**************************************
000980*  RECORRER OPERADOR POR OPERADOR:   *
000981*  PERMISOS, USO DEL TRIMESTRE Y     *
000982*  MARCAS DE RECERTIFICACION         *
000983**************************************
000984
000985 3000-RECERTIFICAR.
000986
000987     MOVE WS-TRI-DESDE TO WS-CAB-DESDE
000988     MOVE WS-TRI-HASTA TO WS-CAB-HASTA
000989     WRITE REG-LIS FROM WS-LIN-CABECERA
000990
000991     MOVE SPACES TO WS-LIN-TEXTO
000992     STRING 'INACTIVO: MAS DE ' WS-DIAS-INACTIVO
000993            ' DIAS SIN USO ACEPTADO - DENEGACIONES REPETIDAS: '
000994            WS-UMBRAL-DENEG ' O MAS EN EL TRIMESTRE'
000995               DELIMITED BY SIZE
000996               INTO WS-LIN-TEXTO
000997     END-STRING
000998     WRITE REG-LIS FROM WS-LIN-SALIDA
000999
001000     SET WS-NO-FIN-SORT TO TRUE.
001001     SET WS-OPR-PRIMERA TO TRUE.
001002
001003     PERFORM 3010-RECERTIFICAR-UNO THRU F-3010-RECERTIFICAR-UNO
001004               UNTIL WS-FIN-SORT
001005               OR WS-FIN-LECTURA.
001006
001007     IF WS-OPR-NO-PRIMERA
001008        PERFORM 3500-CERRAR-OPERADOR THRU F-3500-CERRAR-OPERADOR
001009     ELSE
001010        MOVE SPACES TO WS-LIN-TEXTO
001011        WRITE REG-LIS FROM WS-LIN-SALIDA
001012        MOVE 'SIN OPERADORES EN DDOPER NI EN LA BITACORA'
001013                                  TO WS-LIN-TEXTO
001014        WRITE REG-LIS FROM WS-LIN-SALIDA
001015     END-IF.
001016
001017 F-3000-RECERTIFICAR. EXIT.
001018
001019 3010-RECERTIFICAR-UNO.
001020
001021     RETURN SORT-FILE
001022
001023        AT END
001024           SET WS-FIN-SORT TO TRUE
001025
001026        NOT AT END
001027           PERFORM 3050-CORTE-OPERADOR THRU F-3050-CORTE-OPERADOR
001028
001029     END-RETURN.
001030
001031 F-3010-RECERTIFICAR-UNO. EXIT.
001032
001033**************************************
001034*  CORTE POR OPERADOR Y CARGA DEL    *
001035*  REGISTRO LEIDO                    *
001036**************************************
001037
001038 3050-CORTE-OPERADOR.
001039
001040     IF WS-OPR-PRIMERA
001041        OR SORT-OPERADOR IS NOT EQUAL WS-OPR-ACTUAL
001042
001043        IF WS-OPR-NO-PRIMERA
001044           PERFORM 3500-CERRAR-OPERADOR
001045                       THRU F-3500-CERRAR-OPERADOR
001046        END-IF
001047
001048        SET WS-OPR-NO-PRIMERA TO TRUE
001049        MOVE SORT-OPERADOR    TO WS-OPR-ACTUAL
001050        PERFORM 3060-LIMPIAR-OPERADOR
001051                    THRU F-3060-LIMPIAR-OPERADOR
001052
001053     END-IF
001054
001055     IF SORT-ES-PERFIL
001056        MOVE SORT-RESTO TO WS-REG-OPERADOR
001057        PERFORM 3100-CARGAR-PERFIL THRU F-3100-CARGAR-PERFIL
001058     ELSE
001059        MOVE SORT-RESTO TO WS-REG-BITACORA
001060        PERFORM 3200-ACUMULAR-ACTIVIDAD
001061                    THRU F-3200-ACUMULAR-ACTIVIDAD
001062     END-IF.
001063
001064 F-3050-CORTE-OPERADOR. EXIT.
001065
001066 3060-LIMPIAR-OPERADOR.
001067
001068     SET WS-OPR-SIN-PERFIL   TO TRUE
001069     SET WS-OPR-NO-INACTIVO  TO TRUE
001070     SET WS-OPR-SIN-SOD      TO TRUE
001071     MOVE ZEROS              TO WS-OPR-SUCURSAL
001072     MOVE SPACES             TO WS-OPR-ESTADO
001073     MOVE ZEROS              TO WS-OPR-ULT-USO
001074     MOVE ZEROS              TO WS-OPR-CANT-TRI
001075     MOVE ZEROS              TO WS-OPR-DENEG-TRI
001076     MOVE ZEROS              TO WS-OPR-DIAS-SIN-USO
001077     MOVE ZEROS              TO WS-AC-CANT
001078     MOVE SPACES             TO WS-TAB-SUC-ROL.
001079
001080 F-3060-LIMPIAR-OPERADOR. EXIT.
001081
001082**************************************
001083*  PERFIL DE DDOPER: ESTADO, SUCURSAL Y*
001084*  ACCIONES PERMITIDAS CON SU TOPE   *
001085**************************************
001086
001087 3100-CARGAR-PERFIL.
001088
001089     SET WS-OPR-CON-PERFIL TO TRUE
001090     MOVE WS-OPE-SUCURSAL  TO WS-OPR-SUCURSAL
001091     MOVE WS-OPE-ESTADO    TO WS-OPR-ESTADO
001092
001093     MOVE ZEROS TO WS-PE-IDX
001094
001095     PERFORM 3110-CARGAR-PERMISO THRU F-3110-CARGAR-PERMISO
001096               UNTIL WS-PE-IDX IS NOT LESS THAN 10
001097               OR WS-FIN-LECTURA.
001098
001099 F-3100-CARGAR-PERFIL. EXIT.
001100
001101 3110-CARGAR-PERMISO.
001102
001103     ADD 1 TO WS-PE-IDX
001104
001105     IF WS-OPE-ACCION (WS-PE-IDX) IS EQUAL SPACES
001106        GO TO F-3110-CARGAR-PERMISO
001107     END-IF
001108
001109     MOVE WS-OPE-ACCION (WS-PE-IDX) TO WS-AC-BUSCADA
001110     PERFORM 3300-UBICAR-ACCION THRU F-3300-UBICAR-ACCION
001111
001112     IF WS-AC-HALLADO IS EQUAL ZERO
001113        GO TO F-3110-CARGAR-PERMISO
001114     END-IF
001115
001116     SET WS-AC-ES-PERMITIDA (WS-AC-HALLADO) TO TRUE
001117     MOVE WS-OPE-LIMITE (WS-PE-IDX)
001118                          TO WS-AC-LIMITE (WS-AC-HALLADO).
001119
001120 F-3110-CARGAR-PERMISO. EXIT.
001121
001122**************************************
001123*  UNA ENTRADA DE BITACORA: EL USO   *
001124*  ACEPTADO FIJA EL ULTIMO USO; LO DEL*
001125*  TRIMESTRE SE CUENTA POR ACCION Y  *
001126*  RESULTADO, Y LA CARGA O APROBACION*
001127*  MARCA EL ROL EN LA SUCURSAL       *
001128**************************************
001129
001130 3200-ACUMULAR-ACTIVIDAD.
001131
001132     IF WS-BIT-ACEPTADA
001133        MOVE WS-BIT-FECHA TO WS-OPR-ULT-USO
001134     END-IF
001135
001136     IF WS-BIT-FECHA IS LESS THAN WS-TRI-DESDE
001137        GO TO F-3200-ACUMULAR-ACTIVIDAD
001138     END-IF
001139
001140     ADD 1 TO WS-CANT-BIT-TRIMESTRE
001141     ADD 1 TO WS-OPR-CANT-TRI
001142
001143     MOVE WS-BIT-ACCION TO WS-AC-BUSCADA
001144     PERFORM 3300-UBICAR-ACCION THRU F-3300-UBICAR-ACCION
001145
001146     IF WS-AC-HALLADO IS EQUAL ZERO
001147        GO TO F-3200-ACUMULAR-ACTIVIDAD
001148     END-IF
001149
001150     IF WS-BIT-ACEPTADA
001151        ADD 1 TO WS-AC-USOS (WS-AC-HALLADO)
001152     END-IF
001153
001154     IF WS-BIT-RECHAZADA
001155        ADD 1 TO WS-AC-RECHAZOS (WS-AC-HALLADO)
001156     END-IF
001157
001158     IF WS-BIT-DENEGADA
001159        ADD 1 TO WS-AC-DENEGADAS (WS-AC-HALLADO)
001160        ADD 1 TO WS-OPR-DENEG-TRI
001161     END-IF
001162
001163     IF WS-BIT-ACEPTADA
001164        AND NOT WS-BIT-SIN-ROL
001165        AND WS-BIT-SUCURSAL IS GREATER THAN ZERO
001166        PERFORM 3400-MARCAR-ROL THRU F-3400-MARCAR-ROL
001167     END-IF.
001168
001169 F-3200-ACUMULAR-ACTIVIDAD. EXIT.
001170
001171**************************************
001172*  ENTRADA DE LA ACCION WS-AC-BUSCADA*
001173*  EN LA TABLA DEL OPERADOR (SE AGREGA*
001174*  COMO NO PERMITIDA SI NO ESTABA)   *
001175**************************************
001176
001177 3300-UBICAR-ACCION.
001178
001179     MOVE ZEROS TO WS-AC-HALLADO
001180     MOVE ZEROS TO WS-AC-IDX
001181
001182     PERFORM 3310-COMPARAR-ACCION
001183                 THRU F-3310-COMPARAR-ACCION
001184               UNTIL WS-AC-IDX IS NOT LESS THAN WS-AC-CANT
001185               OR WS-AC-HALLADO IS NOT EQUAL ZERO
001186
001187     IF WS-AC-HALLADO IS NOT EQUAL ZERO
001188        GO TO F-3300-UBICAR-ACCION
001189     END-IF
001190
001191     IF WS-AC-CANT IS NOT LESS THAN WS-AC-MAX
001192        DISPLAY '* OPERADOR ' WS-OPR-ACTUAL ' CON MAS DE '
001193                WS-AC-MAX ' ACCIONES *'
001194        MOVE 9999 TO RETURN-CODE
001195        SET WS-FIN-LECTURA TO TRUE
001196        GO TO F-3300-UBICAR-ACCION
001197     END-IF
001198
001199     ADD 1 TO WS-AC-CANT
001200     MOVE WS-AC-CANT    TO WS-AC-HALLADO
001201     MOVE WS-AC-BUSCADA TO WS-AC-ACCION    (WS-AC-HALLADO)
001202     SET WS-AC-NO-PERMITIDA                (WS-AC-HALLADO)
001203                        TO TRUE
001204     MOVE ZEROS         TO WS-AC-LIMITE    (WS-AC-HALLADO)
001205     MOVE ZEROS         TO WS-AC-USOS      (WS-AC-HALLADO)
001206     MOVE ZEROS         TO WS-AC-RECHAZOS  (WS-AC-HALLADO)
001207     MOVE ZEROS         TO WS-AC-DENEGADAS (WS-AC-HALLADO).
001208
001209 F-3300-UBICAR-ACCION. EXIT.
001210
001211 3310-COMPARAR-ACCION.
001212
001213     ADD 1 TO WS-AC-IDX
001214
001215     IF WS-AC-ACCION (WS-AC-IDX) IS EQUAL WS-AC-BUSCADA
001216        MOVE WS-AC-IDX TO WS-AC-HALLADO
001217     END-IF.
001218
001219 F-3310-COMPARAR-ACCION. EXIT.
001220
001221**************************************
001222*  SEPARACION DE FUNCIONES: EL QUE YA*
001223*  CARGO EN LA SUCURSAL Y AHORA APRUEBA*
001224*  (O AL REVES) QUEDA MARCADO EN ELLA*
001225**************************************
001226
001227 3400-MARCAR-ROL.
001228
001229     MOVE WS-BIT-SUCURSAL TO WS-SUC-IDX
001230
001231     IF WS-SUC-ROL (WS-SUC-IDX) IS EQUAL SPACE
001232        MOVE WS-BIT-ROL TO WS-SUC-ROL (WS-SUC-IDX)
001233        GO TO F-3400-MARCAR-ROL
001234     END-IF
001235
001236     IF WS-SUC-ROL (WS-SUC-IDX) IS NOT EQUAL WS-BIT-ROL
001237        MOVE 'A' TO WS-SUC-ROL (WS-SUC-IDX)
001238        SET WS-OPR-CON-SOD TO TRUE
001239     END-IF.
001240
001241 F-3400-MARCAR-ROL. EXIT.
001242
001243**************************************
001244*  FIN DEL OPERADOR: ENCABEZADO, UNA *
001245*  LINEA POR ACCION Y LAS MARCAS DE  *
001246*  RECERTIFICACION                   *
001247**************************************
001248
001249 3500-CERRAR-OPERADOR.
001250
001251     ADD 1 TO WS-CANT-OPERADORES
001252
001253     PERFORM 3520-DIAS-SIN-USO THRU F-3520-DIAS-SIN-USO
001254
001255     IF WS-OPR-CON-PERFIL
001256        MOVE WS-OPR-SUCURSAL TO WS-EDIT-SUCURSAL
001257        IF WS-OPR-EST-BAJA
001258           MOVE 'BAJA'                 TO WS-EDIT-ESTADO
001259        ELSE
001260           MOVE 'ACTIVO'               TO WS-EDIT-ESTADO
001261        END-IF
001262     ELSE
001263        MOVE '---'                     TO WS-EDIT-SUCURSAL
001264        MOVE 'SIN PERFIL EN DDOPER'    TO WS-EDIT-ESTADO
001265     END-IF
001266
001267     IF WS-OPR-ULT-USO IS EQUAL ZEROS
001268        MOVE 'NUNCA'        TO WS-EDIT-ULT-USO
001269     ELSE
001270        MOVE WS-OPR-ULT-USO TO WS-EDIT-ULT-USO
001271     END-IF
001272
001273     MOVE SPACES TO WS-LIN-TEXTO
001274     WRITE REG-LIS FROM WS-LIN-SALIDA
001275     STRING 'OPERADOR: '       WS-OPR-ACTUAL
001276            '  SUCURSAL: '     WS-EDIT-SUCURSAL
001277            '  ESTADO: '       WS-EDIT-ESTADO
001278            '  ULTIMO USO: '   WS-EDIT-ULT-USO
001279            '  TRANSACCIONES DEL TRIMESTRE: ' WS-OPR-CANT-TRI
001280               DELIMITED BY SIZE
001281               INTO WS-LIN-TEXTO
001282     END-STRING
001283     WRITE REG-LIS FROM WS-LIN-SALIDA
001284
001285     IF WS-AC-CANT IS EQUAL ZERO
001286        MOVE '    SIN ACCIONES PERMITIDAS NI ACTIVIDAD'
001287                                  TO WS-LIN-TEXTO
001288        WRITE REG-LIS FROM WS-LIN-SALIDA
001289     ELSE
001290        WRITE REG-LIS FROM WS-LIN-COLUMNAS
001291        MOVE ZEROS TO WS-AC-IDX
001292        PERFORM 3510-LISTAR-ACCION THRU F-3510-LISTAR-ACCION
001293                  UNTIL WS-AC-IDX IS NOT LESS THAN WS-AC-CANT
001294     END-IF
001295
001296*    ACTIVIDAD DE UN OPERADOR QUE NO ESTA EN DDOPER
001297
001298     IF WS-OPR-SIN-PERFIL
001299        ADD 1 TO WS-CANT-SIN-PERFIL
001300        MOVE '*** OPERADOR CON ACTIVIDAD Y SIN PERFIL EN DDOPER'
001301                                  TO WS-LIN-TEXTO
001302        WRITE REG-LIS FROM WS-LIN-SALIDA
001303     END-IF
001304
001305*    OPERADOR ACTIVO SIN USO EN LOS ULTIMOS N DIAS
001306
001307     IF WS-OPR-INACTIVO
001308        ADD 1 TO WS-CANT-INACTIVOS
001309        MOVE SPACES TO WS-LIN-TEXTO
001310        IF WS-OPR-ULT-USO IS EQUAL ZEROS
001311           MOVE '*** INACTIVO: SIN USO ACEPTADO EN LA BITACORA'
001312                                  TO WS-LIN-TEXTO
001313        ELSE
001314           MOVE WS-OPR-DIAS-SIN-USO TO WS-EDIT-DIAS
001315           STRING '*** INACTIVO: ' WS-EDIT-DIAS
001316                  ' DIAS SIN USO ACEPTADO (LIMITE '
001317                  WS-DIAS-INACTIVO ')'
001318                     DELIMITED BY SIZE
001319                     INTO WS-LIN-TEXTO
001320           END-STRING
001321        END-IF
001322        WRITE REG-LIS FROM WS-LIN-SALIDA
001323     END-IF
001324
001325*    DENEGACIONES POR PERFIL REPETIDAS EN EL TRIMESTRE
001326
001327     IF WS-OPR-DENEG-TRI IS NOT LESS THAN WS-UMBRAL-DENEG
001328        AND WS-OPR-DENEG-TRI IS GREATER THAN ZERO
001329        ADD 1 TO WS-CANT-DENEG-REPET
001330        MOVE SPACES TO WS-LIN-TEXTO
001331        STRING '*** DENEGACIONES REPETIDAS: ' WS-OPR-DENEG-TRI
001332               ' TRANSACCIONES DENEGADAS POR PERFIL EN EL '
001333               'TRIMESTRE'
001334                  DELIMITED BY SIZE
001335                  INTO WS-LIN-TEXTO
001336        END-STRING
001337        WRITE REG-LIS FROM WS-LIN-SALIDA
001338     END-IF
001339
001340*    CARGA Y APROBACION DE TRABAJO DE UNA MISMA SUCURSAL
001341
001342     IF WS-OPR-CON-SOD
001343        ADD 1 TO WS-CANT-SOD
001344        MOVE ZEROS TO WS-SUC-IDX
001345        PERFORM 3530-LISTAR-SUCURSAL THRU F-3530-LISTAR-SUCURSAL
001346                  UNTIL WS-SUC-IDX IS NOT LESS THAN 999
001347     END-IF.
001348
001349 F-3500-CERRAR-OPERADOR. EXIT.
001350
001351**************************************
001352*  UNA ACCION DEL OPERADOR: PERMISO, *
001353*  TOPE, USO DEL TRIMESTRE Y         *
001354*  OBSERVACION                       *
001355**************************************
001356
001357 3510-LISTAR-ACCION.
001358
001359     ADD 1 TO WS-AC-IDX
001360
001361     MOVE WS-AC-ACCION (WS-AC-IDX)     TO WS-DET-ACCION
001362     MOVE WS-AC-USOS (WS-AC-IDX)       TO WS-DET-USOS
001363     MOVE WS-AC-RECHAZOS (WS-AC-IDX)   TO WS-DET-RECHAZOS
001364     MOVE WS-AC-DENEGADAS (WS-AC-IDX)  TO WS-DET-DENEGADAS
001365     MOVE SPACES                       TO WS-DET-OBSERVACION
001366
001367     IF WS-AC-NO-PERMITIDA (WS-AC-IDX)
001368        MOVE 'NO'   TO WS-DET-PERM
001369        MOVE SPACES TO WS-DET-TOPE-X
001370        IF WS-AC-USOS (WS-AC-IDX) IS GREATER THAN ZERO
001371           ADD 1 TO WS-CANT-USO-SIN-PERM
001372           MOVE 'USO SIN PERMISO EN DDOPER'
001373                                  TO WS-DET-OBSERVACION
001374        END-IF
001375        GO TO F-3510-LISTAR-ACCION-IMPR
001376     END-IF
001377
001378     MOVE 'SI' TO WS-DET-PERM
001379
001380     IF WS-AC-LIMITE (WS-AC-IDX) IS EQUAL ZEROS
001381        MOVE '      SIN TOPE'          TO WS-DET-TOPE-X
001382     ELSE
001383        MOVE WS-AC-LIMITE (WS-AC-IDX)  TO WS-DET-TOPE
001384     END-IF
001385
001386*    SOLO A UN OPERADOR ACTIVO SE LE RECERTIFICA EL PERMISO
001387
001388     IF WS-OPR-EST-ACTIVO
001389        AND WS-AC-USOS (WS-AC-IDX) IS EQUAL ZERO
001390        ADD 1 TO WS-CANT-PERM-SIN-USO
001391        MOVE 'PERMISO SIN USO'         TO WS-DET-OBSERVACION
001392     END-IF.
001393
001394 F-3510-LISTAR-ACCION-IMPR.
001395
001396     WRITE REG-LIS FROM WS-LIN-DETALLE.
001397
001398 F-3510-LISTAR-ACCION. EXIT.
001399
001400**************************************
001401*  DIAS DESDE EL ULTIMO USO ACEPTADO A*
001402*  LA FECHA DE PROCESO (MES DE 30 DIAS)*
001403*  Y MARCA DE INACTIVIDAD DEL OPERADOR*
001404*  ACTIVO                            *
001405**************************************
001406
001407 3520-DIAS-SIN-USO.
001408
001409     IF WS-OPR-SIN-PERFIL
001410        OR WS-OPR-EST-BAJA
001411        GO TO F-3520-DIAS-SIN-USO
001412     END-IF
001413
001414     IF WS-OPR-ULT-USO IS EQUAL ZEROS
001415        SET WS-OPR-INACTIVO TO TRUE
001416        GO TO F-3520-DIAS-SIN-USO
001417     END-IF
001418
001419     MOVE WS-OPR-ULT-USO TO WS-FEC-TRABAJO
001420
001421     COMPUTE WS-OPR-DIAS-SIN-USO =
001422             (WS-FEC-PRO-ANIO - WS-FEC-TRA-ANIO) * 360
001423           + (WS-FEC-PRO-MES  - WS-FEC-TRA-MES)  * 30
001424           + (WS-FEC-PRO-DIA  - WS-FEC-TRA-DIA)
001425
001426     IF WS-OPR-DIAS-SIN-USO IS GREATER THAN WS-DIAS-INACTIVO
001427        SET WS-OPR-INACTIVO TO TRUE
001428     END-IF.
001429
001430 F-3520-DIAS-SIN-USO. EXIT.
001431
001432 3530-LISTAR-SUCURSAL.
001433
001434     ADD 1 TO WS-SUC-IDX
001435
001436     IF WS-SUC-ROL (WS-SUC-IDX) IS NOT EQUAL 'A'
001437        GO TO F-3530-LISTAR-SUCURSAL
001438     END-IF
001439
001440     MOVE SPACES TO WS-LIN-TEXTO
001441     STRING '*** SEPARACION DE FUNCIONES: CARGA Y APRUEBA '
001442            'TRABAJO DE LA SUCURSAL ' WS-SUC-IDX
001443               DELIMITED BY SIZE
001444               INTO WS-LIN-TEXTO
001445     END-STRING
001446     WRITE REG-LIS FROM WS-LIN-SALIDA.
001447
001448 F-3530-LISTAR-SUCURSAL. EXIT.
001449
001450**************************************
001451*    CIERRE DE ARCHIVOS Y TOTALES    *
001452**************************************
001453
001454 9999-FINAL.
001455
001456     CLOSE FILE-OPE.
001457        IF WS-FILOPE-CODE IS NOT EQUAL '00'
001458           DISPLAY '* ERROR EN CLOSE OPERAD  = '
001459                                      WS-FILOPE-CODE
001460           MOVE 9999 TO RETURN-CODE
001461        END-IF.
001462
001463     CLOSE FILE-BIT.
001464        IF WS-FILBIT-CODE IS NOT EQUAL '00'
001465           DISPLAY '* ERROR EN CLOSE BITOPE  = '
001466                                      WS-FILBIT-CODE
001467           MOVE 9999 TO RETURN-CODE
001468        END-IF.
001469
001470     CLOSE FILE-LIS.
001471        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001472           DISPLAY '* ERROR EN CLOSE RCELIS  = '
001473                                      WS-FILLIS-CODE
001474           MOVE 9999 TO RETURN-CODE
001475        END-IF.
001476
001477**************************************
001478*    MOSTRAR TOTALES DE CONTROL      *
001479**************************************
001480
001481     DISPLAY WS-LEYEN-OPE            WS-LEIDOS-OPE.
001482     DISPLAY WS-LEYEN-BIT            WS-LEIDOS-BIT.
001483     DISPLAY WS-LEYEN-BIT-POST       WS-CANT-BIT-POSTERIOR.
001484     DISPLAY WS-LEYEN-BIT-SIN-OPER   WS-CANT-BIT-SIN-OPER.
001485     DISPLAY WS-LEYEN-BIT-TRI        WS-CANT-BIT-TRIMESTRE.
001486     DISPLAY WS-LEYEN-OPERADORES     WS-CANT-OPERADORES.
001487     DISPLAY WS-LEYEN-SIN-PERFIL     WS-CANT-SIN-PERFIL.
001488     DISPLAY WS-LEYEN-PERM-SIN-USO   WS-CANT-PERM-SIN-USO.
001489     DISPLAY WS-LEYEN-USO-SIN-PERM   WS-CANT-USO-SIN-PERM.
001490     DISPLAY WS-LEYEN-INACTIVOS      WS-CANT-INACTIVOS.
001491     DISPLAY WS-LEYEN-DENEG-REPET    WS-CANT-DENEG-REPET.
001492     DISPLAY WS-LEYEN-SOD            WS-CANT-SOD.
001493
001494 F-9999-FINAL.
001495     EXIT.
