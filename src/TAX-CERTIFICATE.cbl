000100 IDENTIFICATION DIVISION.
000105*                                                        *
000110 PROGRAM-ID. PGMAPJ5A.
000115**********************************************************
000120*                                                        *
000125*    TAX CERTIFICATE code                                *
000130*    CERTIFICADO ANUAL DE INTERESES Y RETENCIONES POR    *
000135*    CLIENTE: LEE EL DIARIO VIGENTE (DDDIARIO) Y LOS     *
000140*    ANIOS ARCHIVADOS (DDDIAARC, VER PGMAPJ1H) Y TOTALIZA*
000145*    PARA EL EJERCICIO PEDIDO EN DDCERPAR, POR CLIENTE Y *
000150*    MONEDA, LOS INTERESES ACREDITADOS (DEV + DVA), EL   *
000155*    IMPUESTO A LA TRANSACCION RETENIDO (IMP), EL INTERES*
000160*    POR DESCUBIERTO (DSC) Y LAS COMISIONES (COM), NETOS *
000165*    DE SUS ANULACIONES (REV). IMPRIME UN CERTIFICADO POR*
000170*    CLIENTE CON LOS DATOS DE DDDEMOG Y GRABA EL ARCHIVO *
000175*    INFORMATIVO PARA EL FISCO POR DOCUMENTO (DDINFFIS,  *
000180*    HEADER Y TRAILER COMO DDCONTAB). LAS CUENTAS CON    *
000185*    COTITULARES (DDCOTIT) SE PRORRATEAN COMO EN PGMAPJ1W.*
000190*    CON UN CLIENTE EN DDCERPAR ES UNA REEMISION: SOLO EL*
000191*    CERTIFICADO DE ESE CLIENTE, SIN ARCHIVO INFORMATIVO *
000192**********************************************************
000193*      MANTENIMIENTO DE PROGRAMA                         *
000194**********************************************************
000195*    FECHA *    DETALLE        * COD *
000196**************************************
000197* 15/10/26 * ALTA DE PROGRAMA  * LGS *
000197* 15/10/26 * CONTROL CLOSE     * LGS *
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
000212*    ANIOS ARCHIVADOS DEL DIARIO (EN EL JCL SE CONCATENAN LOS
000213*    NECESARIOS); SI EL EJERCICIO ESTA ENTERO EN DDDIARIO
000214*    PUEDE NO INFORMARSE
000215     SELECT OPTIONAL FILE-ARC ASSIGN DDDIAARC
000216     ACCESS IS SEQUENTIAL
000217     FILE STATUS IS WS-FILARC-CODE.
000218
000219     SELECT FILE-DEM  ASSIGN DDDEMOG
000220     ORGANIZATION IS INDEXED
000221     ACCESS IS RANDOM
000222     RECORD KEY IS REG-FDEM-NRO
000223     FILE STATUS IS WS-FILDEM-CODE.
000224
000225*    VINCULOS DE COTITULARIDAD (VER LAYOUT-Cotitular)
000226     SELECT FILE-CTI  ASSIGN DDCOTIT
000227     ORGANIZATION IS INDEXED
000228     ACCESS IS DYNAMIC
000229     RECORD KEY IS REG-CTI-CLAVE
000230     ALTERNATE RECORD KEY IS REG-CTI-CLAVE1 WITH DUPLICATES
000231     FILE STATUS IS WS-FILCTI-CODE.
000232
000233*    CERTIFICADOS IMPRESOS
000234     SELECT FILE-CER  ASSIGN DDCERTIF
000235     ACCESS IS SEQUENTIAL
000236     FILE STATUS IS WS-FILCER-CODE.
000237
000238*    ARCHIVO INFORMATIVO (VER LAYOUT-InfFiscal)
000239     SELECT FILE-INF  ASSIGN DDINFFIS
000240     ACCESS IS SEQUENTIAL
000241     FILE STATUS IS WS-FILINF-CODE.
000242
000243*    PEDIDO: EJERCICIO (AAAA) Y CLIENTE (EN CEROS = TODOS)
000244     SELECT FILE-CPAR ASSIGN DDCERPAR
000245     ACCESS IS SEQUENTIAL
000246     FILE STATUS IS WS-FILCPAR-CODE.
000247
000248     SELECT FILE-PARM ASSIGN DDPARM
000249     ACCESS IS SEQUENTIAL
000250     FILE STATUS IS WS-FILPARM-CODE.
000251
000252     SELECT SORT-FILE ASSIGN DDSORTWK.
000253
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000393 FD FILE-DIA
000394      BLOCK CONTAINS 0 RECORDS
000395      RECORDING MODE IS F.
000396
000397 01 REG-DIA          PIC X(130).
000398
000399 FD FILE-ARC
000400      BLOCK CONTAINS 0 RECORDS
000401      RECORDING MODE IS F.
000402
000403 01 REG-ARC          PIC X(130).
000404
000405 FD FILE-DEM
000406      BLOCK CONTAINS 0 RECORDS
000407      RECORDING MODE IS F.
000408
000409 01 REG-FILE-DEM.
000410     03  REG-FDEM-NRO        PIC 9(05).
000411     03  FILLER              PIC X(95).
000412
000413 FD FILE-CTI
000414      BLOCK CONTAINS 0 RECORDS
000415      RECORDING MODE IS F.
000416
000417 01 REG-CTI.
000418     03  REG-CTI-CLAVE.
000419         05  REG-CTI-NRO         PIC 9(05).
000420         05  REG-CTI-CLAVE1.
000421             07  REG-CTI-TIPO        PIC 9(02).
000422             07  REG-CTI-CUENTA      PIC 9(08).
000423     03  FILLER                  PIC X(65).
000424
000425 FD FILE-CER
000426      BLOCK CONTAINS 0 RECORDS
000427      RECORDING MODE IS F.
000428
000429 01 REG-CER          PIC X(132).
000430
000431 FD FILE-INF
000432      BLOCK CONTAINS 0 RECORDS
000433      RECORDING MODE IS F.
000434
000435 01 REG-INF          PIC X(120).
000436
000437 FD FILE-CPAR
000438      BLOCK CONTAINS 0 RECORDS
000439      RECORDING MODE IS F.
000440
000441 01 REG-CPAR         PIC X(09).
000442
000443 FD FILE-PARM
000444      BLOCK CONTAINS 0 RECORDS
000445      RECORDING MODE IS F.
000446
000447 01 REG-FILE-PARM    PIC X(08).
000448
000449 SD SORT-FILE.
000450
000451*    UN IMPORTE POR ASIENTO Y TITULAR, YA CLASIFICADO EN SU
000452*    RUBRO DEL CERTIFICADO (LA REV VA AL RUBRO DEL ASIENTO
000453*    QUE ANULA)
000454 01 REG-SORT.
000455     03  SORT-NRO            PIC 9(05).
000456     03  SORT-MONEDA         PIC X(03).
000457     03  SORT-RUBRO          PIC X(03).
000458     03  SORT-IMPORTE        PIC S9(09)V99.
000459
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FILDIA-CODE          PIC X(02)   VALUE SPACES.
000503 77  WS-FILARC-CODE          PIC X(02)   VALUE SPACES.
000504 77  WS-FILDEM-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILCTI-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILCER-CODE          PIC X(02)   VALUE SPACES.
000507 77  WS-FILINF-CODE          PIC X(02)   VALUE SPACES.
000508 77  WS-FILCPAR-CODE         PIC X(02)   VALUE SPACES.
000509 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
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
000523 01  WS-STA-CTI              PIC X       VALUE 'N'.
000524     88  WS-FIN-CTI                      VALUE 'Y'.
000525     88  WS-NO-FIN-CTI                   VALUE 'N'.
000526
000527********  PEDIDO DEL CERTIFICADO  *
000528
000529 01  WS-REG-PEDIDO.
000530     03  WS-PED-ANIO         PIC 9(04).
000531     03  WS-PED-NRO          PIC 9(05).
000532
000533 77  WS-REEMISION-SW         PIC X       VALUE 'N'.
000534     88  WS-ES-REEMISION                 VALUE 'Y'.
000535     88  WS-NO-ES-REEMISION              VALUE 'N'.
000536
000537*    EJERCICIO (AAAA) DEL ASIENTO EN EVALUACION
000538 77  WS-DIA-ANIO             PIC 9(04)   VALUE ZEROS.
000539
000540*    RUBRO DEL CERTIFICADO AL QUE VA EL ASIENTO (BLANCO = NO
000541*    INTEGRA EL CERTIFICADO)
000542 77  WS-RUBRO                PIC X(03)   VALUE SPACES.
000543     88  WS-RUBRO-CERTIFICADO  VALUES 'DEV' 'DVA' 'IMP' 'DSC'
000544                                      'COM'.
000545
000546********  PRORRATEO ENTRE COTITULARES  *
000547
000548 77  WS-CTI-DISP-SW          PIC X       VALUE 'N'.
000549     88  WS-CTI-DISPONIBLE               VALUE 'Y'.
000550     88  WS-CTI-NO-DISPONIBLE            VALUE 'N'.
000551
000552*    COTITULARES ACTIVOS DE LA CUENTA DEL ASIENTO (EL TITULAR
000553*    DEL ASIENTO NO FIGURA: RECIBE SU PARTE MAS EL RESTO)
000554 77  WS-COT-MAX              PIC 9(02)   VALUE 20.
000555 77  WS-COT-CANT             PIC 9(02)   VALUE ZEROS.
000556 77  WS-COT-IDX              PIC 9(02)   VALUE ZEROS.
000557 01  WS-TAB-COTITULARES.
000558     03  WS-COT-NRO          PIC 9(05)   OCCURS 20 TIMES.
000559
000560*    ULTIMA CUENTA BUSCADA EN DDCOTIT (LOS ASIENTOS DE UNA
000561*    CUENTA VIENEN SEGUIDOS EN EL DIARIO)
000562 01  WS-COT-ULT-CLAVE.
000563     03  WS-COT-ULT-TIPO     PIC 9(02)   VALUE ZEROS.
000564     03  WS-COT-ULT-CUENTA   PIC 9(08)   VALUE ZEROS.
000565
000566 77  WS-PRT-PARTE            PIC S9(09)V99 VALUE ZEROS.
000567 77  WS-PRT-TITULAR          PIC S9(09)V99 VALUE ZEROS.
000568
000569********  CORTE POR CLIENTE Y MONEDA  *
000570
000571 77  WS-CER-NRO-ANT          PIC 9(05)   VALUE ZEROS.
000572 77  WS-CER-MONEDA-ANT       PIC X(03)   VALUE SPACES.
000573 77  WS-CER-PRIMERO-SW       PIC X       VALUE 'Y'.
000574     88  WS-CER-ES-PRIMERO               VALUE 'Y'.
000575     88  WS-CER-NO-PRIMERO               VALUE 'N'.
000576
000577*    TOTALES DEL CLIENTE EN LA MONEDA EN CURSO; LOS CARGOS SE
000578*    ACUMULAN EN POSITIVO
000579 01  WS-ACU-MONEDA.
000580     03  WS-ACU-INTERES      PIC S9(11)V99.
000581     03  WS-ACU-IMPUESTO     PIC S9(11)V99.
000582     03  WS-ACU-DESCUBIERTO  PIC S9(11)V99.
000583     03  WS-ACU-COMISION     PIC S9(11)V99.
000584
000585 77  WS-DEMOG-HALLADO-SW     PIC X       VALUE 'N'.
000586     88  WS-DEMOG-HALLADO                VALUE 'Y'.
000587     88  WS-DEMOG-NO-HALLADO             VALUE 'N'.
000588
000589********  CONTADORES Y TOTALES DE CONTROL  *
000590
000591 77  WS-LEIDOS-DIARIO        PIC 9(07)     VALUE ZEROS.
000592 77  WS-LEIDOS-ARCHIVO       PIC 9(07)     VALUE ZEROS.
000593 77  WS-CANT-SELECCIONADOS   PIC 9(07)     VALUE ZEROS.
000594 77  WS-CANT-PRORRATEADOS    PIC 9(07)     VALUE ZEROS.
000595 77  WS-CANT-CERTIFICADOS    PIC 9(05)     VALUE ZEROS.
000596 77  WS-CANT-SIN-DEMOG       PIC 9(05)     VALUE ZEROS.
000597 77  WS-CANT-INFORMADOS      PIC 9(07)     VALUE ZEROS.
000598 77  WS-TOT-INTERES          PIC S9(13)V99 VALUE ZEROS.
000599 77  WS-TOT-IMPUESTO         PIC S9(13)V99 VALUE ZEROS.
000600 77  WS-TOT-DESCUBIERTO      PIC S9(13)V99 VALUE ZEROS.
000601 77  WS-TOT-COMISION         PIC S9(13)V99 VALUE ZEROS.
000602
000603********     FECHA DE PROCESO  ***************
000604
000605 01  WS-FECHA-PROCESO        PIC 9(08)   VALUE ZEROS.
000606
000607 01  WS-FECHA.
000608     03  WS-FECHA-AA         PIC 99      VALUE ZEROS.
000609     03  WS-FECHA-MM         PIC 99      VALUE ZEROS.
000610     03  WS-FECHA-DD         PIC 99      VALUE ZEROS.
000611
000612 01  WS-REG-PARM.
000613     03  WS-PARM-FECHA       PIC 9(08).
000614
000615********  LINEAS DEL CERTIFICADO  *
000616
000617 01  WS-CER-TITULO.
000618     03  FILLER              PIC X(01) VALUE SPACE.
000619     03  FILLER              PIC X(39) VALUE
000620             'CERTIFICADO DE INTERESES Y RETENCIONES'.
000621     03  FILLER              PIC X(13) VALUE ' - EJERCICIO '.
000622     03  WS-TIT-ANIO         PIC 9(04).
000623     03  FILLER              PIC X(02) VALUE SPACES.
000624     03  WS-TIT-REEMISION    PIC X(11).
000625     03  FILLER              PIC X(09) VALUE ' EMISION '.
000626     03  WS-TIT-FECHA        PIC 9(08).
000627     03  FILLER              PIC X(11) VALUE '  PGMAPJ5A '.
000628     03  FILLER              PIC X(34) VALUE SPACES.
000629
000630 01  WS-CER-CLIENTE.
000631     03  FILLER              PIC X(01) VALUE SPACE.
000632     03  FILLER              PIC X(11) VALUE 'CLIENTE  : '.
000633     03  WS-CLT-NRO          PIC 9(05).
000634     03  FILLER              PIC X(03) VALUE SPACES.
000635     03  WS-CLT-NOMBRE       PIC X(30).
000636     03  FILLER              PIC X(82) VALUE SPACES.
000637
000638 01  WS-CER-DOCUMENTO.
000639     03  FILLER              PIC X(01) VALUE SPACE.
000640     03  FILLER              PIC X(11) VALUE 'DOCUMENTO: '.
000641     03  WS-DOC-TIPO         PIC X(03).
000642     03  FILLER              PIC X(01) VALUE SPACE.
000643     03  WS-DOC-NRO          PIC 9(11).
000644     03  FILLER              PIC X(105) VALUE SPACES.
000645
000646 01  WS-CER-DOMICILIO.
000647     03  FILLER              PIC X(01) VALUE SPACE.
000648     03  FILLER              PIC X(11) VALUE 'DOMICILIO: '.
000649     03  WS-DOM-TEXTO        PIC X(40).
000650     03  FILLER              PIC X(80) VALUE SPACES.
000651
000652 01  WS-CER-SIN-DEMOG.
000653     03  FILLER              PIC X(01) VALUE SPACE.
000654     03  FILLER              PIC X(131) VALUE
000655             'SIN DATOS DEMOGRAFICOS: NO SE INFORMA AL FISCO'.
000656
000657 01  WS-CER-MONEDA.
000658     03  FILLER              PIC X(01) VALUE SPACE.
000659     03  FILLER              PIC X(11) VALUE 'MONEDA   : '.
000660     03  WS-MON-CODIGO       PIC X(03).
000661     03  FILLER              PIC X(117) VALUE SPACES.
000662
000663 01  WS-CER-RENGLON.
000664     03  FILLER              PIC X(03) VALUE SPACES.
000665     03  WS-REN-LEYENDA      PIC X(40).
000666     03  WS-REN-IMPORTE      PIC ----.---.---.--9,99.
000667     03  FILLER              PIC X(70) VALUE SPACES.
000668
000669 01  WS-CER-SEPARADOR.
000670     03  FILLER              PIC X(01) VALUE SPACE.
000671     03  FILLER              PIC X(131) VALUE ALL '-'.
000672
000673 01  WS-CER-SIN-DATOS.
000674     03  FILLER              PIC X(01) VALUE SPACE.
000675     03  FILLER              PIC X(131) VALUE
000676             'SIN MOVIMIENTOS CERTIFICABLES EN EL EJERCICIO'.
000677
000678 01  WS-LEYEN-DIARIO         PIC X(35)
000679         VALUE '* ASIENTOS DIARIO LEIDOS    = '.
000680 01  WS-LEYEN-ARCHIVO        PIC X(35)
000681         VALUE '* ASIENTOS ARCHIVO LEIDOS   = '.
000682 01  WS-LEYEN-SELECCIONADOS  PIC X(35)
000683         VALUE '* ASIENTOS DEL EJERCICIO    = '.
000684 01  WS-LEYEN-PRORRATEADOS   PIC X(35)
000685         VALUE '* ASIENTOS PRORRATEADOS     = '.
000686 01  WS-LEYEN-CERTIFICADOS   PIC X(35)
000687         VALUE '* CERTIFICADOS EMITIDOS     = '.
000688 01  WS-LEYEN-SIN-DEMOG      PIC X(35)
000689         VALUE '* CLIENTES SIN DEMOGRAFIA   = '.
000690 01  WS-LEYEN-INFORMADOS     PIC X(35)
000691         VALUE '* REGISTROS INFORMATIVOS    = '.
000692 01  WS-LEYEN-INTERES        PIC X(35)
000693         VALUE '* TOTAL INTERESES INFORMADO = '.
000694 01  WS-LEYEN-IMPUESTO       PIC X(35)
000695         VALUE '* TOTAL IMPUESTO INFORMADO  = '.
000696
000697     COPY "LAYOUT-Diario.cpy".
000698     COPY "LAYOUT-Demog.cpy".
000699     COPY "LAYOUT-Cotitular.cpy".
000700     COPY "LAYOUT-InfFiscal.cpy".
000701
000702 PROCEDURE DIVISION.
000703
000704 MAIN-PROGRAM.
000705
000706     PERFORM 1000-INICIO  THRU   F-1000-INICIO.
000707
000708     IF WS-NO-FIN-LECTURA
000709
000710        SORT SORT-FILE
000711             ON ASCENDING KEY SORT-NRO SORT-MONEDA
000712             INPUT  PROCEDURE IS 2000-SELECCIONAR-EJERCICIO
000713                               THRU F-2000-SELECCIONAR-EJERCICIO
000714             OUTPUT PROCEDURE IS 3000-EMITIR-CERTIFICADOS
000715                               THRU F-3000-EMITIR-CERTIFICADOS
000716
000717     END-IF.
000718
000719     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000720
000721 F-MAIN-PROGRAM. GOBACK.
000722
000723**************************************
000724* INICIALIZACION Y LECTURA DEL       *
000725* PEDIDO DE CERTIFICADOS             *
000726**************************************
000727
000728 1000-INICIO.
000729
000730     SET WS-NO-FIN-LECTURA TO TRUE.
000731
000732     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000733
000734     PERFORM 1100-LEER-PEDIDO THRU F-1100-LEER-PEDIDO.
000735
000736     OPEN INPUT  FILE-DIA.
000737     IF WS-FILDIA-CODE IS NOT EQUAL '00'
000738        DISPLAY '* ERROR EN OPEN DIARIO  = ' WS-FILDIA-CODE
000739        MOVE 9999 TO RETURN-CODE
000740        SET  WS-FIN-LECTURA TO TRUE
000741     END-IF.
000742
000743     OPEN INPUT  FILE-ARC.
000744     IF WS-FILARC-CODE IS NOT EQUAL '00'
000745        AND WS-FILARC-CODE IS NOT EQUAL '05'
000746        DISPLAY '* ERROR EN OPEN DIAARC  = ' WS-FILARC-CODE
000747        MOVE 9999 TO RETURN-CODE
000748        SET  WS-FIN-LECTURA TO TRUE
000749     END-IF.
000750
000751     OPEN INPUT  FILE-DEM.
000752     IF WS-FILDEM-CODE IS NOT EQUAL '00'
000753        DISPLAY '* ERROR EN OPEN DEMOG   = ' WS-FILDEM-CODE
000754        MOVE 9999 TO RETURN-CODE
000755        SET  WS-FIN-LECTURA TO TRUE
000756     END-IF.
000757
000758     OPEN INPUT FILE-CTI.
000759     IF WS-FILCTI-CODE IS EQUAL '00'
000760        SET WS-CTI-DISPONIBLE TO TRUE
000761     ELSE
000762        DISPLAY '* SIN DDCOTIT, ASIENTOS SIN PRORRATEO = '
000763                WS-FILCTI-CODE
000764        SET WS-CTI-NO-DISPONIBLE TO TRUE
000765     END-IF.
000766
000767     OPEN OUTPUT FILE-CER.
000768     IF WS-FILCER-CODE IS NOT EQUAL '00'
000769        DISPLAY '* ERROR EN OPEN CERTIF  = ' WS-FILCER-CODE
000770        MOVE 9999 TO RETURN-CODE
000771        SET  WS-FIN-LECTURA TO TRUE
000772     END-IF.
000773
000774*    LA REEMISION NO GENERA ARCHIVO INFORMATIVO: EL FISCO YA
000775*    RECIBIO LAS CIFRAS DEL EJERCICIO EN LA CORRIDA COMPLETA
000776
000777     IF WS-NO-ES-REEMISION
000778        PERFORM 1200-ABRIR-INFORMATIVO
000779                    THRU F-1200-ABRIR-INFORMATIVO
000780     ELSE
000781        DISPLAY '* REEMISION DEL CLIENTE ' WS-PED-NRO
000782                ', SIN ARCHIVO INFORMATIVO'
000783     END-IF.
000784
000785     MOVE WS-PED-ANIO      TO WS-TIT-ANIO
000786     MOVE WS-FECHA-PROCESO TO WS-TIT-FECHA
000787     IF WS-ES-REEMISION
000788        MOVE '(REEMISION)' TO WS-TIT-REEMISION
000789     ELSE
000790        MOVE SPACES        TO WS-TIT-REEMISION
000791     END-IF.
000792
000793 F-1000-INICIO.   EXIT.
000794
000795**************************************
000796*  FECHA DE PROCESO: DDPARM O FECHA  *
000797*  DEL SISTEMA                       *
000798**************************************
000799
000800 1050-LEER-PARM-FECHA.
000801
000802     OPEN INPUT FILE-PARM.
000803
000804     IF WS-FILPARM-CODE IS EQUAL '00'
000805
000806        READ FILE-PARM INTO WS-REG-PARM
000807
000808        IF WS-FILPARM-CODE IS EQUAL '00'
000809           AND WS-PARM-FECHA IS NOT EQUAL ZEROS
000810           MOVE WS-PARM-FECHA TO WS-FECHA-PROCESO
000811           DISPLAY '* FECHA DE PROCESO POR PARAMETRO = '
000812                                      WS-PARM-FECHA
000813        ELSE
000814           PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000815        END-IF
000816
000817        CLOSE FILE-PARM
000818
000819     ELSE
000820
000821        DISPLAY '* SIN DDPARM, SE TOMA FECHA DEL SISTEMA'
000822        PERFORM 1060-FECHA-SISTEMA THRU F-1060-FECHA-SISTEMA
000823
000824     END-IF.
000825
000826 F-1050-LEER-PARM-FECHA. EXIT.
000827
000828 1060-FECHA-SISTEMA.
000829
000830     ACCEPT WS-FECHA FROM DATE
000831     COMPUTE WS-FECHA-PROCESO = 20000000
000832                              + WS-FECHA-AA * 10000
000833                              + WS-FECHA-MM * 100
000834                              + WS-FECHA-DD.
000835
000836 F-1060-FECHA-SISTEMA. EXIT.
000837
000838**************************************
000839*  PEDIDO: EJERCICIO Y CLIENTE. SIN  *
000840*  EJERCICIO SE TOMA EL ANTERIOR AL DE*
000841*  LA FECHA DE PROCESO (CIERRE ANUAL)*
000842**************************************
000843
000844 1100-LEER-PEDIDO.
000845
000846     MOVE ZEROS TO WS-REG-PEDIDO
000847
000848     OPEN INPUT FILE-CPAR.
000849     IF WS-FILCPAR-CODE IS EQUAL '00'
000850        READ FILE-CPAR INTO WS-REG-PEDIDO
000851        IF WS-FILCPAR-CODE IS NOT EQUAL '00'
000852           MOVE ZEROS TO WS-REG-PEDIDO
000853        END-IF
000854        CLOSE FILE-CPAR
000855     ELSE
000856        DISPLAY '* SIN DDCERPAR, EJERCICIO ANTERIOR Y TODOS '
000857                'LOS CLIENTES'
000858     END-IF.
000859
000860     IF WS-PED-ANIO IS EQUAL ZEROS
000861        COMPUTE WS-PED-ANIO = WS-FECHA-PROCESO / 10000 - 1
000862     END-IF.
000863
000864     IF WS-PED-NRO IS EQUAL ZEROS
000865        SET WS-NO-ES-REEMISION TO TRUE
000866     ELSE
000867        SET WS-ES-REEMISION    TO TRUE
000868     END-IF.
000869
000870     DISPLAY '* EJERCICIO FISCAL              = ' WS-PED-ANIO.
000871
000872 F-1100-LEER-PEDIDO. EXIT.
000873
000874**************************************
000875*  ARCHIVO INFORMATIVO Y SU HEADER   *
000876**************************************
000877
000878 1200-ABRIR-INFORMATIVO.
000879
000880     OPEN OUTPUT FILE-INF.
000881     IF WS-FILINF-CODE IS NOT EQUAL '00'
000882        DISPLAY '* ERROR EN OPEN INFFIS  = ' WS-FILINF-CODE
000883        MOVE 9999 TO RETURN-CODE
000884        SET  WS-FIN-LECTURA TO TRUE
000885        GO TO F-1200-ABRIR-INFORMATIVO
000886     END-IF
000887
000888     MOVE SPACES           TO WS-REG-INFFIS
000889     SET WS-INF-ES-HEADER  TO TRUE
000890     MOVE 'PGMAPJ5A'       TO WS-INF-HDR-ORIGEN
000891     MOVE WS-FECHA-PROCESO TO WS-INF-HDR-FECHA
000892     MOVE WS-PED-ANIO      TO WS-INF-HDR-ANIO
000893
000894     WRITE REG-INF FROM WS-REG-INFFIS
000895
000896     IF WS-FILINF-CODE IS NOT EQUAL '00'
000897        DISPLAY '* ERROR EN GRABAR INFFIS = ' WS-FILINF-CODE
000898        MOVE 9999 TO RETURN-CODE
000899        SET  WS-FIN-LECTURA TO TRUE
000900     END-IF.
000901
000902 F-1200-ABRIR-INFORMATIVO. EXIT.
000903
000904**************************************
000905*  LIBERAR AL SORT LOS ASIENTOS DEL  *
000906*  EJERCICIO: PRIMERO EL DIARIO      *
000907*  VIGENTE, DESPUES LOS ARCHIVADOS   *
000908**************************************
000909
000910 2000-SELECCIONAR-EJERCICIO.
000911
000912     SET WS-NO-FIN-FILE TO TRUE.
000913
000914     PERFORM 2010-LEER-DIARIO THRU F-2010-LEER-DIARIO
000915               UNTIL WS-FIN-FILE.
000916
000917     IF WS-FILARC-CODE IS EQUAL '00'
000918        SET WS-NO-FIN-FILE TO TRUE
000919        PERFORM 2020-LEER-ARCHIVO THRU F-2020-LEER-ARCHIVO
000920                  UNTIL WS-FIN-FILE
000921     END-IF.
000922
000923 F-2000-SELECCIONAR-EJERCICIO. EXIT.
000924
000925 2010-LEER-DIARIO.
000926
000927     READ FILE-DIA INTO WS-REG-DIARIO
000928
000929     EVALUATE WS-FILDIA-CODE
000930
000931        WHEN '00'
000932           ADD 1 TO WS-LEIDOS-DIARIO
000933           PERFORM 2100-SELECCIONAR-ASIENTO
000934                       THRU F-2100-SELECCIONAR-ASIENTO
000935
000936        WHEN '10'
000937           SET WS-FIN-FILE TO TRUE
000938
000939        WHEN OTHER
000940           DISPLAY '* ERROR EN LECTURA DIARIO = ' WS-FILDIA-CODE
000941           MOVE 9999 TO RETURN-CODE
000942           SET WS-FIN-LECTURA TO TRUE
000943           SET WS-FIN-FILE    TO TRUE
000944
000945     END-EVALUATE.
000946
000947 F-2010-LEER-DIARIO. EXIT.
000948
000949 2020-LEER-ARCHIVO.
000950
000951     READ FILE-ARC INTO WS-REG-DIARIO
000952
000953     EVALUATE WS-FILARC-CODE
000954
000955        WHEN '00'
000956           ADD 1 TO WS-LEIDOS-ARCHIVO
000957           PERFORM 2100-SELECCIONAR-ASIENTO
000958                       THRU F-2100-SELECCIONAR-ASIENTO
000959
000960        WHEN '10'
000961           SET WS-FIN-FILE TO TRUE
000962
000963        WHEN OTHER
000964           DISPLAY '* ERROR EN LECTURA DIAARC = ' WS-FILARC-CODE
000965           MOVE 9999 TO RETURN-CODE
000966           SET WS-FIN-LECTURA TO TRUE
000967           SET WS-FIN-FILE    TO TRUE
000968
000969     END-EVALUATE.
000970
000971 F-2020-LEER-ARCHIVO. EXIT.
000972
000973**************************************
000974*  UN ASIENTO: EJERCICIO POR FECHA DE*
000975*  PROCESO, RUBRO DEL CERTIFICADO Y  *
000976*  PRORRATEO ENTRE COTITULARES       *
000977**************************************
000978
000979 2100-SELECCIONAR-ASIENTO.
000980
000981     COMPUTE WS-DIA-ANIO = WS-DIA-FEC-PROCESO / 10000
000982
000983     IF WS-DIA-ANIO IS NOT EQUAL WS-PED-ANIO
000984        GO TO F-2100-SELECCIONAR-ASIENTO
000985     END-IF
000986
000987*    LA ANULACION RESTA DEL RUBRO DEL ASIENTO QUE ANULA (SU
000988*    IMPORTE YA TIENE EL SIGNO CONTRARIO)
000989
000990     IF WS-DIA-ES-REVERSION
000991        MOVE WS-DIA-CONC-RELAC TO WS-RUBRO
000992     ELSE
000993        MOVE WS-DIA-CONCEPTO   TO WS-RUBRO
000994     END-IF
000995
000996     IF NOT WS-RUBRO-CERTIFICADO
000997        GO TO F-2100-SELECCIONAR-ASIENTO
000998     END-IF
000999
001000     PERFORM 2400-BUSCAR-COTITULARES
001001                 THRU F-2400-BUSCAR-COTITULARES
001002
001003     IF WS-COT-CANT IS EQUAL ZEROS
001004        MOVE WS-DIA-IMPORTE TO WS-PRT-TITULAR
001005     ELSE
001006        ADD 1 TO WS-CANT-PRORRATEADOS
001007        COMPUTE WS-PRT-PARTE =
001008                   WS-DIA-IMPORTE / (WS-COT-CANT + 1)
001009        COMPUTE WS-PRT-TITULAR =
001010                   WS-DIA-IMPORTE - WS-PRT-PARTE * WS-COT-CANT
001011        MOVE ZEROS TO WS-COT-IDX
001012        PERFORM 2450-PARTE-COTITULAR THRU F-2450-PARTE-COTITULAR
001013                  UNTIL WS-COT-IDX IS NOT LESS THAN WS-COT-CANT
001014     END-IF
001015
001016     ADD 1 TO WS-CANT-SELECCIONADOS
001017
001018     MOVE WS-DIA-NRO     TO SORT-NRO
001019     MOVE WS-PRT-TITULAR TO SORT-IMPORTE
001020     PERFORM 2200-LIBERAR-IMPORTE THRU F-2200-LIBERAR-IMPORTE.
001021
001022 F-2100-SELECCIONAR-ASIENTO. EXIT.
001023
001024**************************************
001025*  LIBERAR UN IMPORTE AL SORT (EN UNA*
001026*  REEMISION, SOLO EL DEL CLIENTE)   *
001027**************************************
001028
001029 2200-LIBERAR-IMPORTE.
001030
001031     IF WS-ES-REEMISION
001032        AND SORT-NRO IS NOT EQUAL WS-PED-NRO
001033        GO TO F-2200-LIBERAR-IMPORTE
001034     END-IF
001035
001036     MOVE WS-DIA-MONEDA TO SORT-MONEDA
001037     MOVE WS-RUBRO      TO SORT-RUBRO
001038
001039     RELEASE REG-SORT.
001040
001041 F-2200-LIBERAR-IMPORTE. EXIT.
001042
001043**************************************
001044*  COTITULARES ACTIVOS DE LA CUENTA  *
001045*  DEL ASIENTO (DDCOTIT POR TIPO+CTA)*
001046**************************************
001047
001048 2400-BUSCAR-COTITULARES.
001049
001050     IF WS-CTI-NO-DISPONIBLE
001051        MOVE ZEROS TO WS-COT-CANT
001052        GO TO F-2400-BUSCAR-COTITULARES
001053     END-IF
001054
001055*    MISMA CUENTA QUE EL ASIENTO ANTERIOR: VALE LA TABLA
001056
001057     IF WS-DIA-TIPO IS EQUAL WS-COT-ULT-TIPO
001058        AND WS-DIA-CUENTA IS EQUAL WS-COT-ULT-CUENTA
001059        GO TO F-2400-BUSCAR-COTITULARES
001060     END-IF
001061
001062     MOVE ZEROS         TO WS-COT-CANT
001063     MOVE WS-DIA-TIPO   TO WS-COT-ULT-TIPO
001064     MOVE WS-DIA-CUENTA TO WS-COT-ULT-CUENTA
001065
001066     MOVE WS-DIA-TIPO   TO REG-CTI-TIPO
001067     MOVE WS-DIA-CUENTA TO REG-CTI-CUENTA
001068
001069     READ FILE-CTI INTO WS-REG-COTIT
001070        KEY IS REG-CTI-CLAVE1
001071
001072     EVALUATE WS-FILCTI-CODE
001073
001074        WHEN '00'
001075           SET WS-NO-FIN-CTI TO TRUE
001076           PERFORM 2410-UN-COTITULAR THRU F-2410-UN-COTITULAR
001077                     UNTIL WS-FIN-CTI
001078
001079        WHEN '23'
001080           CONTINUE
001081
001082        WHEN OTHER
001083           DISPLAY '* ERROR EN READ COTIT = ' WS-FILCTI-CODE
001084           MOVE 9999 TO RETURN-CODE
001085           SET WS-FIN-LECTURA TO TRUE
001086
001087     END-EVALUATE.
001088
001089 F-2400-BUSCAR-COTITULARES. EXIT.
001090
001091*    TOMA EL VINCULO LEIDO SI ES COTITULAR ACTIVO Y AVANZA AL
001092*    SIGUIENTE DE LA MISMA CUENTA (EL FIRMANTE NO ES TITULAR)
001093
001094 2410-UN-COTITULAR.
001095
001096     IF WS-CTI-TIPO IS NOT EQUAL WS-DIA-TIPO
001097        OR WS-CTI-CUENTA IS NOT EQUAL WS-DIA-CUENTA
001098        SET WS-FIN-CTI TO TRUE
001099        GO TO F-2410-UN-COTITULAR
001100     END-IF
001101
001102     IF WS-CTI-EST-ACTIVO AND WS-CTI-ROL-COTITULAR
001103        AND WS-CTI-NRO IS NOT EQUAL WS-DIA-NRO
001104        IF WS-COT-CANT IS NOT LESS THAN WS-COT-MAX
001105           DISPLAY '* TABLA DE COTITULARES DESBORDADA *'
001106           MOVE 9999 TO RETURN-CODE
001107           SET WS-FIN-LECTURA TO TRUE
001108           SET WS-FIN-CTI     TO TRUE
001109           GO TO F-2410-UN-COTITULAR
001110        END-IF
001111        ADD 1 TO WS-COT-CANT
001112        MOVE WS-CTI-NRO TO WS-COT-NRO (WS-COT-CANT)
001113     END-IF
001114
001115     READ FILE-CTI NEXT RECORD INTO WS-REG-COTIT
001116
001117     EVALUATE WS-FILCTI-CODE
001118
001119        WHEN '00'
001120           CONTINUE
001121
001122        WHEN '10'
001123           SET WS-FIN-CTI TO TRUE
001124
001125        WHEN OTHER
001126           DISPLAY '* ERROR EN READ NEXT COTIT = '
001127                                      WS-FILCTI-CODE
001128           MOVE 9999 TO RETURN-CODE
001129           SET WS-FIN-LECTURA TO TRUE
001130           SET WS-FIN-CTI     TO TRUE
001131
001132     END-EVALUATE.
001133
001134 F-2410-UN-COTITULAR. EXIT.
001135
001136**************************************
001137*  PARTE DE UN COTITULAR AL SORT     *
001138**************************************
001139
001140 2450-PARTE-COTITULAR.
001141
001142     ADD 1 TO WS-COT-IDX
001143
001144     MOVE WS-COT-NRO (WS-COT-IDX) TO SORT-NRO
001145     MOVE WS-PRT-PARTE            TO SORT-IMPORTE
001146     PERFORM 2200-LIBERAR-IMPORTE THRU F-2200-LIBERAR-IMPORTE.
001147
001148 F-2450-PARTE-COTITULAR. EXIT.
001149
001150**************************************
001151*  EMITIR LOS CERTIFICADOS DESDE LOS *
001152*  IMPORTES CLASIFICADOS POR CLIENTE *
001153*  Y MONEDA                          *
001154**************************************
001155
001156 3000-EMITIR-CERTIFICADOS.
001157
001158     SET WS-NO-FIN-SORT TO TRUE.
001159
001160     PERFORM 3010-PROCESAR-UNO THRU F-3010-PROCESAR-UNO
001161               UNTIL WS-FIN-SORT.
001162
001163     IF WS-CER-ES-PRIMERO
001164        WRITE REG-CER FROM WS-CER-SIN-DATOS
001165     ELSE
001166        PERFORM 3300-CERRAR-MONEDA  THRU F-3300-CERRAR-MONEDA
001167        PERFORM 3400-CERRAR-CLIENTE THRU F-3400-CERRAR-CLIENTE
001168     END-IF.
001169
001170 F-3000-EMITIR-CERTIFICADOS. EXIT.
001171
001172 3010-PROCESAR-UNO.
001173
001174     RETURN SORT-FILE
001175
001176        AT END
001177           SET WS-FIN-SORT TO TRUE
001178
001179        NOT AT END
001180           PERFORM 3020-ACUMULAR-IMPORTE
001181                       THRU F-3020-ACUMULAR-IMPORTE
001182
001183     END-RETURN.
001184
001185 F-3010-PROCESAR-UNO. EXIT.
001186
001187 3020-ACUMULAR-IMPORTE.
001188
001189*    CORTE DE CLIENTE (CIERRA TAMBIEN LA MONEDA) O DE MONEDA
001190
001191     IF WS-CER-ES-PRIMERO
001192        OR SORT-NRO IS NOT EQUAL WS-CER-NRO-ANT
001193
001194        IF WS-CER-NO-PRIMERO
001195           PERFORM 3300-CERRAR-MONEDA  THRU F-3300-CERRAR-MONEDA
001196           PERFORM 3400-CERRAR-CLIENTE THRU F-3400-CERRAR-CLIENTE
001197        END-IF
001198
001199        PERFORM 3100-ABRIR-CLIENTE THRU F-3100-ABRIR-CLIENTE
001200        PERFORM 3200-ABRIR-MONEDA  THRU F-3200-ABRIR-MONEDA
001201
001202     ELSE
001203
001204        IF SORT-MONEDA IS NOT EQUAL WS-CER-MONEDA-ANT
001205           PERFORM 3300-CERRAR-MONEDA THRU F-3300-CERRAR-MONEDA
001206           PERFORM 3200-ABRIR-MONEDA  THRU F-3200-ABRIR-MONEDA
001207        END-IF
001208
001209     END-IF
001210
001211*    LOS INTERESES SON CREDITOS; LOS CARGOS (DEBITOS, IMPORTE
001212*    NEGATIVO) SE CERTIFICAN EN POSITIVO
001213
001214     EVALUATE SORT-RUBRO
001215        WHEN 'DEV'
001216        WHEN 'DVA'
001217           ADD SORT-IMPORTE      TO WS-ACU-INTERES
001218        WHEN 'IMP'
001219           SUBTRACT SORT-IMPORTE FROM WS-ACU-IMPUESTO
001220        WHEN 'DSC'
001221           SUBTRACT SORT-IMPORTE FROM WS-ACU-DESCUBIERTO
001222        WHEN 'COM'
001223           SUBTRACT SORT-IMPORTE FROM WS-ACU-COMISION
001224     END-EVALUATE.
001225
001226 F-3020-ACUMULAR-IMPORTE. EXIT.
001227
001228**************************************
001229*  ENCABEZADO DEL CERTIFICADO CON LOS*
001230*  DATOS DE DDDEMOG                  *
001231**************************************
001232
001233 3100-ABRIR-CLIENTE.
001234
001235     SET WS-CER-NO-PRIMERO TO TRUE
001236     MOVE SORT-NRO TO WS-CER-NRO-ANT
001237     ADD 1 TO WS-CANT-CERTIFICADOS
001238
001239     MOVE SORT-NRO TO REG-FDEM-NRO
001240
001241     READ FILE-DEM INTO WS-REG-DEMOG
001242        KEY IS REG-FDEM-NRO
001243
001244     EVALUATE WS-FILDEM-CODE
001245
001246        WHEN '00'
001247           SET WS-DEMOG-HALLADO TO TRUE
001248
001249        WHEN '23'
001250           SET WS-DEMOG-NO-HALLADO TO TRUE
001251           ADD 1 TO WS-CANT-SIN-DEMOG
001252           MOVE SPACES TO WS-DEM-NOMBRE
001253           MOVE SPACES TO WS-DEM-TIPO-DOC
001254           MOVE ZEROS  TO WS-DEM-NRO-DOC
001255           MOVE SPACES TO WS-DEM-DOMICILIO
001256
001257        WHEN OTHER
001258           DISPLAY '* ERROR EN READ DEMOG = ' WS-FILDEM-CODE
001259           MOVE 9999 TO RETURN-CODE
001260           SET WS-FIN-LECTURA TO TRUE
001261           SET WS-DEMOG-NO-HALLADO TO TRUE
001262
001263     END-EVALUATE
001264
001265     MOVE SORT-NRO         TO WS-CLT-NRO
001266     MOVE WS-DEM-NOMBRE    TO WS-CLT-NOMBRE
001267     MOVE WS-DEM-TIPO-DOC  TO WS-DOC-TIPO
001268     MOVE WS-DEM-NRO-DOC   TO WS-DOC-NRO
001269     MOVE WS-DEM-DOMICILIO TO WS-DOM-TEXTO
001270
001271     WRITE REG-CER FROM WS-CER-TITULO
001272     WRITE REG-CER FROM WS-CER-CLIENTE
001273     WRITE REG-CER FROM WS-CER-DOCUMENTO
001274     WRITE REG-CER FROM WS-CER-DOMICILIO
001275
001276     IF WS-DEMOG-NO-HALLADO
001277        WRITE REG-CER FROM WS-CER-SIN-DEMOG
001278     END-IF
001279
001280     IF WS-FILCER-CODE IS NOT EQUAL '00'
001281        DISPLAY '* ERROR EN GRABAR CERTIF = ' WS-FILCER-CODE
001282        MOVE 9999 TO RETURN-CODE
001283        SET WS-FIN-LECTURA TO TRUE
001284     END-IF.
001285
001286 F-3100-ABRIR-CLIENTE. EXIT.
001287
001288 3200-ABRIR-MONEDA.
001289
001290     MOVE SORT-MONEDA TO WS-CER-MONEDA-ANT
001291     MOVE ZEROS       TO WS-ACU-MONEDA.
001292
001293 F-3200-ABRIR-MONEDA. EXIT.
001294
001295**************************************
001296*  RENGLONES DE LA MONEDA Y REGISTRO *
001297*  INFORMATIVO DEL DOCUMENTO         *
001298**************************************
001299
001300 3300-CERRAR-MONEDA.
001301
001302     MOVE WS-CER-MONEDA-ANT TO WS-MON-CODIGO
001303     WRITE REG-CER FROM WS-CER-MONEDA
001304
001305     MOVE 'INTERESES ACREDITADOS (DEV + DVA)     :'
001306                              TO WS-REN-LEYENDA
001307     MOVE WS-ACU-INTERES      TO WS-REN-IMPORTE
001308     WRITE REG-CER FROM WS-CER-RENGLON
001309
001310     MOVE 'IMPUESTO A LA TRANSACCION RETENIDO    :'
001311                              TO WS-REN-LEYENDA
001312     MOVE WS-ACU-IMPUESTO     TO WS-REN-IMPORTE
001313     WRITE REG-CER FROM WS-CER-RENGLON
001314
001315     MOVE 'INTERES POR DESCUBIERTO COBRADO       :'
001316                              TO WS-REN-LEYENDA
001317     MOVE WS-ACU-DESCUBIERTO  TO WS-REN-IMPORTE
001318     WRITE REG-CER FROM WS-CER-RENGLON
001319
001320     MOVE 'COMISIONES DE MANTENIMIENTO           :'
001321                              TO WS-REN-LEYENDA
001322     MOVE WS-ACU-COMISION     TO WS-REN-IMPORTE
001323     WRITE REG-CER FROM WS-CER-RENGLON
001324
001325     IF WS-FILCER-CODE IS NOT EQUAL '00'
001326        DISPLAY '* ERROR EN GRABAR CERTIF = ' WS-FILCER-CODE
001327        MOVE 9999 TO RETURN-CODE
001328        SET WS-FIN-LECTURA TO TRUE
001329     END-IF
001330
001331*    AL FISCO SOLO VA LO QUE TIENE DOCUMENTO, EN LA CORRIDA
001332*    COMPLETA
001333
001334     IF WS-ES-REEMISION
001335        OR WS-DEMOG-NO-HALLADO
001336        GO TO F-3300-CERRAR-MONEDA
001337     END-IF
001338
001339     MOVE SPACES              TO WS-REG-INFFIS
001340     MOVE WS-DEM-TIPO-DOC     TO WS-INF-TIPO-DOC
001341     MOVE WS-DEM-NRO-DOC      TO WS-INF-NRO-DOC
001342     MOVE WS-DEM-NOMBRE       TO WS-INF-NOMBRE
001343     MOVE WS-CER-NRO-ANT      TO WS-INF-NRO-CLI
001344     MOVE WS-PED-ANIO         TO WS-INF-ANIO
001345     MOVE WS-CER-MONEDA-ANT   TO WS-INF-MONEDA
001346     MOVE WS-ACU-INTERES      TO WS-INF-INTERES
001347     MOVE WS-ACU-IMPUESTO     TO WS-INF-IMPUESTO
001348     MOVE WS-ACU-DESCUBIERTO  TO WS-INF-DESCUBIERTO
001349     MOVE WS-ACU-COMISION     TO WS-INF-COMISION
001350
001351     WRITE REG-INF FROM WS-REG-INFFIS
001352
001353     IF WS-FILINF-CODE IS NOT EQUAL '00'
001354        DISPLAY '* ERROR EN GRABAR INFFIS = ' WS-FILINF-CODE
001355        MOVE 9999 TO RETURN-CODE
001356        SET WS-FIN-LECTURA TO TRUE
001357        GO TO F-3300-CERRAR-MONEDA
001358     END-IF
001359
001360     ADD 1 TO WS-CANT-INFORMADOS
001361     ADD WS-ACU-INTERES     TO WS-TOT-INTERES
001362     ADD WS-ACU-IMPUESTO    TO WS-TOT-IMPUESTO
001363     ADD WS-ACU-DESCUBIERTO TO WS-TOT-DESCUBIERTO
001364     ADD WS-ACU-COMISION    TO WS-TOT-COMISION.
001365
001366 F-3300-CERRAR-MONEDA. EXIT.
001367
001368 3400-CERRAR-CLIENTE.
001369
001370     WRITE REG-CER FROM WS-CER-SEPARADOR.
001371
001372     IF WS-FILCER-CODE IS NOT EQUAL '00'
001373        DISPLAY '* ERROR EN GRABAR CERTIF = ' WS-FILCER-CODE
001374        MOVE 9999 TO RETURN-CODE
001375        SET WS-FIN-LECTURA TO TRUE
001376     END-IF.
001377
001378 F-3400-CERRAR-CLIENTE. EXIT.
001379
001380**************************************
001381*   TRAILER, CIERRE DE ARCHIVOS Y    *
001382*   TOTALES                          *
001383**************************************
001384
001385 9999-FINAL.
001386
001387     IF WS-NO-ES-REEMISION
001388        AND WS-FILINF-CODE IS EQUAL '00'
001389        MOVE SPACES             TO WS-REG-INFFIS
001390        SET WS-INF-ES-TRAILER   TO TRUE
001391        MOVE WS-CANT-INFORMADOS TO WS-INF-TRL-CANT
001392        MOVE WS-TOT-INTERES     TO WS-INF-TRL-INTERES
001393        MOVE WS-TOT-IMPUESTO    TO WS-INF-TRL-IMPUESTO
001394        MOVE WS-TOT-DESCUBIERTO TO WS-INF-TRL-DESCUB
001395        MOVE WS-TOT-COMISION    TO WS-INF-TRL-COMISION
001396        WRITE REG-INF FROM WS-REG-INFFIS
001397        IF WS-FILINF-CODE IS NOT EQUAL '00'
001398           DISPLAY '* ERROR EN GRABAR INFFIS = ' WS-FILINF-CODE
001399           MOVE 9999 TO RETURN-CODE
001400        END-IF
001401        CLOSE FILE-INF
001401        IF WS-FILINF-CODE IS NOT EQUAL '00'
001401           DISPLAY '* ERROR EN CLOSE INFFIS  = '
001401                                      WS-FILINF-CODE
001401           MOVE 9999 TO RETURN-CODE
001401        END-IF
001402     END-IF.
001403
001404     CLOSE FILE-DIA.
001405        IF WS-FILDIA-CODE IS NOT EQUAL '00'
001406           DISPLAY '* ERROR EN CLOSE DIARIO  = '
001407                                      WS-FILDIA-CODE
001408           MOVE 9999 TO RETURN-CODE
001409        END-IF.
001410
001411     CLOSE FILE-ARC.
001411        IF WS-FILARC-CODE IS NOT EQUAL '00'
001411           DISPLAY '* ERROR EN CLOSE DIAARC  = '
001411                                      WS-FILARC-CODE
001411           MOVE 9999 TO RETURN-CODE
001411        END-IF.
001412
001413     CLOSE FILE-DEM.
001414        IF WS-FILDEM-CODE IS NOT EQUAL '00'
001415           DISPLAY '* ERROR EN CLOSE DEMOG   = '
001416                                      WS-FILDEM-CODE
001417           MOVE 9999 TO RETURN-CODE
001418        END-IF.
001419
001420     IF WS-CTI-DISPONIBLE
001421        CLOSE FILE-CTI
001421        IF WS-FILCTI-CODE IS NOT EQUAL '00'
001421           DISPLAY '* ERROR EN CLOSE COTIT   = '
001421                                      WS-FILCTI-CODE
001421           MOVE 9999 TO RETURN-CODE
001421        END-IF
001422     END-IF.
001423
001424     CLOSE FILE-CER.
001425        IF WS-FILCER-CODE IS NOT EQUAL '00'
001426           DISPLAY '* ERROR EN CLOSE CERTIF  = '
001427                                      WS-FILCER-CODE
001428           MOVE 9999 TO RETURN-CODE
001429        END-IF.
001430
001431**************************************
001432*   MOSTRAR TOTALES DE CONTROL       *
001433**************************************
001434
001435     DISPLAY WS-LEYEN-DIARIO         WS-LEIDOS-DIARIO.
001436     DISPLAY WS-LEYEN-ARCHIVO        WS-LEIDOS-ARCHIVO.
001437     DISPLAY WS-LEYEN-SELECCIONADOS  WS-CANT-SELECCIONADOS.
001438     DISPLAY WS-LEYEN-PRORRATEADOS   WS-CANT-PRORRATEADOS.
001439     DISPLAY WS-LEYEN-CERTIFICADOS   WS-CANT-CERTIFICADOS.
001440     DISPLAY WS-LEYEN-SIN-DEMOG      WS-CANT-SIN-DEMOG.
001441     DISPLAY WS-LEYEN-INFORMADOS     WS-CANT-INFORMADOS.
001442     DISPLAY WS-LEYEN-INTERES        WS-TOT-INTERES.
001443     DISPLAY WS-LEYEN-IMPUESTO       WS-TOT-IMPUESTO.
001444
001445 F-9999-FINAL.
001446     EXIT.
