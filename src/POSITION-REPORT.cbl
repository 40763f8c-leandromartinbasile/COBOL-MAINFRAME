000173*    CRITERIO QUE 2218- DE PGMAPJ1D) E IMPRIME UNA       *
000174*    PAGINA POR CLIENTE CON EL DETALLE POR CUENTA, LA    *
000175*    POSICION TOTAL EN ARS Y MARCAS DE SALDO NEGATIVO,   *
000176*    DORMANCIA Y PLAZO FIJO VENCIDO. LOS PRESTAMOS (TIPO *
000176*    05) SE MARCAN Y NO INTEGRAN LA POSICION: SU SALDO   *
000176*    SE TOTALIZA APARTE COMO DEUDA DEL CLIENTE. LAS      *
000176*    CUENTAS CON COTITULARES (DDCOTIT) SE MARCAN COMO    *
000176*    COMPARTIDAS Y SE REPITEN EN LA PAGINA DE CADA       *
000176*    COTITULAR, QUE LAS SUMA A SU POSICION               *
000180**********************************************************
000185*      MANTENIMIENTO DE PROGRAMA                         *
000190**********************************************************
000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * CUENTAS PRESTAMO  * LGS *
000193* 15/10/26 * COTITULARIDAD     * LGS *
000193* 15/10/26 * CALENDARIO HABILES * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000205 INPUT-OUTPUT SECTION.
000206 FILE-CONTROL.
000207
000207*    SE RECORRE POR LA CLAVE PRIMARIA; ANTES DEL RECORRIDO SE
000207*    LEEN AL AZAR (CLAVE ALTERNATIVA TIPO+CUENTA) LAS CUENTAS
000207*    CON COTITULARES, PARA LAS PAGINAS DE LOS COTITULARES
000208     SELECT FILE1   ASSIGN DDCLIEN
000209     ORGANIZATION IS INDEXED
000210     ACCESS IS DYNAMIC
000211     RECORD KEY IS REG-FILE1-CLAVE
000211     ALTERNATE RECORD KEY IS REG-FILE1-CLAVE1
000212     FILE STATUS IS WS-FIL1-CODE.
000213
000214     SELECT FILE-DEM  ASSIGN DDDEMOG
000217     RECORD KEY IS REG-FDEM-NRO
000218     FILE STATUS IS WS-FILDEM-CODE.
000219
000219*    VINCULOS DE COTITULARIDAD (VER LAYOUT-Cotitular); SU
000219*    AUSENCIA NO FRENA LA POSICION
000219     SELECT FILE-CTI  ASSIGN DDCOTIT
000219     ORGANIZATION IS INDEXED
000219     ACCESS IS DYNAMIC
000219     RECORD KEY IS REG-CTI-CLAVE
000219     ALTERNATE RECORD KEY IS REG-CTI-CLAVE1 WITH DUPLICATES
000219     FILE STATUS IS WS-FILCTI-CODE.
000219
000220     SELECT OPTIONAL FILE-COT ASSIGN DDCOTIZ
000221     ACCESS IS SEQUENTIAL
000222     FILE STATUS IS WS-FILCOT-CODE.
000229     ACCESS IS SEQUENTIAL
000230     FILE STATUS IS WS-FILPARM-CODE.
000231
000231*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000231     SELECT FILE-CAL  ASSIGN DDCALEND
000231     ORGANIZATION IS INDEXED
000231     ACCESS IS RANDOM
000231     RECORD KEY IS REG-CAL-CLAVE
000231     FILE STATUS IS WS-FILCAL-CODE.
000231
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000397 01 REG-FILE1.
000398     03  REG-FILE1-CLAVE.
000399         05  REG-FILE1-NRO       PIC 9(05).
000400         05  REG-FILE1-CLAVE1.
000400             07  REG-FILE1-TIPO      PIC 9(02).
000401             07  REG-FILE1-CUENTA    PIC 9(08).
000402     03  FILLER                  PIC X(229).
000403
000404 FD FILE-DEM
000409     03  REG-FDEM-NRO        PIC 9(05).
000410     03  FILLER              PIC X(95).
000411
000411 FD FILE-CTI
000411      BLOCK CONTAINS 0 RECORDS
000411      RECORDING MODE IS F.
000411
000411 01 REG-CTI.
000411     03  REG-CTI-CLAVE.
000411         05  REG-CTI-NRO         PIC 9(05).
000411         05  REG-CTI-CLAVE1.
000411             07  REG-CTI-TIPO        PIC 9(02).
000411             07  REG-CTI-CUENTA      PIC 9(08).
000411     03  FILLER                  PIC X(65).
000411
000412 FD FILE-COT
000413      BLOCK CONTAINS 0 RECORDS
000414      RECORDING MODE IS F.
000427
000428 01 REG-FILE-PARM    PIC X(08).
000429
000429 FD FILE-CAL
000429      BLOCK CONTAINS 0 RECORDS
000429      RECORDING MODE IS F.
000429
000429 01 REG-CAL.
000429     03  REG-CAL-CLAVE.
000429         05  REG-CAL-SUCURSAL    PIC 9(03).
000429         05  REG-CAL-FECHA       PIC 9(08).
000429     03  FILLER                  PIC X(69).
000429
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000504 77  WS-FILCOT-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILLIS-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILCTI-CODE          PIC X(02)   VALUE SPACES.
000507
000508 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000509     88  WS-FIN-LECTURA                  VALUE 'SI'.
000512 01  WS-STA-COT              PIC X       VALUE 'N'.
000513     88  WS-FIN-COT                      VALUE 'Y'.
000514     88  WS-NO-FIN-COT                   VALUE 'N'.
000514
000514 01  WS-STA-CTI              PIC X       VALUE 'N'.
000514     88  WS-FIN-CTI                      VALUE 'Y'.
000514     88  WS-NO-FIN-CTI                   VALUE 'N'.
000514
000514********  CUENTAS COMPARTIDAS POR COTITULAR  *
000514
000514*    UNA ENTRADA POR VINCULO COTITULAR ACTIVO, EN ORDEN DE
000514*    NRO DE COTITULAR (EL DE LA CLAVE DE DDCOTIT) CON LA IMAGEN
000514*    DE LA CUENTA EN DDCLIEN; WS-VTB-IDX AVANZA A LA PAR DEL
000514*    CORTE POR CLIENTE
000514 77  WS-VTB-MAX              PIC 9(04)   VALUE 2000.
000514 77  WS-VTB-CANT             PIC 9(04)   VALUE ZEROS.
000514 77  WS-VTB-IDX              PIC 9(04)   VALUE 1.
000514
000514 01  WS-TAB-VINCULOS.
000514     03  WS-VTB-ENT          OCCURS 2000 TIMES.
000514         05  WS-VTB-NRO      PIC 9(05).
000514         05  WS-VTB-CLIENTE  PIC X(250).
000514
000514 77  WS-CTI-DISP-SW          PIC X       VALUE 'N'.
000514     88  WS-CTI-DISPONIBLE               VALUE 'Y'.
000514     88  WS-CTI-NO-DISPONIBLE            VALUE 'N'.
000514
000514*    LA LINEA DE DETALLE EN CURSO ES UNA CUENTA PROPIA DEL
000514*    CLIENTE O UNA CUENTA DE OTRO TITULAR QUE COMPARTE
000514 77  WS-DET-ORIGEN-SW        PIC X       VALUE 'P'.
000514     88  WS-DET-CUENTA-PROPIA            VALUE 'P'.
000514     88  WS-DET-CUENTA-VINCULADA         VALUE 'V'.
000514
000514 77  WS-CTI-COMPARTIDA-SW    PIC X       VALUE 'N'.
000514     88  WS-CTI-COMPARTIDA               VALUE 'Y'.
000514     88  WS-CTI-NO-COMPARTIDA            VALUE 'N'.
000514
000514*    CLIENTE DE LA PAGINA EN CURSO Y RESGUARDO DE LA CUENTA
000514*    LEIDA POR ADELANTADO MIENTRAS SE LISTAN LAS COMPARTIDAS
000514 77  WS-PAG-NRO              PIC 9(05)   VALUE ZEROS.
000514 01  WS-CLI-RESGUARDO        PIC X(250)  VALUE SPACES.
000515
000516********  COTIZACION USD A ARS DEL DIA  *
000517
000539 77  WS-POS-SIN-COTIZ-SW     PIC X         VALUE 'N'.
000540     88  WS-POS-SIN-COTIZ                  VALUE 'Y'.
000541     88  WS-POS-CON-COTIZ                  VALUE 'N'.
000541
000541*    DEUDA POR PRESTAMOS DEL CLIENTE EN PROCESO, EN ARS Y EN
000541*    POSITIVO (EL SALDO DE LA CUENTA PRESTAMO ES NEGATIVO)
000541 77  WS-POS-DEUDA-ARS        PIC S9(13)V99 VALUE ZEROS.
000541 77  WS-POS-CANT-PRESTAMOS   PIC 9(03)     VALUE ZEROS.
000542
000543 77  WS-SALDO-ARS            PIC S9(13)V99 VALUE ZEROS.
000544
000560 77  WS-CANT-CLIENTES        PIC 9(05)   VALUE ZEROS.
000561 77  WS-CANT-SIN-DEMOG       PIC 9(05)   VALUE ZEROS.
000562 77  WS-CANT-SIN-COTIZ       PIC 9(05)   VALUE ZEROS.
000562 77  WS-CANT-PRESTAMOS       PIC 9(05)   VALUE ZEROS.
000562 77  WS-CANT-COMPARTIDAS     PIC 9(05)   VALUE ZEROS.
000562 77  WS-CANT-VINC-SIN-CTA    PIC 9(05)   VALUE ZEROS.
000563
000564*    NOMBRE Y DOCUMENTO DEL CLIENTE EN PROCESO
000565 77  WS-DEMOG-DISP-SW        PIC X       VALUE 'N'.
000625     03  WS-DET-SALDO        PIC ----.---.--9,99.
000626     03  FILLER              PIC X(01) VALUE SPACE.
000627     03  WS-DET-MARCAS       PIC X(40).
000628     03  WS-DET-COMPARTIDA   PIC X(12).
000628     03  FILLER              PIC X(01) VALUE SPACE.
000628     03  WS-DET-TIT-LEYENDA  PIC X(08).
000628     03  WS-DET-TIT-NRO      PIC X(05).
000628     03  FILLER              PIC X(10) VALUE SPACES.
000629
000630 01  WS-LIN-TOTAL.
000631     03  FILLER              PIC X(01) VALUE SPACE.
000634     03  WS-TOT-POSICION     PIC --.---.---.---.--9,99.
000635     03  WS-TOT-OBSERVACION  PIC X(40).
000636     03  FILLER              PIC X(45) VALUE SPACES.
000636
000636 01  WS-LIN-DEUDA.
000636     03  FILLER              PIC X(01) VALUE SPACE.
000636     03  FILLER              PIC X(24) VALUE
000636             'DEUDA PRESTAMOS EN ARS: '.
000636     03  WS-DEU-POSICION     PIC --.---.---.---.--9,99.
000636     03  FILLER              PIC X(85) VALUE SPACES.
000637
000638 01  WS-LEYEN-LEIDOS         PIC X(35)
000639         VALUE '* CUENTAS LEIDAS            = '.
000643         VALUE '* CLIENTES SIN DEMOGRAFIA   = '.
000644 01  WS-LEYEN-SIN-COTIZ      PIC X(35)
000645         VALUE '* CLIENTES SIN COTIZAR USD  = '.
000645 01  WS-LEYEN-PRESTAMOS      PIC X(35)
000645         VALUE '* CUENTAS PRESTAMO LISTADAS = '.
000645 01  WS-LEYEN-COMPARTIDAS    PIC X(35)
000645         VALUE '* COMPARTIDAS EN COTITULAR  = '.
000645 01  WS-LEYEN-VINC-SIN-CTA   PIC X(35)
000645         VALUE '* VINCULOS SIN CUENTA VIVA  = '.
000646
000647     COPY "LAYOUT-Clients.cpy".
000648     COPY "LAYOUT-Demog.cpy".
000649     COPY "LAYOUT-Cotiz.cpy".
000649     COPY "LAYOUT-Cotitular.cpy".
000649
000649********  CALENDARIO DE DIAS HABILES  *
000649
000649 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000649*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000649*    SOLO LOS FERIADOS NACIONALES)
000649 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000649 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000649     88  WS-DHA-HABIL                    VALUE 'S'.
000649     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000649*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000649*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000649 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000649     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000649 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000649 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000649 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000649 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000649 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000649 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000649 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000649 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000649 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000649 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000649 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000649 01  FILLER REDEFINES WS-DHA-FECHA.
000649     03  WS-DHA-ANIO         PIC 9(04).
000649     03  WS-DHA-MES          PIC 9(02).
000649     03  WS-DHA-DIA          PIC 9(02).
000649
000649     COPY "LAYOUT-Calendario.cpy".
000650
000700 PROCEDURE DIVISION.
000701
000711     IF WS-CLI-NO-PRIMERO
000712        PERFORM 2400-CERRAR-CLIENTE THRU F-2400-CERRAR-CLIENTE
000713     END-IF.
000713
000713*    PAGINAS DE LOS COTITULARES POSTERIORES AL ULTIMO CLIENTE
000713*    CON CUENTAS PROPIAS
000713
000713     PERFORM 2050-PAGINA-SOLO-VINCULOS
000713                 THRU F-2050-PAGINA-SOLO-VINCULOS
000713               UNTIL WS-VTB-IDX IS GREATER THAN WS-VTB-CANT.
000714
000715     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000716
000748        MOVE 9999 TO RETURN-CODE
000749        SET  WS-FIN-LECTURA TO TRUE
000750     END-IF.
000750
000750     OPEN INPUT  FILE-CAL.
000750     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000750        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000750        MOVE 9999 TO RETURN-CODE
000750        SET  WS-FIN-LECTURA TO TRUE
000750     END-IF.
000751
000752     PERFORM 1400-CARGAR-COTIZACIONES
000753                 THRU F-1400-CARGAR-COTIZACIONES.
000753
000753     OPEN INPUT FILE-CTI.
000753     IF WS-FILCTI-CODE IS EQUAL '00'
000753        SET WS-CTI-DISPONIBLE TO TRUE
000753     ELSE
000753        DISPLAY '* SIN DDCOTIT, POSICION SIN CUENTAS '
000753                'COMPARTIDAS = ' WS-FILCTI-CODE
000753        SET WS-CTI-NO-DISPONIBLE TO TRUE
000753     END-IF.
000753
000753     IF WS-CTI-DISPONIBLE AND WS-NO-FIN-LECTURA
000753        PERFORM 1300-CARGAR-VINCULOS THRU F-1300-CARGAR-VINCULOS
000753     END-IF.
000754
000755*    FECHA DE PROCESO EN DIAS BASE 30/360, PARA EL CALCULO
000756*    DE VENCIMIENTO DE LOS PLAZOS FIJOS
000761              + WS-FEC-TRA-MES  * 30
000762              + WS-FEC-TRA-DIA
000763
000764*    RECORRIDO DEL MAESTRO DESDE EL PRINCIPIO POR LA CLAVE
000764*    PRIMARIA (LA CARGA DE VINCULOS LO DEJO POSICIONADO AL AZAR)
000764
000764     IF WS-NO-FIN-LECTURA
000764        MOVE ZEROS TO REG-FILE1-CLAVE
000764        START FILE1 KEY IS NOT LESS THAN REG-FILE1-CLAVE
000764        EVALUATE WS-FIL1-CODE
000764           WHEN '00'
000764              PERFORM 3000-LEER-FILE1 THRU F-3000-LEER-FILE1
000764           WHEN '23'
000764              SET WS-FIN-LECTURA TO TRUE
000764           WHEN OTHER
000764              DISPLAY '* ERROR EN START FILE1 = ' WS-FIL1-CODE
000764              MOVE 9999 TO RETURN-CODE
000764              SET WS-FIN-LECTURA TO TRUE
000764        END-EVALUATE
000766     END-IF.
000767
000768 F-1000-INICIO.   EXIT.
000846               OR WS-COT-HALLADA IS NOT EQUAL ZERO.
000847
000848 F-1400-CARGAR-COTIZACIONES. EXIT.
000848
000848**************************************
000848*  CARGAR LOS VINCULOS COTITULARES    *
000848*  ACTIVOS CON LA IMAGEN DE SU CUENTA *
000848*  (DDCOTIT EN ORDEN DE COTITULAR)    *
000848**************************************
000848
000848 1300-CARGAR-VINCULOS.
000848
000848     SET WS-NO-FIN-CTI TO TRUE
000848
000848     PERFORM 1310-CARGAR-UN-VINCULO
000848                 THRU F-1310-CARGAR-UN-VINCULO
000848               UNTIL WS-FIN-CTI.
000848
000848 F-1300-CARGAR-VINCULOS. EXIT.
000848
000848 1310-CARGAR-UN-VINCULO.
000848
000848     READ FILE-CTI NEXT RECORD INTO WS-REG-COTIT
000848
000848     EVALUATE WS-FILCTI-CODE
000848
000848        WHEN '00'
000848           CONTINUE
000848
000848        WHEN '10'
000848           SET WS-FIN-CTI TO TRUE
000848           GO TO F-1310-CARGAR-UN-VINCULO
000848
000848        WHEN OTHER
000848           DISPLAY '* ERROR EN LECTURA COTIT = ' WS-FILCTI-CODE
000848           MOVE 9999 TO RETURN-CODE
000848           SET WS-FIN-LECTURA TO TRUE
000848           SET WS-FIN-CTI     TO TRUE
000848           GO TO F-1310-CARGAR-UN-VINCULO
000848
000848     END-EVALUATE
000848
000848*    EL FIRMANTE NO ES TITULAR: NO LLEVA LA CUENTA A SU PAGINA
000848
000848     IF WS-CTI-EST-BAJA
000848        OR NOT WS-CTI-ROL-COTITULAR
000848        GO TO F-1310-CARGAR-UN-VINCULO
000848     END-IF
000848
000848     MOVE WS-CTI-TIPO   TO REG-FILE1-TIPO
000848     MOVE WS-CTI-CUENTA TO REG-FILE1-CUENTA
000848
000848     READ FILE1 INTO WS-REG-CLIENTE
000848        KEY IS REG-FILE1-CLAVE1
000848
000848     EVALUATE WS-FIL1-CODE
000848
000848        WHEN '00'
000848           IF WS-CLI-EST-BAJA
000848              ADD 1 TO WS-CANT-VINC-SIN-CTA
000848              GO TO F-1310-CARGAR-UN-VINCULO
000848           END-IF
000848
000848        WHEN '23'
000848           ADD 1 TO WS-CANT-VINC-SIN-CTA
000848           GO TO F-1310-CARGAR-UN-VINCULO
000848
000848        WHEN OTHER
000848           DISPLAY '* ERROR EN READ FILE1 (COTIT) = '
000848                                      WS-FIL1-CODE
000848           MOVE 9999 TO RETURN-CODE
000848           SET WS-FIN-LECTURA TO TRUE
000848           SET WS-FIN-CTI     TO TRUE
000848           GO TO F-1310-CARGAR-UN-VINCULO
000848
000848     END-EVALUATE
000848
000848     IF WS-VTB-CANT IS NOT LESS THAN WS-VTB-MAX
000848        DISPLAY '* TABLA DE COTITULARIDAD DESBORDADA *'
000848        MOVE 9999 TO RETURN-CODE
000848        SET WS-FIN-LECTURA TO TRUE
000848        SET WS-FIN-CTI     TO TRUE
000848        GO TO F-1310-CARGAR-UN-VINCULO
000848     END-IF
000848
000848     ADD 1 TO WS-VTB-CANT
000848     MOVE WS-CTI-NRO     TO WS-VTB-NRO     (WS-VTB-CANT)
000848     MOVE WS-REG-CLIENTE TO WS-VTB-CLIENTE (WS-VTB-CANT).
000848
000848 F-1310-CARGAR-UN-VINCULO. EXIT.
000849
000850 1410-CARGAR-UNA-COTIZ.
000851
000914                       THRU F-2400-CERRAR-CLIENTE
000915        END-IF
000916
000916*    ANTES, LAS PAGINAS DE LOS COTITULARES SIN CUENTAS PROPIAS
000916*    CUYO NRO QUEDA ANTES DEL CLIENTE QUE SE ABRE
000916
000916        PERFORM 2050-PAGINA-SOLO-VINCULOS
000916                    THRU F-2050-PAGINA-SOLO-VINCULOS
000916                  UNTIL WS-VTB-IDX IS GREATER THAN WS-VTB-CANT
000916                  OR WS-VTB-NRO (WS-VTB-IDX) IS NOT LESS THAN
000916                     WS-CLI-NRO
000916
000916        MOVE WS-CLI-NRO TO WS-PAG-NRO
000917        PERFORM 2100-ABRIR-CLIENTE THRU F-2100-ABRIR-CLIENTE
000918
000919     END-IF
000923     PERFORM 3000-LEER-FILE1 THRU F-3000-LEER-FILE1.
000924
000925 F-2000-PROCESO. EXIT.
000925
000925**************************************
000925* PAGINA DE UN COTITULAR QUE NO TIENE*
000925* CUENTAS PROPIAS EN DDCLIEN: SOLO   *
000925* LAS CUENTAS QUE COMPARTE           *
000925**************************************
000925
000925 2050-PAGINA-SOLO-VINCULOS.
000925
000925     MOVE WS-VTB-NRO (WS-VTB-IDX) TO WS-PAG-NRO
000925
000925     PERFORM 2100-ABRIR-CLIENTE  THRU F-2100-ABRIR-CLIENTE
000925     PERFORM 2400-CERRAR-CLIENTE THRU F-2400-CERRAR-CLIENTE.
000925
000925 F-2050-PAGINA-SOLO-VINCULOS. EXIT.
000926
000927**************************************
000928* ABRIR LA PAGINA DE UN CLIENTE:     *
000933 2100-ABRIR-CLIENTE.
000934
000935     SET WS-CLI-NO-PRIMERO TO TRUE
000936     MOVE WS-PAG-NRO TO WS-CLI-NRO-ANT
000937
000938     MOVE ZEROS TO WS-POS-TOTAL-ARS
000939     MOVE ZEROS TO WS-POS-CANT-CUENTAS
000939     MOVE ZEROS TO WS-POS-DEUDA-ARS
000939     MOVE ZEROS TO WS-POS-CANT-PRESTAMOS
000940     SET WS-POS-CON-COTIZ TO TRUE
000941
000942     PERFORM 2300-BUSCAR-DEMOG THRU F-2300-BUSCAR-DEMOG
000950        GO TO F-2100-ABRIR-CLIENTE
000951     END-IF
000952
000953     MOVE WS-PAG-NRO       TO WS-TIT-NRO
000954     MOVE WS-DEMOG-NOMBRE  TO WS-TIT-NOMBRE
000955     MOVE WS-DEMOG-TIPO-DOC TO WS-TIT-TIPO-DOC
000956     MOVE WS-DEMOG-NRO-DOC TO WS-TIT-NRO-DOC
000972        WHEN 02  MOVE 'CUENTA CORRIENTE  ' TO WS-DET-TIPO
000973        WHEN 03  MOVE 'CAJA DE AHORROS   ' TO WS-DET-TIPO
000974        WHEN 04  MOVE 'PLAZO FIJO        ' TO WS-DET-TIPO
000974        WHEN 05  MOVE 'PRESTAMO          ' TO WS-DET-TIPO
000975        WHEN OTHER
000976                 MOVE 'TIPO DESCONOCIDO  ' TO WS-DET-TIPO
000977     END-EVALUATE
000981     MOVE WS-CLI-SALDO  TO WS-DET-SALDO
000982
000983*    MARCAS: SALDO NEGATIVO, DORMANCIA/BAJA Y PLAZO FIJO
000984*    CUYO VENCIMIENTO YA PASO Y SIGUE EN CARTERA. EL PRESTAMO
000984*    LLEVA SU PROPIA MARCA (SU SALDO ES SIEMPRE NEGATIVO)
000985
000986     MOVE SPACES TO WS-DET-MARCAS
000986     MOVE SPACES TO WS-DET-COMPARTIDA
000986     MOVE SPACES TO WS-DET-TIT-LEYENDA
000986     MOVE SPACES TO WS-DET-TIT-NRO
000987
000988     IF WS-CLI-TIPO-PRESTAMO
000988        MOVE '*PRESTAMO*'       TO WS-DET-MARCAS (1:16)
000988     ELSE
000988     IF WS-CLI-SALDO IS LESS THAN ZERO
000989        MOVE '*SALDO NEGATIVO*' TO WS-DET-MARCAS (1:16)
000990     END-IF
000990     END-IF
000991
000992     IF WS-CLI-EST-DORMIDA
000993        MOVE '*DORMIDA*'        TO WS-DET-MARCAS (18:9)
001000     IF WS-CLI-TIPO IS EQUAL 04
001001        AND WS-CLI-PF-FEC-APERT IS NOT EQUAL ZEROS
001002
001003*    VENCIMIENTO: APERTURA MAS EL PLAZO EN DIAS CORRIDOS,
001003*    CORRIDO AL DIA HABIL SIGUIENTE DE LA SUCURSAL DE LA
001003*    CUENTA; SE PASA A BASE 30/360 PARA COMPARAR
001003        MOVE WS-CLI-PF-FEC-APERT TO WS-DHA-FECHA
001003        MOVE WS-CLI-PF-PLAZO-DIA TO WS-DHA-CANT-DIAS
001003        MOVE WS-CLI-SUCURSAL     TO WS-DHA-SUCURSAL
001003        PERFORM 8060-SUMAR-DIAS THRU F-8060-SUMAR-DIAS
001003        PERFORM 8100-AJUSTAR-SIGUIENTE
001003                    THRU F-8100-AJUSTAR-SIGUIENTE
001003        COMPUTE WS-PF-DIAS-VENC =
001003                   WS-DHA-ANIO * 360
001003                 + WS-DHA-MES  * 30
001003                 + WS-DHA-DIA
001009
001010        IF WS-PF-DIAS-VENC IS NOT GREATER THAN
001011                              WS-PF-DIAS-PROCESO
001014
001015     END-IF
001016
001016*    CUENTA COMPARTIDA: LA DE OTRO TITULAR QUE SE LISTA EN LA
001016*    PAGINA DEL COTITULAR, O LA PROPIA QUE TIENE COTITULARES
001016
001016     IF WS-DET-CUENTA-VINCULADA
001016        MOVE '*COMPARTIDA*'   TO WS-DET-COMPARTIDA
001016        MOVE 'TITULAR '       TO WS-DET-TIT-LEYENDA
001016        MOVE WS-CLI-NRO       TO WS-DET-TIT-NRO
001016     ELSE
001016        PERFORM 2270-BUSCAR-COTITULARES
001016                    THRU F-2270-BUSCAR-COTITULARES
001016        IF WS-CTI-COMPARTIDA
001016           MOVE '*COMPARTIDA*' TO WS-DET-COMPARTIDA
001016        END-IF
001016     END-IF
001016
001017*    APORTE A LA POSICION TOTAL EN ARS (EL PRESTAMO SUMA A
001017*    LA DEUDA DEL CLIENTE)
001018
001018     IF WS-CLI-TIPO-PRESTAMO
001018        PERFORM 2250-DEUDA-PRESTAMO THRU F-2250-DEUDA-PRESTAMO
001018     ELSE
001018        PERFORM 2260-APORTE-POSICION
001018                    THRU F-2260-APORTE-POSICION
001018     END-IF
001035
001036     ADD 1 TO WS-POS-CANT-CUENTAS
001037
001044     END-IF.
001045
001046 F-2200-DETALLE-CUENTA. EXIT.
001046
001046**************************************
001046* DEUDA POR PRESTAMO: EL SALDO DE LA *
001046* CUENTA TIPO 05, EN ARS Y POSITIVO  *
001046**************************************
001046
001046 2250-DEUDA-PRESTAMO.
001046
001046     ADD 1 TO WS-POS-CANT-PRESTAMOS
001046     ADD 1 TO WS-CANT-PRESTAMOS
001046
001046     IF WS-CLI-MONEDA IS EQUAL 'USD'
001046
001046        IF WS-COT-HALLADA IS EQUAL ZERO
001046           SET WS-POS-SIN-COTIZ TO TRUE
001046        ELSE
001046           COMPUTE WS-SALDO-ARS ROUNDED =
001046                      WS-CLI-SALDO *
001046                      WS-COT-TAB-COTIZ (WS-COT-HALLADA)
001046           SUBTRACT WS-SALDO-ARS FROM WS-POS-DEUDA-ARS
001046        END-IF
001046
001046     ELSE
001046
001046        SUBTRACT WS-CLI-SALDO FROM WS-POS-DEUDA-ARS
001046
001046     END-IF.
001046
001046 F-2250-DEUDA-PRESTAMO. EXIT.
001046
001046**************************************
001046* APORTE DE UNA CUENTA DE DEPOSITO A *
001046* LA POSICION TOTAL EN ARS          *
001046**************************************
001046
001046 2260-APORTE-POSICION.
001046
001046     IF WS-CLI-MONEDA IS EQUAL 'USD'
001046
001046        IF WS-COT-HALLADA IS EQUAL ZERO
001046           SET WS-POS-SIN-COTIZ TO TRUE
001046        ELSE
001046           COMPUTE WS-SALDO-ARS ROUNDED =
001046                      WS-CLI-SALDO *
001046                      WS-COT-TAB-COTIZ (WS-COT-HALLADA)
001046           ADD WS-SALDO-ARS TO WS-POS-TOTAL-ARS
001046        END-IF
001046
001046     ELSE
001046
001046        ADD WS-CLI-SALDO TO WS-POS-TOTAL-ARS
001046
001046     END-IF.
001046
001046 F-2260-APORTE-POSICION. EXIT.
001046
001046**************************************
001046* LA CUENTA PROPIA EN PROCESO TIENE  *
001046* ALGUN COTITULAR ACTIVO EN DDCOTIT  *
001046* (LECTURA POR TIPO+CUENTA)          *
001046**************************************
001046
001046 2270-BUSCAR-COTITULARES.
001046
001046     SET WS-CTI-NO-COMPARTIDA TO TRUE
001046
001046     IF WS-CTI-NO-DISPONIBLE
001046        OR WS-CLI-TIPO-PRESTAMO
001046        GO TO F-2270-BUSCAR-COTITULARES
001046     END-IF
001046
001046     MOVE WS-CLI-TIPO   TO REG-CTI-TIPO
001046     MOVE WS-CLI-CUENTA TO REG-CTI-CUENTA
001046
001046     READ FILE-CTI INTO WS-REG-COTIT
001046        KEY IS REG-CTI-CLAVE1
001046
001046     EVALUATE WS-FILCTI-CODE
001046
001046        WHEN '00'
001046           SET WS-NO-FIN-CTI TO TRUE
001046           PERFORM 2275-EXAMINAR-COTITULAR
001046                       THRU F-2275-EXAMINAR-COTITULAR
001046                     UNTIL WS-FIN-CTI
001046
001046        WHEN '23'
001046           CONTINUE
001046
001046        WHEN OTHER
001046           DISPLAY '* ERROR EN READ COTIT = ' WS-FILCTI-CODE
001046           MOVE 9999 TO RETURN-CODE
001046           SET WS-FIN-LECTURA TO TRUE
001046
001046     END-EVALUATE.
001046
001046 F-2270-BUSCAR-COTITULARES. EXIT.
001046
001046*    EXAMINA EL VINCULO LEIDO Y AVANZA AL SIGUIENTE DE LA
001046*    MISMA CUENTA (ORDEN DE LA CLAVE ALTERNATIVA)
001046
001046 2275-EXAMINAR-COTITULAR.
001046
001046     IF WS-CTI-TIPO IS NOT EQUAL WS-CLI-TIPO
001046        OR WS-CTI-CUENTA IS NOT EQUAL WS-CLI-CUENTA
001046        SET WS-FIN-CTI TO TRUE
001046        GO TO F-2275-EXAMINAR-COTITULAR
001046     END-IF
001046
001046     IF WS-CTI-EST-ACTIVO AND WS-CTI-ROL-COTITULAR
001046        SET WS-CTI-COMPARTIDA TO TRUE
001046        SET WS-FIN-CTI TO TRUE
001046        GO TO F-2275-EXAMINAR-COTITULAR
001046     END-IF
001046
001046     READ FILE-CTI NEXT RECORD INTO WS-REG-COTIT
001046
001046     EVALUATE WS-FILCTI-CODE
001046
001046        WHEN '00'
001046           CONTINUE
001046
001046        WHEN '10'
001046           SET WS-FIN-CTI TO TRUE
001046
001046        WHEN OTHER
001046           DISPLAY '* ERROR EN READ NEXT COTIT = '
001046                                      WS-FILCTI-CODE
001046           MOVE 9999 TO RETURN-CODE
001046           SET WS-FIN-LECTURA TO TRUE
001046           SET WS-FIN-CTI     TO TRUE
001046
001046     END-EVALUATE.
001046
001046 F-2275-EXAMINAR-COTITULAR. EXIT.
001047
001048**************************************
001049* NOMBRE Y DOCUMENTO DEL CLIENTE     *
001060        GO TO F-2300-BUSCAR-DEMOG
001061     END-IF
001062
001063     MOVE WS-PAG-NRO TO REG-FDEM-NRO
001064
001065     READ FILE-DEM INTO WS-REG-DEMOG
001066        KEY IS REG-FDEM-NRO
001092
001093 2400-CERRAR-CLIENTE.
001094
001094*    CUENTAS DE OTROS TITULARES QUE EL CLIENTE COMPARTE COMO
001094*    COTITULAR (SUMAN A SU POSICION)
001094
001094     PERFORM 2450-CUENTAS-COMPARTIDAS
001094                 THRU F-2450-CUENTAS-COMPARTIDAS
001094
001095     MOVE WS-POS-TOTAL-ARS TO WS-TOT-POSICION
001096
001097     IF WS-POS-SIN-COTIZ
001104
001105     WRITE REG-LIS FROM WS-LIN-TOTAL
001106
001106     IF WS-POS-CANT-PRESTAMOS IS GREATER THAN ZERO
001106        MOVE WS-POS-DEUDA-ARS TO WS-DEU-POSICION
001106        WRITE REG-LIS FROM WS-LIN-DEUDA
001106     END-IF
001106
001107     WRITE REG-LIS FROM WS-LIN-SEPARADOR
001108
001109     IF WS-FILLIS-CODE IS NOT EQUAL '00'
001113     END-IF.
001114
001115 F-2400-CERRAR-CLIENTE. EXIT.
001115
001115**************************************
001115* LISTAR LAS CUENTAS COMPARTIDAS DEL *
001115* CLIENTE DE LA PAGINA, RESGUARDANDO *
001115* LA CUENTA LEIDA POR ADELANTADO     *
001115**************************************
001115
001115 2450-CUENTAS-COMPARTIDAS.
001115
001115     IF WS-VTB-IDX IS GREATER THAN WS-VTB-CANT
001115        GO TO F-2450-CUENTAS-COMPARTIDAS
001115     END-IF
001115
001115     IF WS-VTB-NRO (WS-VTB-IDX) IS NOT EQUAL WS-CLI-NRO-ANT
001115        GO TO F-2450-CUENTAS-COMPARTIDAS
001115     END-IF
001115
001115     MOVE WS-REG-CLIENTE TO WS-CLI-RESGUARDO
001115     SET WS-DET-CUENTA-VINCULADA TO TRUE
001115
001115     PERFORM 2460-UNA-CUENTA-COMPARTIDA
001115                 THRU F-2460-UNA-CUENTA-COMPARTIDA
001115               UNTIL WS-VTB-IDX IS GREATER THAN WS-VTB-CANT
001115               OR WS-VTB-NRO (WS-VTB-IDX) IS NOT EQUAL
001115                  WS-CLI-NRO-ANT
001115
001115     SET WS-DET-CUENTA-PROPIA TO TRUE
001115     MOVE WS-CLI-RESGUARDO TO WS-REG-CLIENTE.
001115
001115 F-2450-CUENTAS-COMPARTIDAS. EXIT.
001115
001115 2460-UNA-CUENTA-COMPARTIDA.
001115
001115     MOVE WS-VTB-CLIENTE (WS-VTB-IDX) TO WS-REG-CLIENTE
001115
001115     PERFORM 2200-DETALLE-CUENTA THRU F-2200-DETALLE-CUENTA
001115
001115     ADD 1 TO WS-CANT-COMPARTIDAS
001115     ADD 1 TO WS-VTB-IDX.
001115
001115 F-2460-UNA-CUENTA-COMPARTIDA. EXIT.
001116
001117**************************************
001118* LECTURA DE UNA CUENTA DEL MAESTRO  *
001120
001121 3000-LEER-FILE1.
001122
001123     READ FILE1 NEXT RECORD INTO WS-REG-CLIENTE
001124
001125     EVALUATE WS-FIL1-CODE
001126
001138     END-EVALUATE.
001139
001140 F-3000-LEER-FILE1. EXIT.
001140
001140**************************************
001140* CALENDARIO: WS-DHA-FECHA ES DIA    *
001140* HABIL SI NO CAE SABADO O DOMINGO   *
001140* NI ES FERIADO NACIONAL, NI FERIADO *
001140* LOCAL DE WS-DHA-SUCURSAL           *
001140**************************************
001140
001140 8000-EVALUAR-DIA-HABIL.
001140
001140     SET WS-DHA-HABIL TO TRUE
001140
001140     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
001140
001140     IF WS-DHA-FIN-SEMANA
001140        SET WS-DHA-NO-HABIL TO TRUE
001140        GO TO F-8000-EVALUAR-DIA-HABIL
001140     END-IF
001140
001140     MOVE ZEROS        TO REG-CAL-SUCURSAL
001140     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
001140     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001140
001140     IF WS-DHA-HABIL
001140        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
001140        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
001140        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
001140        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001140     END-IF.
001140
001140 F-8000-EVALUAR-DIA-HABIL. EXIT.
001140
001140 8010-DIA-SEMANA.
001140
001140*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
001140*    ANTERIOR
001140
001140     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
001140     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
001140     IF WS-DHA-Z-MES IS LESS THAN 3
001140        ADD 12 TO WS-DHA-Z-MES
001140        SUBTRACT 1 FROM WS-DHA-Z-ANIO
001140     END-IF
001140
001140     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
001140            REMAINDER WS-DHA-Z-ANIO-SIG
001140
001140     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
001140     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
001140     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
001140     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001140     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
001140     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001140     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
001140
001140     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
001140            REMAINDER WS-DHA-RESTO
001140     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
001140
001140 F-8010-DIA-SEMANA. EXIT.
001140
001140 8020-LEER-FERIADO.
001140
001140     READ FILE-CAL INTO WS-REG-CALENDARIO
001140        KEY IS REG-CAL-CLAVE
001140
001140     EVALUATE WS-FILCAL-CODE
001140        WHEN '00'
001140           IF WS-CAL-EST-ACTIVO
001140              SET WS-DHA-NO-HABIL TO TRUE
001140           END-IF
001140        WHEN '23'
001140           CONTINUE
001140        WHEN OTHER
001140           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
001140           MOVE 9999 TO RETURN-CODE
001140           SET WS-FIN-LECTURA TO TRUE
001140           SET WS-DHA-HABIL TO TRUE
001140     END-EVALUATE.
001140
001140 F-8020-LEER-FERIADO. EXIT.
001140
001140**************************************
001140* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
001140**************************************
001140
001140 8030-SUMAR-UN-DIA.
001140
001140     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001140
001140     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
001140        ADD 1 TO WS-DHA-DIA
001140     ELSE
001140        MOVE 1 TO WS-DHA-DIA
001140        IF WS-DHA-MES IS LESS THAN 12
001140           ADD 1 TO WS-DHA-MES
001140        ELSE
001140           MOVE 1 TO WS-DHA-MES
001140           ADD 1 TO WS-DHA-ANIO
001140        END-IF
001140     END-IF.
001140
001140 F-8030-SUMAR-UN-DIA. EXIT.
001140
001140**************************************
001140* CANTIDAD DE DIAS DEL MES DE        *
001140* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001140* BISIESTO)                          *
001140**************************************
001140
001140 8050-DIAS-DEL-MES.
001140
001140     EVALUATE WS-DHA-MES
001140        WHEN 04
001140        WHEN 06
001140        WHEN 09
001140        WHEN 11
001140           MOVE 30 TO WS-DHA-DIAS-MES
001140        WHEN 02
001140           MOVE 28 TO WS-DHA-DIAS-MES
001140           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001140                  REMAINDER WS-DHA-RESTO
001140           IF WS-DHA-RESTO IS EQUAL ZERO
001140              MOVE 29 TO WS-DHA-DIAS-MES
001140              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001140                     REMAINDER WS-DHA-RESTO
001140              IF WS-DHA-RESTO IS EQUAL ZERO
001140                 MOVE 28 TO WS-DHA-DIAS-MES
001140                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001140                        REMAINDER WS-DHA-RESTO
001140                 IF WS-DHA-RESTO IS EQUAL ZERO
001140                    MOVE 29 TO WS-DHA-DIAS-MES
001140                 END-IF
001140              END-IF
001140           END-IF
001140        WHEN OTHER
001140           MOVE 31 TO WS-DHA-DIAS-MES
001140     END-EVALUATE.
001140
001140 F-8050-DIAS-DEL-MES. EXIT.
001140
001140**************************************
001140* SUMA WS-DHA-CANT-DIAS DIAS CORRIDOS*
001140* A WS-DHA-FECHA, DE A UN MES POR VEZ*
001140**************************************
001140
001140 8060-SUMAR-DIAS.
001140
001140     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001140
001140     IF WS-DHA-DIA IS GREATER THAN WS-DHA-DIAS-MES
001140        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
001140     END-IF
001140
001140     PERFORM 8065-SUMAR-TRAMO THRU F-8065-SUMAR-TRAMO
001140             UNTIL WS-DHA-CANT-DIAS IS EQUAL ZEROS.
001140
001140 F-8060-SUMAR-DIAS. EXIT.
001140
001140 8065-SUMAR-TRAMO.
001140
001140     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001140
001140*    DIAS QUE QUEDAN HASTA FIN DEL MES EN CURSO
001140
001140     COMPUTE WS-DHA-COCIENTE = WS-DHA-DIAS-MES - WS-DHA-DIA
001140
001140     IF WS-DHA-CANT-DIAS IS NOT GREATER THAN WS-DHA-COCIENTE
001140        ADD WS-DHA-CANT-DIAS TO WS-DHA-DIA
001140        MOVE ZEROS TO WS-DHA-CANT-DIAS
001140     ELSE
001140        COMPUTE WS-DHA-CANT-DIAS =
001140                WS-DHA-CANT-DIAS - WS-DHA-COCIENTE - 1
001140        MOVE 1 TO WS-DHA-DIA
001140        IF WS-DHA-MES IS LESS THAN 12
001140           ADD 1 TO WS-DHA-MES
001140        ELSE
001140           MOVE 1 TO WS-DHA-MES
001140           ADD 1 TO WS-DHA-ANIO
001140        END-IF
001140     END-IF.
001140
001140 F-8065-SUMAR-TRAMO. EXIT.
001140
001140**************************************
001140* REGLA DIA HABIL SIGUIENTE: SI      *
001140* WS-DHA-FECHA NO ES HABIL SE CORRE  *
001140* AL PRIMER DIA HABIL POSTERIOR      *
001140**************************************
001140
001140 8100-AJUSTAR-SIGUIENTE.
001140
001140     MOVE ZEROS TO WS-DHA-PASOS
001140
001140     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
001140
001140     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
001140             UNTIL WS-DHA-HABIL.
001140
001140 F-8100-AJUSTAR-SIGUIENTE. EXIT.
001140
001140 8105-AVANZAR-UN-DIA.
001140
001140*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
001140
001140     ADD 1 TO WS-DHA-PASOS
001140     IF WS-DHA-PASOS IS GREATER THAN 31
001140        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
001140        MOVE 9999 TO RETURN-CODE
001140        SET WS-FIN-LECTURA TO TRUE
001140        SET WS-DHA-HABIL TO TRUE
001140        GO TO F-8105-AVANZAR-UN-DIA
001140     END-IF
001140
001140     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
001140
001140     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
001140
001140 F-8105-AVANZAR-UN-DIA. EXIT.
001141
001142**************************************
001143*   CIERRE DE ARCHIVOS Y TOTALES     *
001161        END-IF
001162     END-IF.
001163
001163     IF WS-CTI-DISPONIBLE
001163        CLOSE FILE-CTI
001163        IF WS-FILCTI-CODE IS NOT EQUAL '00'
001163           DISPLAY '* ERROR EN CLOSE COTIT   = '
001163                                      WS-FILCTI-CODE
001163           MOVE 9999 TO RETURN-CODE
001163        END-IF
001163     END-IF.
001163
001164     CLOSE FILE-LIS.
001165        IF WS-FILLIS-CODE IS NOT EQUAL '00'
001166           DISPLAY '* ERROR EN CLOSE POSICION = '
001167                                      WS-FILLIS-CODE
001168           MOVE 9999 TO RETURN-CODE
001169        END-IF.
001169
001169     CLOSE FILE-CAL.
001169        IF WS-FILCAL-CODE IS NOT EQUAL '00'
001169           DISPLAY '* ERROR EN CLOSE CALEND  = '
001169                                      WS-FILCAL-CODE
001169           MOVE 9999 TO RETURN-CODE
001169        END-IF.
001170
001171**************************************
001172*   MOSTRAR TOTALES DE CONTROL       *
001176     DISPLAY WS-LEYEN-CLIENTES       WS-CANT-CLIENTES.
001177     DISPLAY WS-LEYEN-SIN-DEMOG      WS-CANT-SIN-DEMOG.
001178     DISPLAY WS-LEYEN-SIN-COTIZ      WS-CANT-SIN-COTIZ.
001178     DISPLAY WS-LEYEN-PRESTAMOS      WS-CANT-PRESTAMOS.
001178     DISPLAY WS-LEYEN-COMPARTIDAS    WS-CANT-COMPARTIDAS.
001178     DISPLAY WS-LEYEN-VINC-SIN-CTA   WS-CANT-VINC-SIN-CTA.
001179
001180 F-9999-FINAL.
001181     EXIT.
