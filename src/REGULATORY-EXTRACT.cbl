000175*    30/360). EL ARCHIVO LLEVA HEADER Y TRAILER DE       *
000176*    CONTROL AL ESTILO DDCONTAB Y NO SE DESPACHA (SE     *
000177*    OMITE EL TRAILER) SI EL AGREGADO NO ATA CONTRA EL   *
000178*    SALDO DE CIERRE DE DDHISTO PARA LA FECHA. LOS       *
000178*    PRESTAMOS (TIPO 05) NO SON DEPOSITOS: SE INFORMAN   *
000178*    APARTE (REGISTROS PRE, DEUDA EN POSITIVO) Y NO      *
000178*    INTEGRAN EL SALDO DEL TRAILER. LAS CUENTAS CON      *
000178*    COTITULARES (DDCOTIT) SE PRORRATEAN EN PARTES       *
000178*    IGUALES ENTRE LOS TITULARES, CADA PARTE AL TIPO DE  *
000178*    DOCUMENTO DE SU TITULAR                             *
000180**********************************************************
000185*      MANTENIMIENTO DE PROGRAMA                         *
000190**********************************************************
000191*    FECHA *    DETALLE        * COD *
000192**************************************
000193* 02/09/26 * ALTA DE PROGRAMA  * LGS *
000193* 15/10/26 * CUENTAS PRESTAMO  * LGS *
000193* 15/10/26 * COTITULARIDAD     * LGS *
000193* 15/10/26 * CALENDARIO HABILES * LGS *
000193* 15/10/26 * REVERSION DE FECHA * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000217     RECORD KEY IS REG-FDEM-NRO
000218     FILE STATUS IS WS-FILDEM-CODE.
000219
000219     SELECT FILE-CTI  ASSIGN DDCOTIT
000219     ORGANIZATION IS INDEXED
000219     ACCESS IS DYNAMIC
000219     RECORD KEY IS REG-CTI-CLAVE
000219     ALTERNATE RECORD KEY IS REG-CTI-CLAVE1 WITH DUPLICATES
000219     FILE STATUS IS WS-FILCTI-CODE.
000219
000220     SELECT FILE-HIS  ASSIGN DDHISTO
000221     ACCESS IS SEQUENTIAL
000222     FILE STATUS IS WS-FILHIS-CODE.
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
000412 FD FILE-HIS
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
000504 77  WS-FILHIS-CODE          PIC X(02)   VALUE SPACES.
000505 77  WS-FILEXT-CODE          PIC X(02)   VALUE SPACES.
000506 77  WS-FILPARM-CODE         PIC X(02)   VALUE SPACES.
000506 77  WS-FILCTI-CODE          PIC X(02)   VALUE SPACES.
000507
000508 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000509     88  WS-FIN-LECTURA                  VALUE 'SI'.
000539             07  WS-PFB-SALDO PIC S9(13)V99.
000540
000541 77  WS-IDX-BANDA            PIC 9(01)   VALUE ZEROS.
000541
000541*    DEUDA POR PRESTAMOS (TIPO 05) POR MONEDA Y DOCUMENTO,
000541*    MISMOS INDICES QUE WS-AGR-ACUM
000541 01  WS-PRA-ACUM.
000541     03  WS-PRA-MON-ENT      OCCURS 2 TIMES.
000541         05  WS-PRA-DOC-ENT  OCCURS 4 TIMES.
000541             07  WS-PRA-CANT  PIC 9(07).
000541             07  WS-PRA-DEUDA PIC S9(13)V99.
000542
000543 77  WS-PF-DIAS-VENC         PIC S9(09)  VALUE ZEROS.
000544 77  WS-PF-DIAS-PROCESO      PIC S9(09)  VALUE ZEROS.
000612
000613 77  WS-DEMOG-ULT-NRO        PIC 9(05)   VALUE ZEROS.
000614 77  WS-DEMOG-ULT-IDX        PIC 9(01)   VALUE 4.
000614
000614*    TITULAR CUYO TIPO DE DOCUMENTO SE BUSCA
000614 77  WS-DOC-NRO              PIC 9(05)   VALUE ZEROS.
000614
000614********  PRORRATEO ENTRE COTITULARES  *
000614
000614 77  WS-CTI-DISP-SW          PIC X       VALUE 'N'.
000614     88  WS-CTI-DISPONIBLE               VALUE 'Y'.
000614     88  WS-CTI-NO-DISPONIBLE            VALUE 'N'.
000614
000614 01  WS-STA-CTI              PIC X       VALUE 'N'.
000614     88  WS-FIN-CTI                      VALUE 'Y'.
000614     88  WS-NO-FIN-CTI                   VALUE 'N'.
000614
000614*    COTITULARES ACTIVOS DE LA CUENTA EN PROCESO (EL TITULAR
000614*    DE DDCLIEN NO FIGURA: RECIBE LA PARTE MAS EL RESTO)
000614 77  WS-COT-MAX              PIC 9(02)   VALUE 20.
000614 77  WS-COT-CANT             PIC 9(02)   VALUE ZEROS.
000614 77  WS-COT-IDX              PIC 9(02)   VALUE ZEROS.
000614 01  WS-TAB-COTITULARES.
000614     03  WS-COT-NRO          PIC 9(05)   OCCURS 20 TIMES.
000614
000614 77  WS-PRT-PARTE            PIC S9(11)V99 VALUE ZEROS.
000614 77  WS-PRT-TITULAR          PIC S9(11)V99 VALUE ZEROS.
000615
000616 77  WS-HIS-ULT-SALDO        PIC S9(11)V99 VALUE ZEROS.
000617 77  WS-HIS-HALLADA-SW       PIC X         VALUE 'N'.
000624 77  WS-CANT-GRABADOS        PIC 9(07)     VALUE ZEROS.
000625 77  WS-CANT-SIN-DEMOG       PIC 9(05)     VALUE ZEROS.
000626 77  WS-TOT-SALDOS           PIC S9(13)V99 VALUE ZEROS.
000626 77  WS-CANT-PRORRATEADAS    PIC 9(05)     VALUE ZEROS.
000626 77  WS-TOT-DEUDA-PRE        PIC S9(13)V99 VALUE ZEROS.
000627
000628********     FECHA DE PROCESO  ***************
000629
000653         VALUE '* CUENTAS SIN DEMOGRAFIA    = '.
000654 01  WS-LEYEN-TOT-SALDOS     PIC X(35)
000655         VALUE '* SALDO TOTAL AGREGADO      = '.
000655 01  WS-LEYEN-DEUDA-PRE      PIC X(35)
000655         VALUE '* DEUDA TOTAL PRESTAMOS     = '.
000655 01  WS-LEYEN-PRORRATEADAS   PIC X(35)
000655         VALUE '* CUENTAS PRORRATEADAS      = '.
000656
000657     COPY "LAYOUT-Clients.cpy".
000658     COPY "LAYOUT-Demog.cpy".
000659     COPY "LAYOUT-Historia.cpy".
000659     COPY "LAYOUT-Cotitular.cpy".
000659
000659********  CALENDARIO DE DIAS HABILES  *
000659
000659 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000659*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000659*    SOLO LOS FERIADOS NACIONALES)
000659 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000659 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000659     88  WS-DHA-HABIL                    VALUE 'S'.
000659     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000659*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000659*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000659 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000659     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000659 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000659 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000659 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000659 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000659 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000659 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000659 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000659 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000659 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000659 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000659 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000659 01  FILLER REDEFINES WS-DHA-FECHA.
000659     03  WS-DHA-ANIO         PIC 9(04).
000659     03  WS-DHA-MES          PIC 9(02).
000659     03  WS-DHA-DIA          PIC 9(02).
000659
000659     COPY "LAYOUT-Calendario.cpy".
000660
000700 PROCEDURE DIVISION.
000701
000725
000726     MOVE ZEROS TO WS-AGR-ACUM
000727     MOVE ZEROS TO WS-PFB-ACUM
000727     MOVE ZEROS TO WS-PRA-ACUM
000728
000729     MOVE WS-FECHA-PROCESO TO WS-FEC-TRABAJO
000730     COMPUTE WS-PF-DIAS-PROCESO =
000751        SET WS-DEMOG-NO-DISPONIBLE TO TRUE
000752     END-IF.
000753
000753     OPEN INPUT FILE-CTI.
000753     IF WS-FILCTI-CODE IS EQUAL '00'
000753        SET WS-CTI-DISPONIBLE TO TRUE
000753     ELSE
000753        DISPLAY '* SIN DDCOTIT, CUENTAS SIN PRORRATEO = '
000753                WS-FILCTI-CODE
000753        SET WS-CTI-NO-DISPONIBLE TO TRUE
000753     END-IF.
000753
000754     OPEN OUTPUT FILE-EXT.
000755     IF WS-FILEXT-CODE IS NOT EQUAL '00'
000756        DISPLAY '* ERROR EN OPEN BCRA    = ' WS-FILEXT-CODE
000757        MOVE 9999 TO RETURN-CODE
000758        SET  WS-FIN-LECTURA TO TRUE
000759     END-IF.
000759
000759     OPEN INPUT  FILE-CAL.
000759     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000759        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000759        MOVE 9999 TO RETURN-CODE
000759        SET  WS-FIN-LECTURA TO TRUE
000759     END-IF.
000760
000761     IF WS-NO-FIN-LECTURA
000762        PERFORM 3000-LEER-FILE1 THRU F-3000-LEER-FILE1
000839
000840        WHEN '00'
000841           IF WS-HIS-FECHA IS EQUAL WS-FECHA-PROCESO
000841              AND NOT WS-HIS-EST-REVERTIDA
000842              MOVE WS-HIS-SALDO-CIERRE TO WS-HIS-ULT-SALDO
000843              SET WS-HIS-HALLADA TO TRUE
000844           END-IF
000869        GO TO F-2000-PROCESO-LEER
000870     END-IF
000871
000871*    EL PRESTAMO NO ES UN DEPOSITO: VA A SU PROPIO AGREGADO
000871
000871     IF WS-CLI-TIPO-PRESTAMO
000871        PERFORM 2300-ACUM-PRESTAMO THRU F-2300-ACUM-PRESTAMO
000871        GO TO F-2000-PROCESO-LEER
000871     END-IF
000871
000872     EVALUATE WS-CLI-TIPO
000873        WHEN 02   MOVE 1 TO WS-IDX-TIPO
000874        WHEN 03   MOVE 2 TO WS-IDX-TIPO
000887        MOVE 1 TO WS-IDX-MON
000888     END-IF
000889
000889*    COTITULARES: CADA UNO SUMA SU PARTE (TRUNCADA AL
000889*    CENTAVO) A SU TIPO DE DOCUMENTO; EL TITULAR DE DDCLIEN
000889*    SE QUEDA CON SU PARTE MAS EL RESTO, ASI EL TOTAL ATA
000889*    CONTRA DDHISTO
000889
000889     PERFORM 2400-BUSCAR-COTITULARES
000889                 THRU F-2400-BUSCAR-COTITULARES
000889
000889     IF WS-COT-CANT IS EQUAL ZEROS
000889        MOVE WS-CLI-SALDO TO WS-PRT-TITULAR
000889     ELSE
000889        ADD 1 TO WS-CANT-PRORRATEADAS
000889        COMPUTE WS-PRT-PARTE =
000889                   WS-CLI-SALDO / (WS-COT-CANT + 1)
000889        COMPUTE WS-PRT-TITULAR =
000889                   WS-CLI-SALDO - WS-PRT-PARTE * WS-COT-CANT
000889        MOVE ZEROS TO WS-COT-IDX
000889        PERFORM 2450-PARTE-COTITULAR
000889                    THRU F-2450-PARTE-COTITULAR
000889                  UNTIL WS-COT-IDX IS NOT LESS THAN WS-COT-CANT
000889     END-IF
000889
000890     MOVE WS-CLI-NRO TO WS-DOC-NRO
000890     PERFORM 2100-TIPO-DOC-TITULAR
000891                 THRU F-2100-TIPO-DOC-TITULAR
000892
000893     ADD 1 TO WS-AGR-CANT
000894                 (WS-IDX-TIPO WS-IDX-MON WS-IDX-DOC)
000895     ADD WS-PRT-TITULAR TO WS-AGR-SALDO
000896                 (WS-IDX-TIPO WS-IDX-MON WS-IDX-DOC)
000897     ADD WS-CLI-SALDO TO WS-TOT-SALDOS
000898
000924        GO TO F-2100-TIPO-DOC-TITULAR
000925     END-IF
000926
000927     IF WS-DOC-NRO IS EQUAL WS-DEMOG-ULT-NRO
000928        MOVE WS-DEMOG-ULT-IDX TO WS-IDX-DOC
000929        GO TO F-2100-TIPO-DOC-TITULAR
000930     END-IF
000931
000932     MOVE WS-DOC-NRO TO WS-DEMOG-ULT-NRO
000933     MOVE WS-DOC-NRO TO REG-FDEM-NRO
000934
000935     READ FILE-DEM INTO WS-REG-DEMOG
000936        KEY IS REG-FDEM-NRO
000969
000970 2200-BANDA-PLAZO-FIJO.
000971
000972*    VENCIMIENTO: APERTURA MAS EL PLAZO EN DIAS CORRIDOS,
000972*    CORRIDO AL DIA HABIL SIGUIENTE DE LA SUCURSAL DE LA
000972*    CUENTA; SE PASA A BASE 30/360 PARA COMPARAR
000972     MOVE WS-CLI-PF-FEC-APERT TO WS-DHA-FECHA
000972     MOVE WS-CLI-PF-PLAZO-DIA TO WS-DHA-CANT-DIAS
000972     MOVE WS-CLI-SUCURSAL     TO WS-DHA-SUCURSAL
000972     PERFORM 8060-SUMAR-DIAS THRU F-8060-SUMAR-DIAS
000972     PERFORM 8100-AJUSTAR-SIGUIENTE
000972                 THRU F-8100-AJUSTAR-SIGUIENTE
000972     COMPUTE WS-PF-DIAS-VENC =
000972                WS-DHA-ANIO * 360
000972              + WS-DHA-MES  * 30
000972              + WS-DHA-DIA
000979
000980     COMPUTE WS-PF-DIAS-REMAN =
000981                WS-PF-DIAS-VENC - WS-PF-DIAS-PROCESO
000997     END-EVALUATE.
000998
000999 F-2200-BANDA-PLAZO-FIJO. EXIT.
000999
000999**************************************
000999* DEUDA DE UN PRESTAMO POR MONEDA Y  *
000999* TIPO DE DOCUMENTO DEL TITULAR      *
000999**************************************
000999
000999 2300-ACUM-PRESTAMO.
000999
000999     IF WS-CLI-MONEDA IS EQUAL 'USD'
000999        MOVE 2 TO WS-IDX-MON
000999     ELSE
000999        MOVE 1 TO WS-IDX-MON
000999     END-IF
000999
000999     MOVE WS-CLI-NRO TO WS-DOC-NRO
000999     PERFORM 2100-TIPO-DOC-TITULAR
000999                 THRU F-2100-TIPO-DOC-TITULAR
000999
000999*    EL SALDO DE LA CUENTA PRESTAMO ES NEGATIVO: LA DEUDA SE
000999*    INFORMA EN POSITIVO
000999
000999     ADD 1 TO WS-PRA-CANT (WS-IDX-MON WS-IDX-DOC)
000999     SUBTRACT WS-CLI-SALDO FROM
000999              WS-PRA-DEUDA (WS-IDX-MON WS-IDX-DOC)
000999     SUBTRACT WS-CLI-SALDO FROM WS-TOT-DEUDA-PRE.
000999
000999 F-2300-ACUM-PRESTAMO. EXIT.
000999
000999**************************************
000999* COTITULARES ACTIVOS DE LA CUENTA   *
000999* EN PROCESO (DDCOTIT POR TIPO+CTA)  *
000999**************************************
000999
000999 2400-BUSCAR-COTITULARES.
000999
000999     MOVE ZEROS TO WS-COT-CANT
000999
000999     IF WS-CTI-NO-DISPONIBLE
000999        GO TO F-2400-BUSCAR-COTITULARES
000999     END-IF
000999
000999     MOVE WS-CLI-TIPO   TO REG-CTI-TIPO
000999     MOVE WS-CLI-CUENTA TO REG-CTI-CUENTA
000999
000999     READ FILE-CTI INTO WS-REG-COTIT
000999        KEY IS REG-CTI-CLAVE1
000999
000999     EVALUATE WS-FILCTI-CODE
000999
000999        WHEN '00'
000999           SET WS-NO-FIN-CTI TO TRUE
000999           PERFORM 2410-UN-COTITULAR THRU F-2410-UN-COTITULAR
000999                     UNTIL WS-FIN-CTI
000999
000999        WHEN '23'
000999           CONTINUE
000999
000999        WHEN OTHER
000999           DISPLAY '* ERROR EN READ COTIT = ' WS-FILCTI-CODE
000999           MOVE 9999 TO RETURN-CODE
000999           SET WS-FIN-LECTURA TO TRUE
000999
000999     END-EVALUATE.
000999
000999 F-2400-BUSCAR-COTITULARES. EXIT.
000999
000999*    TOMA EL VINCULO LEIDO SI ES COTITULAR ACTIVO Y AVANZA AL
000999*    SIGUIENTE DE LA MISMA CUENTA (EL FIRMANTE NO ES TITULAR)
000999
000999 2410-UN-COTITULAR.
000999
000999     IF WS-CTI-TIPO IS NOT EQUAL WS-CLI-TIPO
000999        OR WS-CTI-CUENTA IS NOT EQUAL WS-CLI-CUENTA
000999        SET WS-FIN-CTI TO TRUE
000999        GO TO F-2410-UN-COTITULAR
000999     END-IF
000999
000999     IF WS-CTI-EST-ACTIVO AND WS-CTI-ROL-COTITULAR
000999        AND WS-CTI-NRO IS NOT EQUAL WS-CLI-NRO
000999        IF WS-COT-CANT IS NOT LESS THAN WS-COT-MAX
000999           DISPLAY '* TABLA DE COTITULARES DESBORDADA *'
000999           MOVE 9999 TO RETURN-CODE
000999           SET WS-FIN-LECTURA TO TRUE
000999           SET WS-FIN-CTI     TO TRUE
000999           GO TO F-2410-UN-COTITULAR
000999        END-IF
000999        ADD 1 TO WS-COT-CANT
000999        MOVE WS-CTI-NRO TO WS-COT-NRO (WS-COT-CANT)
000999     END-IF
000999
000999     READ FILE-CTI NEXT RECORD INTO WS-REG-COTIT
000999
000999     EVALUATE WS-FILCTI-CODE
000999
000999        WHEN '00'
000999           CONTINUE
000999
000999        WHEN '10'
000999           SET WS-FIN-CTI TO TRUE
000999
000999        WHEN OTHER
000999           DISPLAY '* ERROR EN READ NEXT COTIT = '
000999                                      WS-FILCTI-CODE
000999           MOVE 9999 TO RETURN-CODE
000999           SET WS-FIN-LECTURA TO TRUE
000999           SET WS-FIN-CTI     TO TRUE
000999
000999     END-EVALUATE.
000999
000999 F-2410-UN-COTITULAR. EXIT.
000999
000999**************************************
000999* PARTE DE UN COTITULAR AL AGREGADO  *
000999* DE SU TIPO DE DOCUMENTO            *
000999**************************************
000999
000999 2450-PARTE-COTITULAR.
000999
000999     ADD 1 TO WS-COT-IDX
000999
000999     MOVE WS-COT-NRO (WS-COT-IDX) TO WS-DOC-NRO
000999     PERFORM 2100-TIPO-DOC-TITULAR
000999                 THRU F-2100-TIPO-DOC-TITULAR
000999
000999     ADD 1 TO WS-AGR-CANT
000999                 (WS-IDX-TIPO WS-IDX-MON WS-IDX-DOC)
000999     ADD WS-PRT-PARTE TO WS-AGR-SALDO
000999                 (WS-IDX-TIPO WS-IDX-MON WS-IDX-DOC).
000999
000999 F-2450-PARTE-COTITULAR. EXIT.
001000
001001**************************************
001002* LECTURA DE UNA CUENTA DEL MAESTRO  *
001022     END-EVALUATE.
001023
001024 F-3000-LEER-FILE1. EXIT.
001024
001024**************************************
001024* CALENDARIO: WS-DHA-FECHA ES DIA    *
001024* HABIL SI NO CAE SABADO O DOMINGO   *
001024* NI ES FERIADO NACIONAL, NI FERIADO *
001024* LOCAL DE WS-DHA-SUCURSAL           *
001024**************************************
001024
001024 8000-EVALUAR-DIA-HABIL.
001024
001024     SET WS-DHA-HABIL TO TRUE
001024
001024     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
001024
001024     IF WS-DHA-FIN-SEMANA
001024        SET WS-DHA-NO-HABIL TO TRUE
001024        GO TO F-8000-EVALUAR-DIA-HABIL
001024     END-IF
001024
001024     MOVE ZEROS        TO REG-CAL-SUCURSAL
001024     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
001024     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001024
001024     IF WS-DHA-HABIL
001024        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
001024        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
001024        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
001024        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
001024     END-IF.
001024
001024 F-8000-EVALUAR-DIA-HABIL. EXIT.
001024
001024 8010-DIA-SEMANA.
001024
001024*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
001024*    ANTERIOR
001024
001024     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
001024     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
001024     IF WS-DHA-Z-MES IS LESS THAN 3
001024        ADD 12 TO WS-DHA-Z-MES
001024        SUBTRACT 1 FROM WS-DHA-Z-ANIO
001024     END-IF
001024
001024     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
001024            REMAINDER WS-DHA-Z-ANIO-SIG
001024
001024     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
001024     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
001024     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
001024     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001024     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
001024     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
001024     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
001024
001024     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
001024            REMAINDER WS-DHA-RESTO
001024     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
001024
001024 F-8010-DIA-SEMANA. EXIT.
001024
001024 8020-LEER-FERIADO.
001024
001024     READ FILE-CAL INTO WS-REG-CALENDARIO
001024        KEY IS REG-CAL-CLAVE
001024
001024     EVALUATE WS-FILCAL-CODE
001024        WHEN '00'
001024           IF WS-CAL-EST-ACTIVO
001024              SET WS-DHA-NO-HABIL TO TRUE
001024           END-IF
001024        WHEN '23'
001024           CONTINUE
001024        WHEN OTHER
001024           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
001024           MOVE 9999 TO RETURN-CODE
001024           SET WS-FIN-LECTURA TO TRUE
001024           SET WS-DHA-HABIL TO TRUE
001024     END-EVALUATE.
001024
001024 F-8020-LEER-FERIADO. EXIT.
001024
001024**************************************
001024* SUMA UN DIA CORRIDO A WS-DHA-FECHA *
001024**************************************
001024
001024 8030-SUMAR-UN-DIA.
001024
001024     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001024
001024     IF WS-DHA-DIA IS LESS THAN WS-DHA-DIAS-MES
001024        ADD 1 TO WS-DHA-DIA
001024     ELSE
001024        MOVE 1 TO WS-DHA-DIA
001024        IF WS-DHA-MES IS LESS THAN 12
001024           ADD 1 TO WS-DHA-MES
001024        ELSE
001024           MOVE 1 TO WS-DHA-MES
001024           ADD 1 TO WS-DHA-ANIO
001024        END-IF
001024     END-IF.
001024
001024 F-8030-SUMAR-UN-DIA. EXIT.
001024
001024**************************************
001024* CANTIDAD DE DIAS DEL MES DE        *
001024* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
001024* BISIESTO)                          *
001024**************************************
001024
001024 8050-DIAS-DEL-MES.
001024
001024     EVALUATE WS-DHA-MES
001024        WHEN 04
001024        WHEN 06
001024        WHEN 09
001024        WHEN 11
001024           MOVE 30 TO WS-DHA-DIAS-MES
001024        WHEN 02
001024           MOVE 28 TO WS-DHA-DIAS-MES
001024           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
001024                  REMAINDER WS-DHA-RESTO
001024           IF WS-DHA-RESTO IS EQUAL ZERO
001024              MOVE 29 TO WS-DHA-DIAS-MES
001024              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
001024                     REMAINDER WS-DHA-RESTO
001024              IF WS-DHA-RESTO IS EQUAL ZERO
001024                 MOVE 28 TO WS-DHA-DIAS-MES
001024                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
001024                        REMAINDER WS-DHA-RESTO
001024                 IF WS-DHA-RESTO IS EQUAL ZERO
001024                    MOVE 29 TO WS-DHA-DIAS-MES
001024                 END-IF
001024              END-IF
001024           END-IF
001024        WHEN OTHER
001024           MOVE 31 TO WS-DHA-DIAS-MES
001024     END-EVALUATE.
001024
001024 F-8050-DIAS-DEL-MES. EXIT.
001024
001024**************************************
001024* SUMA WS-DHA-CANT-DIAS DIAS CORRIDOS*
001024* A WS-DHA-FECHA, DE A UN MES POR VEZ*
001024**************************************
001024
001024 8060-SUMAR-DIAS.
001024
001024     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001024
001024     IF WS-DHA-DIA IS GREATER THAN WS-DHA-DIAS-MES
001024        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
001024     END-IF
001024
001024     PERFORM 8065-SUMAR-TRAMO THRU F-8065-SUMAR-TRAMO
001024             UNTIL WS-DHA-CANT-DIAS IS EQUAL ZEROS.
001024
001024 F-8060-SUMAR-DIAS. EXIT.
001024
001024 8065-SUMAR-TRAMO.
001024
001024     PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
001024
001024*    DIAS QUE QUEDAN HASTA FIN DEL MES EN CURSO
001024
001024     COMPUTE WS-DHA-COCIENTE = WS-DHA-DIAS-MES - WS-DHA-DIA
001024
001024     IF WS-DHA-CANT-DIAS IS NOT GREATER THAN WS-DHA-COCIENTE
001024        ADD WS-DHA-CANT-DIAS TO WS-DHA-DIA
001024        MOVE ZEROS TO WS-DHA-CANT-DIAS
001024     ELSE
001024        COMPUTE WS-DHA-CANT-DIAS =
001024                WS-DHA-CANT-DIAS - WS-DHA-COCIENTE - 1
001024        MOVE 1 TO WS-DHA-DIA
001024        IF WS-DHA-MES IS LESS THAN 12
001024           ADD 1 TO WS-DHA-MES
001024        ELSE
001024           MOVE 1 TO WS-DHA-MES
001024           ADD 1 TO WS-DHA-ANIO
001024        END-IF
001024     END-IF.
001024
001024 F-8065-SUMAR-TRAMO. EXIT.
001024
001024**************************************
001024* REGLA DIA HABIL SIGUIENTE: SI      *
001024* WS-DHA-FECHA NO ES HABIL SE CORRE  *
001024* AL PRIMER DIA HABIL POSTERIOR      *
001024**************************************
001024
001024 8100-AJUSTAR-SIGUIENTE.
001024
001024     MOVE ZEROS TO WS-DHA-PASOS
001024
001024     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
001024
001024     PERFORM 8105-AVANZAR-UN-DIA THRU F-8105-AVANZAR-UN-DIA
001024             UNTIL WS-DHA-HABIL.
001024
001024 F-8100-AJUSTAR-SIGUIENTE. EXIT.
001024
001024 8105-AVANZAR-UN-DIA.
001024
001024*    UN MES ENTERO SIN DIA HABIL ES UN CALENDARIO MAL CARGADO
001024
001024     ADD 1 TO WS-DHA-PASOS
001024     IF WS-DHA-PASOS IS GREATER THAN 31
001024        DISPLAY '* CALENDARIO SIN DIA HABIL DESDE = ' WS-DHA-FECHA
001024        MOVE 9999 TO RETURN-CODE
001024        SET WS-FIN-LECTURA TO TRUE
001024        SET WS-DHA-HABIL TO TRUE
001024        GO TO F-8105-AVANZAR-UN-DIA
001024     END-IF
001024
001024     PERFORM 8030-SUMAR-UN-DIA THRU F-8030-SUMAR-UN-DIA
001024
001024     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
001024
001024 F-8105-AVANZAR-UN-DIA. EXIT.
001025
001026**************************************
001027* GRABAR EL EXTRACTO: HEADER, UN     *
001054                 THRU F-9540-GRABAR-BANDAS-MON
001055               UNTIL WS-IDX-MON IS NOT LESS THAN 2
001056
001056     MOVE ZEROS TO WS-IDX-MON
001056     PERFORM 9560-GRABAR-PRESTAMOS-MON
001056                 THRU F-9560-GRABAR-PRESTAMOS-MON
001056               UNTIL WS-IDX-MON IS NOT LESS THAN 2
001056
001057*    VALIDACION FINAL: SIN ATADURA CONTRA DDHISTO EL ARCHIVO
001058*    NO SE DESPACHA (SE OMITE EL TRAILER Y EL RECEPTOR LO
001059*    RECHAZA POR INCOMPLETO)
001189     END-IF.
001190
001191 F-9550-GRABAR-UNA-BANDA. EXIT.
001191
001191 9560-GRABAR-PRESTAMOS-MON.
001191
001191     ADD 1 TO WS-IDX-MON
001191
001191     MOVE ZEROS TO WS-IDX-DOC
001191
001191     PERFORM 9570-GRABAR-UN-PRESTAMO
001191                 THRU F-9570-GRABAR-UN-PRESTAMO
001191               UNTIL WS-IDX-DOC IS NOT LESS THAN 4.
001191
001191 F-9560-GRABAR-PRESTAMOS-MON. EXIT.
001191
001191 9570-GRABAR-UN-PRESTAMO.
001191
001191     ADD 1 TO WS-IDX-DOC
001191
001191     IF WS-PRA-CANT (WS-IDX-MON WS-IDX-DOC) IS EQUAL ZERO
001191        AND WS-PRA-DEUDA (WS-IDX-MON WS-IDX-DOC)
001191           IS EQUAL ZERO
001191        GO TO F-9570-GRABAR-UN-PRESTAMO
001191     END-IF
001191
001191*    MISMO FORMATO QUE EL REGISTRO DEP, CON TIPO DE CUENTA 05
001191
001191     MOVE SPACES TO WS-REG-EXT-DEP
001191     MOVE 'PRE'  TO WS-DEP-MARCA
001191     MOVE 05     TO WS-DEP-TIPO-CTA
001191     MOVE WS-EXT-MONEDA   (WS-IDX-MON)  TO WS-DEP-MONEDA
001191     MOVE WS-EXT-TIPO-DOC (WS-IDX-DOC)  TO WS-DEP-TIPO-DOC
001191     MOVE WS-PRA-CANT  (WS-IDX-MON WS-IDX-DOC)
001191                                        TO WS-DEP-CANT
001191     MOVE WS-PRA-DEUDA (WS-IDX-MON WS-IDX-DOC)
001191                                        TO WS-DEP-SALDO
001191
001191     WRITE REG-EXT FROM WS-REG-EXT-DEP
001191
001191     IF WS-FILEXT-CODE IS EQUAL '00'
001191        ADD 1 TO WS-CANT-GRABADOS
001191     ELSE
001191        DISPLAY '* ERROR EN GRABAR BCRA = ' WS-FILEXT-CODE
001191        MOVE 9999 TO RETURN-CODE
001191        MOVE 4 TO WS-IDX-DOC
001191        MOVE 2 TO WS-IDX-MON
001191     END-IF.
001191
001191 F-9570-GRABAR-UN-PRESTAMO. EXIT.
001192
001193**************************************
001194*   CIERRE DE ARCHIVOS Y TOTALES     *
001211           MOVE 9999 TO RETURN-CODE
001212        END-IF
001213     END-IF.
001213
001213     IF WS-CTI-DISPONIBLE
001213        CLOSE FILE-CTI
001213        IF WS-FILCTI-CODE IS NOT EQUAL '00'
001213           DISPLAY '* ERROR EN CLOSE COTIT   = '
001213                                      WS-FILCTI-CODE
001213           MOVE 9999 TO RETURN-CODE
001213        END-IF
001213     END-IF.
001214
001215     CLOSE FILE-EXT.
001216        IF WS-FILEXT-CODE IS NOT EQUAL '00'
001218                                      WS-FILEXT-CODE
001219           MOVE 9999 TO RETURN-CODE
001220        END-IF.
001220
001220     CLOSE FILE-CAL.
001220        IF WS-FILCAL-CODE IS NOT EQUAL '00'
001220           DISPLAY '* ERROR EN CLOSE CALEND  = '
001220                                      WS-FILCAL-CODE
001220           MOVE 9999 TO RETURN-CODE
001220        END-IF.
001221
001222**************************************
001223*   MOSTRAR TOTALES DE CONTROL       *
001227     DISPLAY WS-LEYEN-GRABADOS       WS-CANT-GRABADOS.
001228     DISPLAY WS-LEYEN-SIN-DEMOG      WS-CANT-SIN-DEMOG.
001229     DISPLAY WS-LEYEN-TOT-SALDOS     WS-TOT-SALDOS.
001229     DISPLAY WS-LEYEN-DEUDA-PRE      WS-TOT-DEUDA-PRE.
001229     DISPLAY WS-LEYEN-PRORRATEADAS   WS-CANT-PRORRATEADAS.
001230
001231 F-9999-FINAL.
001232     EXIT.
