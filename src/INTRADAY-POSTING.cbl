000174*    PROCESO NOCTURNO (PGMAPJ1D), SIN REESCRIBIR LOS     *
000175*    EXTRACTOS; EMITE UN MINI REPORTE DE LAS CUENTAS     *
000176*    TOCADAS PARA QUE EL LOTE CORRA EN MINUTOS           *
000176*    LOS CARGOS CRF SE CONTABILIZAN EN UN LOTE PROPIO    *
000176*    (DDCTBINT, FORMATO DDCONTAB CON HEADER/TRAILER)     *
000180**********************************************************
000185*      MANTENIMIENTO DE PROGRAMA                         *
000190**********************************************************
000193* 02/09/26 * EMBARGOS JUDICIALES* LGS *
000193* 02/09/26 * INTERBLOQUEO STREAM* LGS *
000193* 02/09/26 * CONCEPTO MVI E IMP * LGS *
000193* 15/10/26 * RECHAZO SIN FONDOS * LGS *
000193* 15/10/26 * REFERENCIA ASIENTO * LGS *
000193* 15/10/26 * TRANSF INTERBANCAR * LGS *
000193* 15/10/26 * ORIGEN Y CTB CRF   * LGS *
000194**************************************
000195
000200 ENVIRONMENT DIVISION.
000248     ACCESS IS SEQUENTIAL
000248     FILE STATUS IS WS-FILIPAR-CODE.
000248
000248*    TARIFARIO DE CARGOS (MISMO ARCHIVO QUE PGMAPJ1D); DE ACA
000248*    SALE EL CARGO POR DEBITO RECHAZADO SIN FONDOS
000248     SELECT OPTIONAL FILE-TAR ASSIGN DDTARIFA
000248     ACCESS IS SEQUENTIAL
000248     FILE STATUS IS WS-FILTAR-CODE.
000248
000248*    CONTROL DE CORRIDA DEL STREAM (VER LAYOUT-RunCtl): EL
000248*    INTRADIARIO NO CORRE MIENTRAS PGMAPJ1D O PGMAPJ1A ESTAN
000248*    EN CURSO SOBRE EL MAESTRO
000248     RECORD KEY IS REG-RUN-CLAVE
000248     FILE STATUS IS WS-FILRUN-CODE.
000248
000248*    LOTE CONTABLE DE LOS CARGOS CRF (FORMATO DDCONTAB)
000248     SELECT FILE-CTB  ASSIGN DDCTBINT
000248     ACCESS IS SEQUENTIAL
000248     FILE STATUS IS WS-FILCTB-CODE.
000248
000390 DATA DIVISION.
000391 FILE SECTION.
000392
000423      BLOCK CONTAINS 0 RECORDS
000424      RECORDING MODE IS F.
000425
000426 01 REG-FILE-DIA     PIC X(130).
000427
000428 FD FILE-COT
000429      BLOCK CONTAINS 0 RECORDS
000451
000451 01 REG-FILE-IPAR    PIC X(16).
000451
000451 FD FILE-TAR
000451      BLOCK CONTAINS 0 RECORDS
000451      RECORDING MODE IS F.
000451
000451 01 REG-FILE-TAR     PIC X(30).
000451
000451 FD FILE-RUN
000451      BLOCK CONTAINS 0 RECORDS
000451      RECORDING MODE IS F.
000451         05  REG-RUN-PASO    PIC 9(02).
000451     03  FILLER              PIC X(70).
000451
000451 FD FILE-CTB
000451      BLOCK CONTAINS 0 RECORDS
000451      RECORDING MODE IS F.
000451
000451 01 REG-CTB          PIC X(80).
000451
000500 WORKING-STORAGE SECTION.
000501
000502 77  WS-FIL1-CODE            PIC X(02)   VALUE SPACES.
000510 77  WS-FILEMB-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILRUN-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILIPAR-CODE         PIC X(02)   VALUE SPACES.
000510 77  WS-FILTAR-CODE          PIC X(02)   VALUE SPACES.
000510 77  WS-FILCTB-CODE          PIC X(02)   VALUE SPACES.
000511
000512 01  WS-STATUS-FIN           PIC X(02)   VALUE 'NO'.
000513     88  WS-FIN-LECTURA                  VALUE 'SI'.
000537 77  WS-CANT-IMPUESTOS       PIC 9(05)      VALUE ZEROS.
000537 77  WS-TOT-IMPUESTOS        PIC S9(11)V99  VALUE ZEROS.
000537
000537*    REFERENCIA UNICA DE CADA ASIENTO DE DIARIO (HORA DE LA
000537*    CORRIDA MAS SECUENCIA) Y ULTIMO MVI GRABADO, AL QUE
000537*    APUNTA LA RETENCION IMP
000537 77  WS-DIA-HORA-W           PIC 9(08)      VALUE ZEROS.
000537 77  WS-DIA-SECUEN-W         PIC 9(06)      VALUE ZEROS.
000537 77  WS-DIA-ULT-ASIENTO      PIC X(21)      VALUE SPACES.
000537
000537*    SALDO DE LA CUENTA TRAS APLICAR EL MOVIMIENTO Y ANTES
000537*    DE LA RETENCION, PARA EL SALDO POSTERIOR DEL ASIENTO
000537*    MVI (EL ASIENTO IMP LLEVA EL SALDO FINAL)
000537 77  WS-SALDO-TRAS-MOV       PIC S9(09)V99  VALUE ZEROS.
000537
000537********  DEBITOS SIN FONDOS SUFICIENTES  *
000537
000537*    MISMO CONTROL QUE 2236- DE PGMAPJ1D: DISPONIBLE = SALDO
000537*    (CA) O SALDO MAS DESCUBIERTO AUTORIZADO (CC); EL DEBITO
000537*    QUE LO DEJA NEGATIVO SE RECHAZA CON MOTIVO 06 Y PAGA EL
000537*    CARGO DE CLASE R DEL TARIFARIO (VER 2700-)
000537 01  WS-STA-TAR              PIC X       VALUE 'N'.
000537     88  WS-FIN-TAR                      VALUE 'Y'.
000537     88  WS-NO-FIN-TAR                   VALUE 'N'.
000537
000537 77  WS-TAR-MAX              PIC 9(02)   VALUE 50.
000537 77  WS-TAR-CANT             PIC 9(02)   VALUE ZEROS.
000537 77  WS-TAR-IDX              PIC 9(02)   VALUE ZEROS.
000537 77  WS-TAR-HALLADA          PIC 9(02)   VALUE ZEROS.
000537
000537*    SOLO SE CARGAN LAS ENTRADAS DE CLASE R (LA COMISION DE
000537*    MANTENIMIENTO LA COBRA EL PROCESO NOCTURNO)
000537 01  WS-TAB-TARIFAS.
000537     03  WS-TAR-ENT          OCCURS 50 TIMES.
000537         05  WS-TAR-TAB-TIPO     PIC 9(02).
000537         05  WS-TAR-TAB-SUCURSAL PIC 9(03).
000537         05  WS-TAR-TAB-MONEDA   PIC X(03).
000537         05  WS-TAR-TAB-IMPORTE  PIC 9(07)V99.
000537
000537 77  WS-FON-DISPONIBLE       PIC S9(11)V99  VALUE ZEROS.
000537
000537 77  WS-FON-RECH-SW          PIC X          VALUE 'N'.
000537     88  WS-FON-MOV-OK                      VALUE 'N'.
000537     88  WS-FON-MOV-RECHAZADO               VALUE 'Y'.
000537
000537 77  WS-CLI-RCH-CARGO        PIC S9(09)V99  VALUE ZEROS.
000537 77  WS-CANT-CARGOS-RCH      PIC 9(05)      VALUE ZEROS.
000537 77  WS-TOT-CARGOS-RCH       PIC S9(11)V99  VALUE ZEROS.
000537
000537*    DEBITOS COMUNES DEL LOTE DIFERIDOS HASTA EL FIN DEL FEED,
000537*    PARA APLICAR PRIMERO TODOS LOS CREDITOS (VER 2050-)
000537 77  WS-DIF-MAX              PIC 9(04) COMP VALUE 2000.
000537 77  WS-DIF-CANT             PIC 9(04) COMP VALUE ZEROS.
000537 77  WS-DIF-IDX              PIC 9(04) COMP VALUE ZEROS.
000537
000537 01  WS-TAB-DIFERIDOS.
000537     03  WS-DIF-REG          PIC X(80)  OCCURS 2000 TIMES.
000537
000538********  COTIZACIONES Y CONVERSION  *
000539
000540 01  WS-STA-COT              PIC X       VALUE 'N'.
000568 77  WS-CANT-INACTIVAS       PIC 9(05)      VALUE ZEROS.
000568 77  WS-CANT-TRF-RECH        PIC 9(05)      VALUE ZEROS.
000568 77  WS-CANT-EMB-RECH        PIC 9(05)      VALUE ZEROS.
000568 77  WS-CANT-FONDOS-RECH     PIC 9(05)      VALUE ZEROS.
000569 77  WS-CANT-CONVERTIDOS     PIC 9(05)      VALUE ZEROS.
000570 77  WS-TOT-CREDITOS         PIC S9(11)V99  VALUE ZEROS.
000571 77  WS-TOT-DEBITOS          PIC S9(11)V99  VALUE ZEROS.
000572
000572********  INTERFAZ CONTABLE DE LOS CARGOS CRF  *
000572
000572*    CUENTAS DEL MAYOR (LAS MISMAS DE 9600- EN PGMAPJ1D):
000572*    DEPOSITOS POR TIPO DE CUENTA DE CLIENTE CONTRA EL
000572*    INGRESO POR CARGOS DE RECHAZO
000572 01  WS-GL-CTAS-DEPOSITO.
000572     03  FILLER             PIC X(10) VALUE '2102000000'.
000572     03  FILLER             PIC X(10) VALUE '2103000000'.
000572     03  FILLER             PIC X(10) VALUE '2104000000'.
000572 01  FILLER REDEFINES WS-GL-CTAS-DEPOSITO.
000572     03  WS-GL-CTA-DEP      PIC X(10) OCCURS 3 TIMES.
000572
000572 77  WS-GL-CTA-ING-RCH      PIC X(10) VALUE '4104000000'.
000572
000572 77  WS-GL-IDX-TIPO         PIC 9(01)      VALUE ZEROS.
000572
000572 77  WS-CTB-CANT-ASIENTOS   PIC 9(07)      VALUE ZEROS.
000572 77  WS-CTB-TOT-DEBE        PIC 9(13)V99   VALUE ZEROS.
000572 77  WS-CTB-TOT-HABER       PIC 9(13)V99   VALUE ZEROS.
000572 77  WS-CTB-IMPORTE-ABS     PIC 9(13)V99   VALUE ZEROS.
000572
000572 01  WS-CTB-CONC-CRF        PIC X(20)
000572         VALUE 'CARGO DEB RECHAZADO'.
000572
000573********     FECHA DE PROCESO  ***************
000574
000575 01  WS-FECHA-PROCESO.
000642         VALUE '* MOVIMIENTOS CONVERTIDOS   = '.
000642 01  WS-LEYEN-EMB-RECH       PIC X(35)
000642         VALUE '* RECHAZADOS POR EMBARGO    = '.
000642 01  WS-LEYEN-FONDOS-RECH    PIC X(35)
000642         VALUE '* RECHAZADOS SIN FONDOS     = '.
000642 01  WS-LEYEN-CARGOS-RCH     PIC X(35)
000642         VALUE '* CARGOS POR RECHAZO        = '.
000642 01  WS-LEYEN-TOT-RCH        PIC X(35)
000642         VALUE '* TOTAL CARGOS POR RECHAZO  = '.
000642 01  WS-LEYEN-IMPUESTOS      PIC X(35)
000642         VALUE '* RETENCIONES DE IMPUESTO   = '.
000642 01  WS-LEYEN-TOT-IMP        PIC X(35)
000644         VALUE '* TOTAL CREDITOS APLICADOS  = '.
000645 01  WS-LEYEN-TOT-DEBITOS    PIC X(35)
000646         VALUE '* TOTAL DEBITOS APLICADOS   = '.
000646 01  WS-LEYEN-CTB            PIC X(35)
000646         VALUE '* ASIENTOS CONTABLES        = '.
000647
000648     COPY "LAYOUT-Clients.cpy".
000649     COPY "LAYOUT-Movements.cpy".
000654     COPY "LAYOUT-Diario.cpy".
000654     COPY "LAYOUT-Embargo.cpy".
000654     COPY "LAYOUT-RunCtl.cpy".
000654     COPY "LAYOUT-Tarifa.cpy".
000654     COPY "LAYOUT-Contab.cpy".
000655
000700 PROCEDURE DIVISION.
000701
000705
000706     PERFORM 2000-PROCESO  THRU  F-2000-PROCESO
000707               UNTIL WS-FIN-LECTURA.
000707
000707*    LOS DEBITOS DIFERIDOS SE APLICAN AL FINAL DEL FEED, CON
000707*    TODOS LOS CREDITOS DEL LOTE YA EN LOS SALDOS
000707
000707     IF WS-DIF-CANT IS GREATER THAN ZERO
000707        AND RETURN-CODE IS EQUAL ZERO
000707        PERFORM 2050-APLICAR-DIFERIDOS
000707                    THRU F-2050-APLICAR-DIFERIDOS
000707     END-IF.
000708
000709     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000710
000753     PERFORM 1075-LEER-PARM-IMPUESTO
000753                 THRU F-1075-LEER-PARM-IMPUESTO.
000753
000753     PERFORM 1080-CARGAR-TARIFAS
000753                 THRU F-1080-CARGAR-TARIFAS.
000753
000754     OPEN OUTPUT FILE4.
000755     IF WS-FIL4-CODE IS NOT EQUAL '00'
000756        DISPLAY '* ERROR EN OPEN RECHAZ = '  WS-FIL4-CODE
000787        SET  WS-FIN-LECTURA TO TRUE
000788     END-IF.
000789
000789     OPEN OUTPUT FILE-CTB.
000789     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000789        DISPLAY '* ERROR EN OPEN CTBINT  = ' WS-FILCTB-CODE
000789        MOVE 9999 TO RETURN-CODE
000789        SET  WS-FIN-LECTURA TO TRUE
000789     END-IF.
000789
000789     MOVE SPACES           TO WS-REG-CONTAB
000789     MOVE 'HDR'            TO WS-CTB-HDR-MARCA
000789     MOVE 'PGMAPJ1K'       TO WS-CTB-HDR-ORIGEN
000789     MOVE WS-FECHA-PROCESO TO WS-CTB-HDR-FECHA
000789     WRITE REG-CTB FROM WS-REG-CONTAB-HDR
000789     IF WS-FILCTB-CODE IS NOT EQUAL '00'
000789        DISPLAY '* ERROR EN GRABAR CTBINT = ' WS-FILCTB-CODE
000789        MOVE 9999 TO RETURN-CODE
000789        SET  WS-FIN-LECTURA TO TRUE
000789     END-IF.
000789
000790     IF WS-NO-FIN-LECTURA
000791        MOVE WS-FECHA-PROCESO TO WS-CAB-FECHA
000792        WRITE REG-LIS FROM WS-LIN-CABECERA
001032
001032 F-1075-LEER-PARM-IMPUESTO. EXIT.
001032
001032**************************************
001032*  CARGAR DE DDTARIFA LOS CARGOS POR  *
001032*  DEBITO RECHAZADO SIN FONDOS        *
001032*  (CLASE R), COMO 1080- DE PGMAPJ1D  *
001032**************************************
001032
001032 1080-CARGAR-TARIFAS.
001032
001032     OPEN INPUT FILE-TAR.
001032
001032     IF WS-FILTAR-CODE IS EQUAL '00'
001032        OR WS-FILTAR-CODE IS EQUAL '05'
001032
001032        SET WS-NO-FIN-TAR TO TRUE
001032        PERFORM 1085-CARGAR-UNA-TARIFA
001032                    THRU F-1085-CARGAR-UNA-TARIFA
001032                  UNTIL WS-FIN-TAR
001032
001032        CLOSE FILE-TAR
001032        DISPLAY '* CARGOS POR RECHAZO CARGADOS = ' WS-TAR-CANT
001032
001032     ELSE
001032
001032        DISPLAY '* SIN DDTARIFA, NO SE COBRAN CARGOS'
001032
001032     END-IF.
001032
001032 F-1080-CARGAR-TARIFAS. EXIT.
001032
001032 1085-CARGAR-UNA-TARIFA.
001032
001032     READ FILE-TAR INTO WS-REG-TARIFA
001032
001032     EVALUATE WS-FILTAR-CODE
001032
001032        WHEN '00'
001032
001032           IF WS-TAR-ES-RECHAZO
001032              IF WS-TAR-CANT IS LESS THAN WS-TAR-MAX
001032                 ADD 1 TO WS-TAR-CANT
001032                 MOVE WS-TAR-TIPO     TO
001032                      WS-TAR-TAB-TIPO     (WS-TAR-CANT)
001032                 MOVE WS-TAR-SUCURSAL TO
001032                      WS-TAR-TAB-SUCURSAL (WS-TAR-CANT)
001032                 MOVE WS-TAR-MONEDA   TO
001032                      WS-TAR-TAB-MONEDA   (WS-TAR-CANT)
001032                 MOVE WS-TAR-IMPORTE  TO
001032                      WS-TAR-TAB-IMPORTE  (WS-TAR-CANT)
001032              ELSE
001032                 DISPLAY '* TABLA DE TARIFAS DESBORDADA *'
001032                 MOVE 9999 TO RETURN-CODE
001032                 SET WS-FIN-LECTURA TO TRUE
001032                 SET WS-FIN-TAR     TO TRUE
001032              END-IF
001032           END-IF
001032
001032        WHEN '10'
001032           SET WS-FIN-TAR TO TRUE
001032
001032        WHEN OTHER
001032           DISPLAY '* ERROR EN LECTURA TARIFA = ' WS-FILTAR-CODE
001032           MOVE 9999 TO RETURN-CODE
001032           SET WS-FIN-LECTURA TO TRUE
001032           SET WS-FIN-TAR     TO TRUE
001032
001032     END-EVALUATE.
001032
001032 F-1085-CARGAR-UNA-TARIFA. EXIT.
001032
001033**************************************
001034*  PROCESO DE UN MOVIMIENTO: LOS      *
001035*  DEBITOS COMUNES SE DIFIEREN AL FIN *
001036*  DEL FEED; EL RESTO SE POSTEA YA    *
001037**************************************
001038
001039 2000-PROCESO.
001039
001039     IF WS-MOV-IMPORTE IS LESS THAN ZERO
001039        AND WS-MOV-REF-TRANSF IS EQUAL SPACES
001039        IF WS-DIF-CANT IS LESS THAN WS-DIF-MAX
001039           ADD 1 TO WS-DIF-CANT
001039           MOVE WS-REG-MOVIMI TO WS-DIF-REG (WS-DIF-CANT)
001039        ELSE
001039           DISPLAY '* TABLA DE DEBITOS DIFERIDOS DESBORDADA *'
001039           MOVE 9999 TO RETURN-CODE
001039           SET WS-FIN-LECTURA TO TRUE
001039        END-IF
001039     ELSE
001039        PERFORM 2010-POSTEAR-MOVIMIENTO
001039                    THRU F-2010-POSTEAR-MOVIMIENTO
001039     END-IF
001039
001039     IF WS-NO-FIN-LECTURA
001039        PERFORM 4000-LEER-FILE2 THRU F-4000-LEER-FILE2
001039     END-IF.
001039
001039 F-2000-PROCESO. EXIT.
001039
001039**************************************
001039*  APLICAR LOS DEBITOS DIFERIDOS EN   *
001039*  EL ORDEN EN QUE LLEGARON EN EL     *
001039*  FEED                               *
001039**************************************
001039
001039 2050-APLICAR-DIFERIDOS.
001039
001039     MOVE ZEROS TO WS-DIF-IDX.
001039
001039     PERFORM 2060-APLICAR-UN-DIFERIDO
001039                 THRU F-2060-APLICAR-UN-DIFERIDO
001039               UNTIL WS-DIF-IDX IS NOT LESS THAN WS-DIF-CANT.
001039
001039 F-2050-APLICAR-DIFERIDOS. EXIT.
001039
001039 2060-APLICAR-UN-DIFERIDO.
001039
001039     ADD 1 TO WS-DIF-IDX
001039
001039     MOVE WS-DIF-REG (WS-DIF-IDX) TO WS-REG-MOVIMI
001039
001039     PERFORM 2010-POSTEAR-MOVIMIENTO
001039                 THRU F-2010-POSTEAR-MOVIMIENTO.
001039
001039 F-2060-APLICAR-UN-DIFERIDO. EXIT.
001039
001039**************************************
001039*  POSTEO DE UN MOVIMIENTO: READ POR  *
001039*  CLAVE COMPLETA SOBRE EL MAESTRO Y  *
001039*  ACTUALIZACION EN EL LUGAR          *
001039**************************************
001039
001039 2010-POSTEAR-MOVIMIENTO.
001040
001041     MOVE WS-MOV-NRO     TO REG-FILE1-NRO
001042     MOVE WS-MOV-TIPO    TO REG-FILE1-TIPO
001061           SET WS-FIN-LECTURA TO TRUE
001062
001063     END-EVALUATE.
001068
001069 F-2010-POSTEAR-MOVIMIENTO. EXIT.
001070
001071**************************************
001072*  APLICAR EL MOVIMIENTO A LA CUENTA  *
001107        GO TO F-2100-APLICAR-MOVIMIENTO
001107     END-IF
001107
001107*    NI SUPERAR LOS FONDOS DE LA CUENTA (SALDO EN CA, SALDO
001107*    MAS DESCUBIERTO AUTORIZADO EN CC): SE RECHAZA CON MOTIVO
001107*    06 Y SE COBRA EL CARGO POR RECHAZO DEL TARIFARIO
001107
001107     SET WS-FON-MOV-OK TO TRUE
001107     IF WS-MOV-IMPORTE IS LESS THAN ZERO
001107        AND (WS-CLI-TIPO = 02 OR WS-CLI-TIPO = 03)
001107        PERFORM 2700-CONTROLAR-FONDOS
001107                    THRU F-2700-CONTROLAR-FONDOS
001107     END-IF
001107
001107     IF WS-FON-MOV-RECHAZADO
001107        ADD 1 TO WS-CANT-FONDOS-RECH
001107        PERFORM 2217-GRABAR-RECHAZO-FONDOS
001107                    THRU F-2217-GRABAR-RECHAZO-FONDOS
001107        PERFORM 2710-CARGAR-CARGO-RECHAZO
001107                    THRU F-2710-CARGAR-CARGO-RECHAZO
001107        MOVE ' *SIN FONDOS*           ' TO WS-DET-NOVEDAD
001107        PERFORM 2900-IMPRIMIR-DETALLE
001107                    THRU F-2900-IMPRIMIR-DETALLE
001107        GO TO F-2100-APLICAR-MOVIMIENTO
001107     END-IF
001107
001108*    APLICAR AL SALDO Y A LOS ACUMULADOS DE LA CUENTA
001109
001110     ADD WS-MOV-IMPORTE TO WS-CLI-SALDO
001123*    (EL APORTE INTRADIARIO NO TOCA WS-CLI-ACUM-ULT-*, QUE
001124*    REGISTRA SOLO LO APORTADO POR EL PROCESO NOCTURNO)
001125
001126     PERFORM 2150-ABRIR-PERIODO THRU F-2150-ABRIR-PERIODO
001139
001140     IF WS-MOV-IMPORTE IS NOT LESS THAN ZERO
001141        ADD WS-MOV-IMPORTE TO WS-CLI-MTD-CREDITOS
001174                 THRU F-2900-IMPRIMIR-DETALLE.
001175
001176 F-2100-APLICAR-MOVIMIENTO. EXIT.
001176
001176**************************************
001176*  ARRANQUE DE PERIODO MTD / YTD DE   *
001176*  LA CUENTA SI CAMBIO EL MES / ANIO  *
001176**************************************
001176
001176 2150-ABRIR-PERIODO.
001176
001126     IF WS-CLI-MTD-PERIODO NOT EQUAL WS-PERIODO-MTD
001127        MOVE WS-PERIODO-MTD    TO WS-CLI-MTD-PERIODO
001128        MOVE ZEROS             TO WS-CLI-MTD-DEBITOS
001129        MOVE ZEROS             TO WS-CLI-MTD-CREDITOS
001130        MOVE ZEROS             TO WS-CLI-MTD-CANT-MOV
001131     END-IF
001132
001133     IF WS-CLI-YTD-PERIODO NOT EQUAL WS-PERIODO-YTD
001134        MOVE WS-PERIODO-YTD    TO WS-CLI-YTD-PERIODO
001135        MOVE ZEROS             TO WS-CLI-YTD-DEBITOS
001136        MOVE ZEROS             TO WS-CLI-YTD-CREDITOS
001137        MOVE ZEROS             TO WS-CLI-YTD-CANT-MOV
001138     END-IF.
001176
001176 F-2150-ABRIR-PERIODO. EXIT.
001177
001178**************************************
001179*  CONVERTIR EL IMPORTE A LA MONEDA   *
001259
001259     MOVE SPACES           TO WS-DIA-REF-TRANSF
001259     MOVE ZEROS            TO WS-DIA-CONTRA-CLAVE
001259     MOVE SPACES           TO WS-DIA-ASI-RELAC
001259     MOVE SPACES           TO WS-DIA-CONC-RELAC
001259     PERFORM 2460-ASIGNAR-ASIENTO THRU F-2460-ASIGNAR-ASIENTO
001259     MOVE WS-DIA-ASIENTO   TO WS-DIA-ULT-ASIENTO
001260
001261     WRITE REG-FILE-DIA FROM WS-REG-DIARIO
001262
001269     MOVE WS-CLI-SALDO     TO WS-DIA-SALDO-DESP
001269     MOVE SPACES           TO WS-DIA-REF-TRANSF
001269     MOVE ZEROS            TO WS-DIA-CONTRA-CLAVE
001269     MOVE WS-DIA-ULT-ASIENTO TO WS-DIA-ASI-RELAC
001269     MOVE 'MVI'            TO WS-DIA-CONC-RELAC
001269     PERFORM 2460-ASIGNAR-ASIENTO THRU F-2460-ASIGNAR-ASIENTO
001269
001269     WRITE REG-FILE-DIA FROM WS-REG-DIARIO
001269
001269     END-IF.
001269
001269 F-2450-GRABAR-DIARIO-IMP. EXIT.
001269
001269**************************************
001269*  REFERENCIA UNICA DEL ASIENTO DE    *
001269*  DIARIO EN PREPARACION              *
001269**************************************
001269
001269 2460-ASIGNAR-ASIENTO.
001269
001269     IF WS-DIA-HORA-W IS EQUAL ZERO
001269        ACCEPT WS-DIA-HORA-W FROM TIME
001269     END-IF
001269
001269     ADD 1 TO WS-DIA-SECUEN-W
001269     MOVE WS-FECHA-PROCESO    TO WS-DIA-ASI-FECHA
001269     MOVE 'K'                 TO WS-DIA-ASI-ORIGEN
001269     MOVE WS-DIA-HORA-W (1:6) TO WS-DIA-ASI-HORA
001269     MOVE WS-DIA-SECUEN-W     TO WS-DIA-ASI-SECUEN.
001269
001269 F-2460-ASIGNAR-ASIENTO. EXIT.
001270
001271**************************************
001272*  RECHAZOS: SIN CUENTA EN MAESTRO Y  *
001285     MOVE SPACES           TO WS-RCH-CLI-MONEDA
001285     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
001285     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
001285     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
001285     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
001285     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
001286
001287     PERFORM 2220-GRABAR-UN-RECHAZO
001288                 THRU F-2220-GRABAR-UN-RECHAZO.
001301     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
001301     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
001301     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
001301     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
001301     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
001301     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
001302
001303     PERFORM 2220-GRABAR-UN-RECHAZO
001304                 THRU F-2220-GRABAR-UN-RECHAZO.
001306     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
001306     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
001306     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
001306     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
001306     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
001306     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
001306
001306     PERFORM 2220-GRABAR-UN-RECHAZO
001306                 THRU F-2220-GRABAR-UN-RECHAZO.
001306     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
001306     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
001306     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
001306     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
001306     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
001306     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
001306
001306     PERFORM 2220-GRABAR-UN-RECHAZO
001306                 THRU F-2220-GRABAR-UN-RECHAZO.
001306
001306 F-2219-GRABAR-RECHAZO-EMBARGO. EXIT.
001306
001306 2217-GRABAR-RECHAZO-FONDOS.
001306
001306     MOVE WS-MOV-NRO       TO WS-RCH-NRO
001306     MOVE WS-MOV-TIPO      TO WS-RCH-TIPO
001306     MOVE WS-MOV-CUENTA    TO WS-RCH-CUENTA
001306     MOVE WS-MOV-IMPORTE   TO WS-RCH-IMPORTE
001306     MOVE WS-MOV-FECHA     TO WS-RCH-FECHA
001306     MOVE '06'             TO WS-RCH-MOTIVO
001306     MOVE WS-MOV-MONEDA    TO WS-RCH-MOV-MONEDA
001306     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
001306     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
001306     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
001306     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
001306     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
001306     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
001306
001306     PERFORM 2220-GRABAR-UN-RECHAZO
001306                 THRU F-2220-GRABAR-UN-RECHAZO.
001306
001306 F-2217-GRABAR-RECHAZO-FONDOS. EXIT.
001306
001306**************************************
001306*  CONTROLAR EL EMBARGO JUDICIAL DE   *
001306*  LA CUENTA ANTES DE APLICAR UN      *
001306     END-IF.
001306
001306 F-2510-COMPARAR-EMBARGO. EXIT.
001306
001306**************************************
001306*  CONTROLAR LOS FONDOS DE LA CUENTA  *
001306*  ANTES DE APLICAR UN DEBITO         *
001306**************************************
001306
001306 2700-CONTROLAR-FONDOS.
001306
001306     IF WS-CLI-TIPO = 02
001306        COMPUTE WS-FON-DISPONIBLE =
001306                   WS-CLI-SALDO + WS-MOV-IMPORTE
001306                   + WS-CLI-LIM-DESCUB
001306     ELSE
001306        COMPUTE WS-FON-DISPONIBLE =
001306                   WS-CLI-SALDO + WS-MOV-IMPORTE
001306     END-IF
001306
001306     IF WS-FON-DISPONIBLE IS LESS THAN ZERO
001306        SET WS-FON-MOV-RECHAZADO TO TRUE
001306     END-IF.
001306
001306 F-2700-CONTROLAR-FONDOS. EXIT.
001306
001306**************************************
001306*  COBRAR EL CARGO POR DEBITO         *
001306*  RECHAZADO SEGUN EL TARIFARIO       *
001306*  (TIPO+SUCURSAL+MONEDA): SE DEBITA  *
001306*  EN EL LUGAR, VA A LOS ACUMULADOS   *
001306*  MTD/YTD Y AL DIARIO COMO CRF       *
001306**************************************
001306
001306 2710-CARGAR-CARGO-RECHAZO.
001306
001306     MOVE ZEROS TO WS-TAR-HALLADA
001306     MOVE ZEROS TO WS-TAR-IDX
001306
001306     PERFORM 2720-COMPARAR-TARIFA
001306                 THRU F-2720-COMPARAR-TARIFA
001306               UNTIL WS-TAR-IDX IS NOT LESS THAN WS-TAR-CANT
001306               OR WS-TAR-HALLADA IS NOT EQUAL ZERO
001306
001306     IF WS-TAR-HALLADA IS EQUAL ZERO
001306        OR WS-TAR-TAB-IMPORTE (WS-TAR-HALLADA) IS EQUAL ZERO
001306        GO TO F-2710-CARGAR-CARGO-RECHAZO
001306     END-IF
001306
001306*    EL CARGO ES UN DEBITO A LA CUENTA (NEGATIVO)
001306
001306     COMPUTE WS-CLI-RCH-CARGO = ZERO -
001306                WS-TAR-TAB-IMPORTE (WS-TAR-HALLADA)
001306
001306     PERFORM 2150-ABRIR-PERIODO THRU F-2150-ABRIR-PERIODO
001306
001306     ADD WS-CLI-RCH-CARGO TO WS-CLI-SALDO
001306     ADD WS-CLI-RCH-CARGO TO WS-TOT-CARGOS-RCH
001306     ADD WS-CLI-RCH-CARGO TO WS-CLI-MTD-DEBITOS
001306     ADD WS-CLI-RCH-CARGO TO WS-CLI-YTD-DEBITOS
001306     ADD 1                TO WS-CLI-CANT-MOV
001306     ADD 1                TO WS-CLI-MTD-CANT-MOV
001306     ADD 1                TO WS-CLI-YTD-CANT-MOV
001306
001306     REWRITE REG-FILE1 FROM WS-REG-CLIENTE
001306
001306     IF WS-FIL1-CODE IS NOT EQUAL '00'
001306        DISPLAY '* ERROR EN REWRITE FILE1 = ' WS-FIL1-CODE
001306        MOVE 9999 TO RETURN-CODE
001306        SET WS-FIN-LECTURA TO TRUE
001306        GO TO F-2710-CARGAR-CARGO-RECHAZO
001306     END-IF
001306
001306     ADD 1 TO WS-CANT-CARGOS-RCH
001306
001306     MOVE WS-CLI-NRO       TO WS-DIA-NRO
001306     MOVE WS-CLI-TIPO      TO WS-DIA-TIPO
001306     MOVE WS-CLI-CUENTA    TO WS-DIA-CUENTA
001306     MOVE WS-MOV-FECHA     TO WS-DIA-FEC-MOV
001306     MOVE WS-FECHA-PROCESO TO WS-DIA-FEC-PROCESO
001306     MOVE 'CRF'            TO WS-DIA-CONCEPTO
001306     MOVE WS-CLI-MONEDA    TO WS-DIA-MONEDA
001306     MOVE WS-CLI-RCH-CARGO TO WS-DIA-IMPORTE
001306     MOVE WS-CLI-SALDO     TO WS-DIA-SALDO-DESP
001306     MOVE SPACES           TO WS-DIA-REF-TRANSF
001306     MOVE ZEROS            TO WS-DIA-CONTRA-CLAVE
001306     MOVE SPACES           TO WS-DIA-ASI-RELAC
001306     MOVE SPACES           TO WS-DIA-CONC-RELAC
001306     PERFORM 2460-ASIGNAR-ASIENTO THRU F-2460-ASIGNAR-ASIENTO
001306
001306     WRITE REG-FILE-DIA FROM WS-REG-DIARIO
001306
001306     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001306        DISPLAY '* ERROR EN GRABAR DIARIO = ' WS-FILDIA-CODE
001306        MOVE 9999 TO RETURN-CODE
001306        SET WS-FIN-LECTURA TO TRUE
001306        GO TO F-2710-CARGAR-CARGO-RECHAZO
001306     END-IF.
001306
001306*    CONTRAPARTIDA CONTABLE: DEBITO A LOS DEPOSITOS DEL TIPO
001306*    DE CUENTA CONTRA EL INGRESO POR CARGOS DE RECHAZO
001306
001306     COMPUTE WS-GL-IDX-TIPO = WS-CLI-TIPO - 1
001306     MOVE WS-TAR-TAB-IMPORTE (WS-TAR-HALLADA)
001306                                  TO WS-CTB-IMPORTE-ABS
001306
001306     MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO) TO WS-CTB-CUENTA-CTB
001306     MOVE 'D'                     TO WS-CTB-DH
001306     PERFORM 2730-GRABAR-ASIENTO-CTB
001306                 THRU F-2730-GRABAR-ASIENTO-CTB
001306     MOVE WS-GL-CTA-ING-RCH       TO WS-CTB-CUENTA-CTB
001306     MOVE 'H'                     TO WS-CTB-DH
001306     PERFORM 2730-GRABAR-ASIENTO-CTB
001306                 THRU F-2730-GRABAR-ASIENTO-CTB.
001306
001306 F-2710-CARGAR-CARGO-RECHAZO. EXIT.
001306
001306**************************************
001306* GRABAR UN ASIENTO DEL LOTE         *
001306* CONTABLE DE CARGOS CRF             *
001306**************************************
001306
001306 2730-GRABAR-ASIENTO-CTB.
001306
001306     MOVE WS-FECHA-PROCESO   TO WS-CTB-FECHA
001306     MOVE WS-CTB-IMPORTE-ABS TO WS-CTB-IMPORTE
001306     MOVE WS-CLI-MONEDA      TO WS-CTB-MONEDA
001306     MOVE WS-CLI-TIPO        TO WS-CTB-TIPO-CTA
001306     MOVE WS-CTB-CONC-CRF    TO WS-CTB-CONCEPTO
001306
001306     WRITE REG-CTB FROM WS-REG-CONTAB
001306
001306     EVALUATE WS-FILCTB-CODE
001306
001306        WHEN '00'
001306           ADD 1 TO WS-CTB-CANT-ASIENTOS
001306           IF WS-CTB-ES-DEBE
001306              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-DEBE
001306           ELSE
001306              ADD WS-CTB-IMPORTE TO WS-CTB-TOT-HABER
001306           END-IF
001306
001306        WHEN OTHER
001306           DISPLAY '* ERROR EN GRABAR CTBINT = ' WS-FILCTB-CODE
001306           MOVE 9999 TO RETURN-CODE
001306           SET WS-FIN-LECTURA TO TRUE
001306
001306     END-EVALUATE.
001306
001306 F-2730-GRABAR-ASIENTO-CTB. EXIT.
001306
001306 2720-COMPARAR-TARIFA.
001306
001306     ADD 1 TO WS-TAR-IDX
001306
001306     IF WS-TAR-TAB-TIPO (WS-TAR-IDX) IS EQUAL WS-CLI-TIPO
001306        AND WS-TAR-TAB-SUCURSAL (WS-TAR-IDX) IS EQUAL
001306                                       WS-CLI-SUCURSAL
001306        AND WS-TAR-TAB-MONEDA (WS-TAR-IDX) IS EQUAL
001306                                       WS-CLI-MONEDA
001306        MOVE WS-TAR-IDX TO WS-TAR-HALLADA
001306     END-IF.
001306
001306 F-2720-COMPARAR-TARIFA. EXIT.
001307
001308 2220-GRABAR-UN-RECHAZO.
001309
001426
001427 9999-FINAL.
001428
001428*    TRAILER DEL LOTE CONTABLE; EL LOTE DEBE NETEAR A CERO
001428
001428     MOVE SPACES               TO WS-REG-CONTAB
001428     MOVE 'TRL'                TO WS-CTB-TRL-MARCA
001428     MOVE WS-CTB-CANT-ASIENTOS TO WS-CTB-TRL-CANT
001428     MOVE WS-CTB-TOT-DEBE      TO WS-CTB-TRL-TOT-DEBE
001428     MOVE WS-CTB-TOT-HABER     TO WS-CTB-TRL-TOT-HABER
001428
001428     WRITE REG-CTB FROM WS-REG-CONTAB-TRL
001428     IF WS-FILCTB-CODE IS NOT EQUAL '00'
001428        DISPLAY '* ERROR EN GRABAR CTBINT = ' WS-FILCTB-CODE
001428        MOVE 9999 TO RETURN-CODE
001428     END-IF.
001428
001428     IF WS-CTB-TOT-DEBE IS NOT EQUAL WS-CTB-TOT-HABER
001428        DISPLAY '* LOTE CONTABLE DE CARGOS CRF DESBALANCEADO *'
001428        DISPLAY '* TOTAL DEBE  = ' WS-CTB-TOT-DEBE
001428        DISPLAY '* TOTAL HABER = ' WS-CTB-TOT-HABER
001428        MOVE 9999 TO RETURN-CODE
001428     END-IF.
001428
001429     CLOSE FILE1.
001430        IF WS-FIL1-CODE IS NOT EQUAL '00'
001431           DISPLAY '* ERROR EN CLOSE FILE1   = '
001475           MOVE 9999 TO RETURN-CODE
001476        END-IF.
001477
001477     CLOSE FILE-CTB.
001477        IF WS-FILCTB-CODE IS NOT EQUAL '00'
001477           DISPLAY '* ERROR EN CLOSE CTBINT  = '
001477                                      WS-FILCTB-CODE
001477           MOVE 9999 TO RETURN-CODE
001477        END-IF.
001477
001478**************************************
001479*   MOSTRAR TOTALES DE CONTROL       *
001480**************************************
001487     DISPLAY WS-LEYEN-INACTIVAS      WS-CANT-INACTIVAS.
001487     DISPLAY WS-LEYEN-TRF-RECH       WS-CANT-TRF-RECH.
001487     DISPLAY WS-LEYEN-EMB-RECH       WS-CANT-EMB-RECH.
001487     DISPLAY WS-LEYEN-FONDOS-RECH    WS-CANT-FONDOS-RECH.
001487     DISPLAY WS-LEYEN-CARGOS-RCH     WS-CANT-CARGOS-RCH.
001487     DISPLAY WS-LEYEN-TOT-RCH        WS-TOT-CARGOS-RCH.
001487     DISPLAY WS-LEYEN-IMPUESTOS      WS-CANT-IMPUESTOS.
001487     DISPLAY WS-LEYEN-TOT-IMP        WS-TOT-IMPUESTOS.
001488     DISPLAY WS-LEYEN-CONVERTIDOS    WS-CANT-CONVERTIDOS.
001489     DISPLAY WS-LEYEN-TOT-CREDITOS   WS-TOT-CREDITOS.
001490     DISPLAY WS-LEYEN-TOT-DEBITOS    WS-TOT-DEBITOS.
001490     DISPLAY WS-LEYEN-CTB            WS-CTB-CANT-ASIENTOS.
001491
001492 F-9999-FINAL.
001493     EXIT.
