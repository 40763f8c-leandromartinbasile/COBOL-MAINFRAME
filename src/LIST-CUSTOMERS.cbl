000129* 02/09/26 * EMBARGOS JUDICIALES* LGS *
000967* 02/09/26 * CONTROL DE CORRIDA * LGS *
000129* 02/09/26 * FECHA DE VALOR     * LGS *
000129* 15/10/26 * RECHAZO SIN FONDOS * LGS *
000129* 15/10/26 * REFERENCIA ASIENTO * LGS *
000129* 15/10/26 * OMITE PRESTAMOS 05 * LGS *
000129* 15/10/26 * PARTICION PARALELA * LGS *
000129* 15/10/26 * CALENDARIO HABILES * LGS *
000129* 15/10/26 * TRANSF INTERBANCAR * LGS *
000129* 15/10/26 * FONDOS EN TRANSF   * LGS *
000129* 15/10/26 * CHEQUES DE CAMARA  * LGS *
000129* 15/10/26 * ORIGEN EN RECHAZO  * LGS *
000130**************************************
000132
000134 ENVIRONMENT DIVISION. 
000967     SELECT FILE-FRC ASSIGN DDFORCE
000967     ACCESS IS SEQUENTIAL
000967     FILE STATUS IS WS-FILFRC-CODE.
000967
000967     SELECT FILE-PNR ASSIGN DDPARNUM
000967     ACCESS IS SEQUENTIAL
000967     FILE STATUS IS WS-FILPNR-CODE.
000967
000967     SELECT FILE-PAR ASSIGN DDPARTIC
000967     ACCESS IS SEQUENTIAL
000967     FILE STATUS IS WS-FILPAR-CODE.
000967
000967     SELECT FILE-PTO ASSIGN DDPARTOT
000967     ACCESS IS SEQUENTIAL
000967     FILE STATUS IS WS-FILPTO-CODE.
000967
000967*    CALENDARIO DE DIAS NO HABILES (VER LAYOUT-Calendario)
000967     SELECT FILE-CAL  ASSIGN DDCALEND
000967     ORGANIZATION IS INDEXED
000967     ACCESS IS RANDOM
000967     RECORD KEY IS REG-CAL-CLAVE
000967     FILE STATUS IS WS-FILCAL-CODE.
000266 DATA DIVISION. 
000268 FILE SECTION. 
000270                                                                
000366      BLOCK CONTAINS 0 RECORDS
000368      RECORDING MODE IS F.
000370
000372 01 REG-FILE-CKPT   PIC X(719).
000374
000376 FD FILE5
000378      BLOCK CONTAINS 0 RECORDS
000425      BLOCK CONTAINS 0 RECORDS
000426      RECORDING MODE IS F.
000427
000428 01 REG-FILE-DIA     PIC X(130).
000429
000430 FD FILE-DEM
000431      BLOCK CONTAINS 0 RECORDS
000967      RECORDING MODE IS F.
000967
000967 01 REG-FILE-FRC    PIC X(01).
000967
000967 FD FILE-PNR
000967      BLOCK CONTAINS 0 RECORDS
000967      RECORDING MODE IS F.
000967
000967 01 REG-FILE-PNR    PIC X(02).
000967
000967 FD FILE-PAR
000967      BLOCK CONTAINS 0 RECORDS
000967      RECORDING MODE IS F.
000967
000967 01 REG-FILE-PAR    PIC X(80).
000967
000967 FD FILE-PTO
000967      BLOCK CONTAINS 0 RECORDS
000967      RECORDING MODE IS F.
000967
000967 01 REG-FILE-PTO    PIC X(200).
000967
000967 FD FILE-CAL
000967      BLOCK CONTAINS 0 RECORDS
000967      RECORDING MODE IS F.
000967
000967 01 REG-CAL.
000967     03  REG-CAL-CLAVE.
000967         05  REG-CAL-SUCURSAL    PIC 9(03).
000967         05  REG-CAL-FECHA       PIC 9(08).
000967     03  FILLER                  PIC X(69).
000446
000448
000450************************************** 
000544     03  WS-CKPT-TOT-DEV-CA     PIC S9(11)V99 VALUE ZEROS.
000544     03  WS-CKPT-TOT-IMP        PIC S9(11)V99 VALUE ZEROS.
000544     03  WS-CKPT-TOT-COM        PIC S9(11)V99 VALUE ZEROS.
000544     03  WS-CKPT-TOT-RCH        PIC S9(11)V99 VALUE ZEROS.
000544*    IMAGEN DE LOS SALDOS USD ACUMULADOS PARA LA REVALUACION
000544     03  WS-CKPT-REVAL          PIC X(39)   VALUE ZEROS.
000545*    IMAGEN DE LOS ACUMULADORES CONTABLES (WS-GL-ACUM) EN EL
000545*    MOMENTO DEL CHECKPOINT, PARA QUE UN REINICIO NO PIERDA
000545*    LOS ASIENTOS DE LO YA PROCESADO
000545     03  WS-CKPT-GL-ACUM        PIC X(546)  VALUE ZEROS.
000546
000548 77  WS-CKPT-EXISTE-SW      PIC X       VALUE 'N'.
000550     88  WS-CKPT-EXISTE                 VALUE 'Y'.
000577             88  WS-TRF-CON-EMBARGO      VALUE 'Y'.
000577         05  WS-TRF-EMB-IDX   PIC 9(04) COMP.
000577         05  WS-TRF-SALDO-INI PIC S9(11)V99.
000577*    PATA DEBITO SOBRE CUENTA CORRIENTE O CAJA DE AHORROS:
000577*    FONDOS DE LA CUENTA AL VALIDAR (SALDO, MAS EL
000577*    DESCUBIERTO EN CC) E IMPORTE DE LA PATA EN LA MONEDA
000577*    DE LA CUENTA; EL CONTROL SE RESUELVE EN 1385- Y LO YA
000577*    COMPROMETIDO SE RESERVA FRENTE A LOS DEBITOS COMUNES
000577*    HASTA QUE LA PATA SE APLICA (VER 2239-)
000577         05  WS-TRF-FON-MARCA PIC X(01).
000577             88  WS-TRF-CON-FONDOS       VALUE 'Y'.
000577         05  WS-TRF-FON-CLAVE1  PIC X(10).
000577         05  WS-TRF-FON-DISP    PIC S9(11)V99.
000577         05  WS-TRF-FON-IMPORTE PIC S9(11)V99.
000577         05  WS-TRF-FON-APLIC   PIC X(01).
000577             88  WS-TRF-DEB-APLICADO     VALUE 'Y'.
000577*    MOTIVO CON EL QUE CAEN A DDRECHAZ LAS PATAS DE UNA
000577*    REFERENCIA INVALIDA: 04, O 06 SI FALTAN FONDOS
000577         05  WS-TRF-MOTIVO      PIC X(02).
000577
000577 77  WS-TRF-IDX2            PIC 9(04) COMP VALUE ZEROS.
000577 77  WS-TRF-TOPE            PIC 9(04) COMP VALUE ZEROS.
000577 77  WS-TRF-FON-RESERVA     PIC S9(11)V99  VALUE ZEROS.
000577
000577 77  WS-TRF-RECH-SW         PIC X       VALUE 'N'.
000577     88  WS-TRF-PATA-OK                 VALUE 'N'.
000577     88  WS-TRF-PATA-RECHAZADA          VALUE 'Y'.
000577
000577*    DEBITOS DE CHEQUES YA INFORMADOS PAGADOS A LA CAMARA
000577*    (ORIGEN C) POR CUENTA, AUN NO APLICADOS: SE RESERVAN
000577*    FRENTE A LAS TRANSFERENCIAS Y LOS DEBITOS COMUNES
000577 77  WS-CQL-MAX             PIC 9(04) COMP VALUE 2000.
000577 77  WS-CQL-CANT            PIC 9(04) COMP VALUE ZEROS.
000577 77  WS-CQL-IDX             PIC 9(04) COMP VALUE ZEROS.
000577 77  WS-CQL-HALLADO         PIC 9(04) COMP VALUE ZEROS.
000577
000577 01  WS-TAB-CHEQUES-LOTE.
000577     03  WS-CQL-ENT          OCCURS 2000 TIMES.
000577         05  WS-CQL-CLAVE1       PIC X(10).
000577         05  WS-CQL-PENDIENTE    PIC S9(11)V99.
000577
000577 77  WS-CANT-TRF-APLICADAS  PIC 9(05)      VALUE ZEROS.
000577 77  WS-CANT-TRF-RECH       PIC 9(05)      VALUE ZEROS.
000577
000596             07  WS-GL-DESC      PIC S9(11)V99.
000596             07  WS-GL-IMP       PIC S9(11)V99.
000596             07  WS-GL-COM       PIC S9(11)V99.
000596             07  WS-GL-RCH       PIC S9(11)V99.
000596
000596 77  WS-GL-IDX-TIPO         PIC 9(01)      VALUE ZEROS.
000596 77  WS-GL-IDX-MON          PIC 9(01)      VALUE ZEROS.
000596 77  WS-GL-CTA-ING-DESC     PIC X(10) VALUE '4102000000'.
000596 77  WS-GL-CTA-IMP-PAGAR    PIC X(10) VALUE '2205000000'.
000596 77  WS-GL-CTA-ING-COM      PIC X(10) VALUE '4103000000'.
000596 77  WS-GL-CTA-ING-RCH      PIC X(10) VALUE '4104000000'.
000596
000596 01  WS-GL-MONEDAS.
000596     03  FILLER             PIC X(03) VALUE 'ARS'.
000593 77  WS-DIA-FEC-MOV-W       PIC 9(08)      VALUE ZEROS.
000593 77  WS-CANT-DIARIO         PIC 9(07)      VALUE ZEROS.
000593
000593*    REFERENCIA UNICA DE CADA ASIENTO: HORA DE LA CORRIDA MAS
000593*    SECUENCIA; EL ULTIMO ASIENTO GRABADO QUEDA GUARDADO PARA
000593*    QUE LA RETENCION DE IMPUESTO APUNTE AL MOVIMIENTO QUE LA
000593*    ORIGINO (EL LLAMADOR CARGA WS-DIA-RELAC-W ANTES DE 2225-)
000593 77  WS-DIA-HORA-W          PIC 9(08)      VALUE ZEROS.
000593 77  WS-DIA-SECUEN-W        PIC 9(06)      VALUE ZEROS.
000593 77  WS-DIA-RELAC-W         PIC X(21)      VALUE SPACES.
000593 77  WS-DIA-CONC-RELAC-W    PIC X(03)      VALUE SPACES.
000593 77  WS-DIA-ULT-ASIENTO     PIC X(21)      VALUE SPACES.
000593 77  WS-DIA-ULT-CONCEPTO    PIC X(03)      VALUE SPACES.
000593
000594********  JOIN CONTRA EL MAESTRO DEMOGRAFICO  *
000594
000594*    DISPONIBILIDAD DEL MAESTRO (SI NO ABRE, EL LISTADO SALE
000595
000596********  COMISION MENSUAL DE MANTENIMIENTO  *
000596
000596*    TARIFARIO CARGADO DE DDTARIFA (CLASE+TIPO+SUCURSAL+
000596*    MONEDA) Y CARGO CALCULADO PARA LA CUENTA EN PROCESO;
000596*    EXENTAS LAS CUENTAS DORMIDAS Y DADAS DE BAJA (VER 2248-)
000596 01  WS-STA-TAR             PIC X          VALUE 'N'.
000596     88  WS-FIN-TAR                        VALUE 'Y'.
000596     88  WS-NO-FIN-TAR                     VALUE 'N'.
000596 77  WS-TAR-CANT            PIC 9(02)      VALUE ZEROS.
000596 77  WS-TAR-IDX             PIC 9(02)      VALUE ZEROS.
000596 77  WS-TAR-HALLADA         PIC 9(02)      VALUE ZEROS.
000596*    CLASE DE CARGO BUSCADA EN EL TARIFARIO (VER 2251-)
000596 77  WS-TAR-BUSCA-CLASE     PIC X(01)      VALUE 'M'.
000596
000596 01  WS-TAB-TARIFAS.
000596     03  WS-TAR-ENT         OCCURS 50 TIMES.
000596         05  WS-TAR-TAB-SUCURSAL PIC 9(03).
000596         05  WS-TAR-TAB-MONEDA   PIC X(03).
000596         05  WS-TAR-TAB-IMPORTE  PIC 9(07)V99.
000596         05  WS-TAR-TAB-CLASE    PIC X(01).
000596
000596 77  WS-CLI-COM-CARGO       PIC S9(09)V99  VALUE ZEROS.
000596 77  WS-CANT-COMISIONES     PIC 9(05)      VALUE ZEROS.
000596*    IMPUESTO); 9500- LAS SUMA AL TEORICO
000596 77  WS-TOT-DEBITOS-COMISION PIC S9(11)V99 VALUE ZEROS.
000596
000596********  DEBITOS SIN FONDOS SUFICIENTES  *
000596
000596*    DISPONIBLE DE LA CUENTA PARA UN DEBITO: SALDO (CA) O
000596*    SALDO MAS DESCUBIERTO AUTORIZADO (CC); SI EL DEBITO LO
000596*    DEJA NEGATIVO SE RECHAZA CON MOTIVO 06 Y SE COBRA EL
000596*    CARGO DE CLASE R DEL TARIFARIO (VER 2236-)
000596 77  WS-FON-DISPONIBLE      PIC S9(11)V99  VALUE ZEROS.
000596
000596 77  WS-FON-RECH-SW         PIC X          VALUE 'N'.
000596     88  WS-FON-MOV-OK                     VALUE 'N'.
000596     88  WS-FON-MOV-RECHAZADO              VALUE 'Y'.
000596
000596 77  WS-CANT-FONDOS-RECH    PIC 9(05)      VALUE ZEROS.
000596 77  WS-CLI-RCH-CARGO       PIC S9(09)V99  VALUE ZEROS.
000596 77  WS-CANT-CARGOS-RCH     PIC 9(05)      VALUE ZEROS.
000596*    CARGOS POR RECHAZO COBRADOS EN EL RUN (NEGATIVOS),
000596*    SEPARADOS DE WS-TOT-DEBITOS COMO LA COMISION; 9500- LOS
000596*    SUMA AL TEORICO
000596 77  WS-TOT-DEBITOS-RECHAZO PIC S9(11)V99  VALUE ZEROS.
000596
000596*    DEBITOS COMUNES DE LA CUENTA EN PROCESO DIFERIDOS HASTA
000596*    EL CORTE DE CLAVE, PARA APLICAR PRIMERO TODOS SUS
000596*    CREDITOS (VER 2232-); EL MOVIMIENTO LEIDO POR ADELANTADO
000596*    SE RESGUARDA MIENTRAS SE APLICAN
000596 77  WS-DIF-MAX             PIC 9(04) COMP VALUE 500.
000596 77  WS-DIF-CANT            PIC 9(04) COMP VALUE ZEROS.
000596 77  WS-DIF-IDX             PIC 9(04) COMP VALUE ZEROS.
000596
000596 01  WS-TAB-DIFERIDOS.
000596     03  WS-DIF-REG         PIC X(80)  OCCURS 500 TIMES.
000596
000596 01  WS-DIF-MOV-LEIDO       PIC X(80)      VALUE SPACES.
000596
000597********  DORMANCIA DE CUENTAS  *************
000597
000597*    UMBRAL DE DIAS SIN MOVIMIENTOS (BASE 30/360) A PARTIR
000597*    DEL CUAL UNA CUENTA CC/CA SE MARCA DORMIDA
000597 77  WS-DORM-DIAS-UMBRAL    PIC 9(05)      VALUE 180.
000597 77  WS-DORM-DIAS-CALC      PIC S9(07)     VALUE ZEROS.
000597*    LOS DIAS SE CUENTAN HASTA EL DIA HABIL ANTERIOR O IGUAL
000597*    A LA FECHA DE PROCESO (CALENDARIO NACIONAL)
000597 77  WS-DORM-FEC-REF        PIC 9(08)      VALUE ZEROS.
000597
000597*    FECHA DE TRABAJO PARA DESARMAR UN AAAAMMDD EN PARTES
000597 01  WS-FEC-TRABAJO         PIC 9(08)      VALUE ZEROS.
000738********     CONTADOR DE LEIDOS Y GRABADOS  * 
000740                                                   
000742 77 WS-LEIDOS-FILE1      PIC 9(05)        VALUE ZEROS.
000742 77 WS-OMITIDOS-PRESTAMO PIC 9(05)        VALUE ZEROS.
000744 77 WS-LEIDOS-FILE2      PIC 9(05)        VALUE ZEROS.
000746 77 WS-ENCONTRADOS       PIC 9(05)        VALUE ZEROS.
000748 77 WS-NO-ENCONTRADO     PIC 9(05)        VALUE ZEROS.
000792
000794 77 WS-LEYEN-FILE1       PIC X(35) VALUE
000796              'CANTIDAD DE LEIDOS CLIENTES  :   '.
000796
000796 77 WS-LEYEN-PRESTAMOS   PIC X(35) VALUE
000796              'CUENTAS DE PRESTAMO OMITIDAS :   '.
000798
000800 77 WS-LEYEN-FILE2       PIC X(35) VALUE
000802              'CANTIDAD DE LEIDOS NOVEDADES :   '.
000890                    'COMISIONES MANTENIM COBRADAS  :  '.
000890 77  WS-LEYEN-EMB-RECH     PIC X(35) VALUE
000890                    'RECHAZADOS POR EMBARGO        :  '.
000890 77  WS-LEYEN-FONDOS-RECH  PIC X(35) VALUE
000890                    'RECHAZADOS SIN FONDOS         :  '.
000890 77  WS-LEYEN-CARGOS-RCH   PIC X(35) VALUE
000890                    'CARGOS POR RECHAZO COBRADOS   :  '.
000890 77  WS-LEYEN-TOT-RCH      PIC X(35) VALUE
000890                    'TOTAL CARGOS POR RECHAZO      :  '.
000890 77  WS-LEYEN-ALMACENADOS  PIC X(35) VALUE
000890                    'MOVIMIENTOS ALMACENADOS VALOR :  '.
000890 77  WS-LEYEN-TOT-ALMACEN  PIC X(35) VALUE
000890                    'TOTAL ALMACENADO FECHA VALOR  :  '.
000891 77  WS-LEYEN-TOT-COM      PIC X(35) VALUE
000892                    'TOTAL COMISION MANTENIMIENTO  :  '.
000892 77  WS-LEYEN-PARTICION    PIC X(35) VALUE
000892                    'PARTICION (00 = CORRIDA COMPLETA):'.
000866
000868********     FECHA DE PROCESO *************** 
000870                                                                  
000967
000967     COPY "LAYOUT-RunCtl.cpy".
000967
000967********  CORRIDA PARTICIONADA (DDPARNUM/DDPARTIC)  *
000967
000967*    SIN DDPARNUM LA CORRIDA ES UNA SOLA PASADA SOBRE TODO EL
000967*    MAESTRO (RANGO CEROS A NUEVES, PASO 04); CON DDPARNUM LA
000967*    CORRIDA PROCESA SOLO EL RANGO TIPO+CUENTA DE ESA
000967*    PARTICION EN DDPARTIC, ESTAMPA EL PASO 40 + NRO Y GRABA
000967*    SUS FRAGMENTOS, QUE CONSOLIDA PGMAPJ5D
000967 77  WS-FILPNR-CODE          PIC X(02)   VALUE SPACES.
000967 77  WS-FILPAR-CODE          PIC X(02)   VALUE SPACES.
000967 77  WS-FILPTO-CODE          PIC X(02)   VALUE SPACES.
000967
000967 77  WS-PART-SW              PIC X       VALUE 'N'.
000967     88  WS-MODO-PARTICION               VALUE 'Y'.
000967     88  WS-MODO-COMPLETO                VALUE 'N'.
000967
000967 77  WS-STA-PART             PIC X       VALUE 'N'.
000967     88  WS-FIN-PART                     VALUE 'Y'.
000967     88  WS-NO-FIN-PART                  VALUE 'N'.
000967
000967 77  WS-PART-NRO             PIC 9(02)   VALUE ZEROS.
000967 77  WS-PART-CANT            PIC 9(02)   VALUE ZEROS.
000967 77  WS-PART-MAX             PIC 9(02)   VALUE 20.
000967 77  WS-PART-PASO-BASE       PIC 9(02)   VALUE 40.
000967 77  WS-PART-SIG-DESDE       PIC 9(11)   VALUE ZEROS.
000967 77  WS-PART-HALLADA-SW      PIC X       VALUE 'N'.
000967     88  WS-PART-HALLADA                 VALUE 'Y'.
000967     88  WS-PART-NO-HALLADA              VALUE 'N'.
000967
000967 01  WS-REG-PARM-PARTIC.
000967     03  WS-PARM-PARTICION   PIC X(02).
000967     03  WS-PARM-PARTICION-N REDEFINES WS-PARM-PARTICION
000967                             PIC 9(02).
000967
000967*    RANGO TIPO+CUENTA DE LA CORRIDA (AMBOS EXTREMOS INCLUIDOS)
000967 01  WS-PART-DESDE.
000967     03  WS-PART-DESDE-TIPO   PIC 9(02)  VALUE ZEROS.
000967     03  WS-PART-DESDE-CUENTA PIC 9(08)  VALUE ZEROS.
000967 01  WS-PART-DESDE-N REDEFINES WS-PART-DESDE
000967                              PIC 9(10).
000967 01  WS-PART-HASTA.
000967     03  WS-PART-HASTA-TIPO   PIC 9(02)  VALUE 99.
000967     03  WS-PART-HASTA-CUENTA PIC 9(08)  VALUE 99999999.
000967 01  WS-PART-HASTA-N REDEFINES WS-PART-HASTA
000967                              PIC 9(10).
000967
000967     COPY "LAYOUT-Particion.cpy".
000967     COPY "LAYOUT-ParTot.cpy".
000967
000967********  CALENDARIO DE DIAS HABILES  *
000967
000967 77  WS-FILCAL-CODE          PIC X(02)   VALUE SPACES.
000967*    SUCURSAL CUYOS FERIADOS LOCALES SE CONSIDERAN (000 =
000967*    SOLO LOS FERIADOS NACIONALES)
000967 77  WS-DHA-SUCURSAL         PIC 9(03)   VALUE ZEROS.
000967 77  WS-DHA-HABIL-SW         PIC X(01)   VALUE 'S'.
000967     88  WS-DHA-HABIL                    VALUE 'S'.
000967     88  WS-DHA-NO-HABIL                 VALUE 'N'.
000967*    DIA DE LA SEMANA (CONGRUENCIA DE ZELLER): 0 = SABADO,
000967*    1 = DOMINGO, 2 = LUNES ... 6 = VIERNES
000967 77  WS-DHA-DIA-SEMANA       PIC 9(01)   VALUE ZEROS.
000967     88  WS-DHA-FIN-SEMANA               VALUES 0 1.
000967 77  WS-DHA-DIAS-MES         PIC 9(02)   VALUE ZEROS.
000967 77  WS-DHA-CANT-DIAS        PIC 9(05)   VALUE ZEROS.
000967 77  WS-DHA-PASOS            PIC 9(03)   VALUE ZEROS.
000967 77  WS-DHA-Z-MES            PIC 9(02)   VALUE ZEROS.
000967 77  WS-DHA-Z-ANIO           PIC 9(04)   VALUE ZEROS.
000967 77  WS-DHA-Z-SIGLO          PIC 9(02)   VALUE ZEROS.
000967 77  WS-DHA-Z-ANIO-SIG       PIC 9(02)   VALUE ZEROS.
000967 77  WS-DHA-Z-SUMA           PIC 9(05)   VALUE ZEROS.
000967 77  WS-DHA-COCIENTE         PIC 9(05)   VALUE ZEROS.
000967 77  WS-DHA-RESTO            PIC 9(05)   VALUE ZEROS.
000967 01  WS-DHA-FECHA            PIC 9(08)   VALUE ZEROS.
000967 01  FILLER REDEFINES WS-DHA-FECHA.
000967     03  WS-DHA-ANIO         PIC 9(04).
000967     03  WS-DHA-MES          PIC 9(02).
000967     03  WS-DHA-DIA          PIC 9(02).
000967
000967     COPY "LAYOUT-Calendario.cpy".
000967
000908 PROCEDURE DIVISION. 
000910                                                                  
000912************************************** 
000941
000941     PERFORM 9700-GRABAR-HISTORIA  THRU F-9700-GRABAR-HISTORIA.
000942
000942     PERFORM 9750-GRABAR-TOTALES-PART
000942                 THRU F-9750-GRABAR-TOTALES-PART.
000942
000942     PERFORM 9800-REVALUAR-MONEDA  THRU F-9800-REVALUAR-MONEDA.
000941
000942     PERFORM 9999-FINAL    THRU  F-9999-FINAL.
000962 1000-INICIO.
000964
000966     PERFORM 1050-LEER-PARM-FECHA THRU F-1050-LEER-PARM-FECHA.
000967
000967*    LA PARTICION (SI LA HAY) DEFINE EL PASO A ESTAMPAR, POR
000967*    ESO SE LEE ANTES DEL CONTROL DE CORRIDA
000967
000967     PERFORM 1900-LEER-PARTICION THRU F-1900-LEER-PARTICION
000967
000967*    INTERBLOQUEO DEL STREAM: VALIDAR Y ESTAMPAR EL PASO EN EL
000967*    CONTROL DE CORRIDA ANTES DE TOCAR NINGUN ARCHIVO
000967
000967     IF WS-RUN-NO-BLOQUEADA
000967        PERFORM 1800-CONTROL-CORRIDA THRU F-1800-CONTROL-CORRIDA
000967     END-IF
000967
000967     IF WS-RUN-BLOQUEADA
000967        SET WS-FIN-LECTURA TO TRUE
000974     MOVE WS-FECHA-PROC-MM TO WS-PERIODO-MTD-MM
000976     MOVE WS-FECHA-PROC-CC TO WS-PERIODO-YTD-CC
000978     MOVE WS-FECHA-PROC-AA TO WS-PERIODO-YTD-AA
000979     MOVE WS-DORM-FEC-REF  TO WS-FECHA-PROCESO-R
000979
000979     PERFORM 1060-LEER-PARM-TASA-DESC
000979                 THRU F-1060-LEER-PARM-TASA-DESC
001006*    PRIMARIA DEL INDEXADO; SE FIJA LA CLAVE DE REFERENCIA EN
001008*    LA CLAVE ALTERNATIVA ANTES DE EMPEZAR LA LECTURA SECUENCIAL
001010
001012     MOVE WS-PART-DESDE TO REG-FILE1-CLAVE1.
001014     START FILE1 KEY IS NOT LESS THAN REG-FILE1-CLAVE1.
001016     IF WS-FIL1-CODE IS NOT EQUAL '00'
001018        AND WS-FIL1-CODE IS NOT EQUAL '23'
001052*    PARA LA PASADA SECUENCIAL DE APAREO
001053
001054     IF WS-NO-FIN-LECTURA
001055        MOVE WS-PART-DESDE TO REG-FILE1-CLAVE1
001056        START FILE1 KEY IS NOT LESS THAN REG-FILE1-CLAVE1
001057        IF WS-FIL1-CODE IS NOT EQUAL '00'
001058           AND WS-FIL1-CODE IS NOT EQUAL '23'
001268     END-IF.
001270
001241*    EL DIARIO ES PERMANENTE: SIEMPRE EN EXTEND (EL STATUS
001242*    05 ES LA CREACION EN LA PRIMERA CORRIDA); UNA PARTICION
001242*    GRABA SU FRAGMENTO, QUE PGMAPJ5D AGREGA AL PERMANENTE, Y
001242*    LO ABRE COMO LAS DEMAS SALIDAS SEGUN EL CHECKPOINT
001243     IF WS-MODO-PARTICION
001243        AND WS-CKPT-NO-EXISTE
001243        OPEN OUTPUT FILE-DIA
001243     ELSE
001243        OPEN EXTEND FILE-DIA
001243     END-IF.
001244     IF WS-FILDIA-CODE IS NOT EQUAL '00'
001245        AND WS-FILDIA-CODE IS NOT EQUAL '05'
001246        DISPLAY '* ERROR EN OPEN DIARIO = ' WS-FILDIA-CODE
000967
000967     PERFORM 1850-LEER-PARM-FORCE THRU F-1850-LEER-PARM-FORCE
000967
000967     PERFORM 1700-CONTROL-DIA-HABIL THRU F-1700-CONTROL-DIA-HABIL
000967
000967     IF WS-RUN-BLOQUEADA
000967        GO TO F-1800-CONTROL-CORRIDA
000967     END-IF
000967
000967     OPEN I-O FILE-RUN
000967     IF WS-FILRUN-CODE IS NOT EQUAL '00'
000967        AND WS-FILRUN-CODE IS NOT EQUAL '05'
000967 F-1850-LEER-PARM-FORCE. EXIT.
000967
000967**************************************
000967*  DIA HABIL: LA FECHA DE DDPARM DEBE*
000967*  SER HABIL SEGUN EL CALENDARIO     *
000967*  NACIONAL; UNA FECHA NO HABIL SOLO *
000967*  CORRE CON DDFORCE. FIJA TAMBIEN LA*
000967*  FECHA HASTA LA QUE SE CUENTAN LOS *
000967*  DIAS DE DORMANCIA (DIA HABIL      *
000967*  ANTERIOR O IGUAL AL PROCESO)      *
000967**************************************
000967
000967 1700-CONTROL-DIA-HABIL.
000967
000967     OPEN INPUT FILE-CAL
000967     IF WS-FILCAL-CODE IS NOT EQUAL '00'
000967        DISPLAY '* ERROR EN OPEN CALEND  = ' WS-FILCAL-CODE
000967        MOVE 9999 TO RETURN-CODE
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967        GO TO F-1700-CONTROL-DIA-HABIL
000967     END-IF
000967
000967     MOVE ZEROS            TO WS-DHA-SUCURSAL
000967     MOVE WS-FECHA-PROCESO TO WS-DHA-FECHA
000967     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
000967
000967     IF WS-DHA-NO-HABIL
000967        IF WS-RUN-CON-FORCE
000967           DISPLAY '* FECHA NO HABIL PROCESADA POR DDFORCE = '
000967                                      WS-FECHA-PROCESO
000967        ELSE
000967           DISPLAY '* FECHA DE PROCESO NO HABIL = '
000967                                      WS-FECHA-PROCESO
000967           DISPLAY '* PARA PROCESARLA IGUAL USAR DDFORCE'
000967           MOVE 8 TO RETURN-CODE
000967           SET WS-RUN-BLOQUEADA TO TRUE
000967        END-IF
000967     END-IF
000967
000967     PERFORM 8110-AJUSTAR-ANTERIOR THRU F-8110-AJUSTAR-ANTERIOR
000967     MOVE WS-DHA-FECHA TO WS-DORM-FEC-REF
000967
000967     IF WS-FIN-LECTURA
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967     END-IF
000967
000967     CLOSE FILE-CAL.
000967
000967 F-1700-CONTROL-DIA-HABIL. EXIT.
000967
000967**************************************
000967*  CORRIDA PARTICIONADA: DDPARNUM     *
000967*  TRAE EL NRO DE PARTICION Y         *
000967*  DDPARTIC LOS RANGOS TIPO+CUENTA;   *
000967*  SIN DDPARNUM SE PROCESA TODO EL    *
000967*  MAESTRO COMO SIEMPRE. SE VALIDA    *
000967*  QUE LOS RANGOS CUBRAN TODA LA      *
000967*  CLAVE SIN HUECOS NI SOLAPES, PARA  *
000967*  QUE NINGUNA CUENTA QUEDE FUERA NI  *
000967*  SE PROCESE DOS VECES               *
000967**************************************
000967
000967 1900-LEER-PARTICION.
000967
000967     OPEN INPUT FILE-PNR.
000967
000967     IF WS-FILPNR-CODE IS NOT EQUAL '00'
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967     READ FILE-PNR INTO WS-REG-PARM-PARTIC
000967
000967     IF WS-FILPNR-CODE IS NOT EQUAL '00'
000967        OR WS-PARM-PARTICION IS NOT NUMERIC
000967        OR WS-PARM-PARTICION-N IS EQUAL ZERO
000967        OR WS-PARM-PARTICION-N IS GREATER THAN WS-PART-MAX
000967        DISPLAY '* DDPARNUM SIN NRO DE PARTICION VALIDO = '
000967                WS-PARM-PARTICION
000967        MOVE 9999 TO RETURN-CODE
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967        CLOSE FILE-PNR
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967     CLOSE FILE-PNR
000967
000967     SET WS-MODO-PARTICION TO TRUE
000967     MOVE WS-PARM-PARTICION-N TO WS-PART-NRO
000967
000967     OPEN INPUT FILE-PAR.
000967     IF WS-FILPAR-CODE IS NOT EQUAL '00'
000967        DISPLAY '* ERROR EN OPEN PARTICIONES = ' WS-FILPAR-CODE
000967        MOVE 9999 TO RETURN-CODE
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967     SET WS-NO-FIN-PART TO TRUE
000967     MOVE ZEROS TO WS-PART-CANT
000967     MOVE ZEROS TO WS-PART-SIG-DESDE
000967
000967     PERFORM 1910-LEER-UNA-PARTICION
000967                 THRU F-1910-LEER-UNA-PARTICION
000967               UNTIL WS-FIN-PART
000967
000967     CLOSE FILE-PAR
000967
000967     IF WS-RUN-BLOQUEADA
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967*    LA ULTIMA PARTICION DEBE LLEGAR HASTA EL FINAL DE LA CLAVE
000967
000967     IF WS-PART-SIG-DESDE IS NOT GREATER THAN 9999999999
000967        DISPLAY '* DDPARTIC NO CUBRE LA CLAVE DESDE = '
000967                WS-PART-SIG-DESDE
000967        MOVE 9999 TO RETURN-CODE
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967     IF WS-PART-NO-HALLADA
000967        DISPLAY '* PARTICION ' WS-PART-NRO
000967                ' NO DEFINIDA EN DDPARTIC *'
000967        MOVE 9999 TO RETURN-CODE
000967        SET WS-RUN-BLOQUEADA TO TRUE
000967        GO TO F-1900-LEER-PARTICION
000967     END-IF
000967
000967     COMPUTE WS-RUN-PASO-PROPIO = WS-PART-PASO-BASE + WS-PART-NRO
000967
000967     DISPLAY '* CORRIDA PARTICIONADA, PARTICION ' WS-PART-NRO
000967             ' DE ' WS-PART-CANT
000967     DISPLAY '* CLAVES DESDE ' WS-PART-DESDE
000967             ' HASTA ' WS-PART-HASTA.
000967
000967 F-1900-LEER-PARTICION. EXIT.
000967
000967 1910-LEER-UNA-PARTICION.
000967
000967     READ FILE-PAR INTO WS-REG-PARTIC
000967
000967     EVALUATE WS-FILPAR-CODE
000967
000967        WHEN '00'
000967           ADD 1 TO WS-PART-CANT
000967           IF WS-PAR-NRO IS NOT EQUAL WS-PART-CANT
000967              OR WS-PART-CANT IS GREATER THAN WS-PART-MAX
000967              OR WS-PAR-DESDE-N IS NOT EQUAL WS-PART-SIG-DESDE
000967              OR WS-PAR-HASTA-N IS LESS THAN WS-PAR-DESDE-N
000967              DISPLAY '* DDPARTIC CON RANGOS INVALIDOS, '
000967                      'PARTICION = ' WS-PAR-NRO
000967              MOVE 9999 TO RETURN-CODE
000967              SET WS-RUN-BLOQUEADA TO TRUE
000967              SET WS-FIN-PART TO TRUE
000967           ELSE
000967              COMPUTE WS-PART-SIG-DESDE = WS-PAR-HASTA-N + 1
000967              IF WS-PAR-NRO IS EQUAL WS-PART-NRO
000967                 MOVE WS-PAR-DESDE TO WS-PART-DESDE
000967                 MOVE WS-PAR-HASTA TO WS-PART-HASTA
000967                 SET WS-PART-HALLADA TO TRUE
000967              END-IF
000967           END-IF
000967
000967        WHEN '10'
000967           SET WS-FIN-PART TO TRUE
000967
000967        WHEN OTHER
000967           DISPLAY '* ERROR EN LECTURA PARTICIONES = '
000967                   WS-FILPAR-CODE
000967           MOVE 9999 TO RETURN-CODE
000967           SET WS-RUN-BLOQUEADA TO TRUE
000967           SET WS-FIN-PART TO TRUE
000967
000967     END-EVALUATE.
000967
000967 F-1910-LEER-UNA-PARTICION. EXIT.
000967
000967**************************************
000967*  ESTAMPAR EL FIN DEL PASO PROPIO:   *
000967*  COMPLETO SIN ERRORES O CON ERROR   *
000967*  SEGUN EL RETURN-CODE DEL RUN       *
001435
001435     ELSE
001435
001435        DISPLAY '* SIN DDTARIFA, NO SE COBRAN COMISIONES'
001435
001435     END-IF.
001435
001435                   WS-TAR-TAB-MONEDA   (WS-TAR-CANT)
001435              MOVE WS-TAR-IMPORTE  TO
001435                   WS-TAR-TAB-IMPORTE  (WS-TAR-CANT)
001435*    LAS ENTRADAS SIN CLASE SON DE MANTENIMIENTO
001435              IF WS-TAR-ES-RECHAZO
001435                 MOVE 'R' TO WS-TAR-TAB-CLASE (WS-TAR-CANT)
001435              ELSE
001435                 MOVE 'M' TO WS-TAR-TAB-CLASE (WS-TAR-CANT)
001435              END-IF
001435           ELSE
001435              DISPLAY '* TABLA DE TARIFAS DESBORDADA *'
001435              MOVE 9999 TO RETURN-CODE
001540     MOVE WS-CKPT-TOT-DEV-CA    TO WS-TOT-CREDITOS-DEV-CA
001540     MOVE WS-CKPT-TOT-IMP       TO WS-TOT-DEBITOS-IMPUESTO
001540     MOVE WS-CKPT-TOT-COM       TO WS-TOT-DEBITOS-COMISION
001540     MOVE WS-CKPT-TOT-RCH       TO WS-TOT-DEBITOS-RECHAZO
001540     MOVE WS-CKPT-REVAL         TO WS-REVAL-ACUM
001541     MOVE WS-CKPT-GL-ACUM       TO WS-GL-ACUM.
001542
001646                              THRU F-1365-ACUMULAR-DEB-EMBARGO
001646                    END-IF
001646
001646*    EL DEBITO DE UN CHEQUE PAGADO EN CAMARA QUEDA RESERVADO
001646*    SOBRE SU CUENTA HASTA QUE SE APLICA (VER 1390- Y 2236-)
001646
001646                    IF WS-MOV-IMPORTE IS LESS THAN ZERO
001646                       AND WS-MOV-ORI-CHEQUE
001646                       PERFORM 1367-ACUMULAR-DEB-CHEQUE
001646                              THRU F-1367-ACUMULAR-DEB-CHEQUE
001646                    END-IF
001646
001646*    TODA PATA DE TRANSFERENCIA (TAMBIEN LAS DE FECHA DE
001646*    VALOR FUTURA) SE REGISTRA Y VALIDA EN SU REFERENCIA
001646
001690           MOVE SPACE TO WS-TRF-EMB-MARCA (WS-TRF-CANT)
001690           MOVE ZEROS TO WS-TRF-EMB-IDX   (WS-TRF-CANT)
001690           MOVE ZEROS TO WS-TRF-SALDO-INI (WS-TRF-CANT)
001690           MOVE SPACE TO WS-TRF-FON-MARCA (WS-TRF-CANT)
001690           MOVE SPACES TO WS-TRF-FON-CLAVE1 (WS-TRF-CANT)
001690           MOVE ZEROS TO WS-TRF-FON-DISP  (WS-TRF-CANT)
001690           MOVE ZEROS TO WS-TRF-FON-IMPORTE (WS-TRF-CANT)
001690           MOVE SPACE TO WS-TRF-FON-APLIC (WS-TRF-CANT)
001690           MOVE '04'  TO WS-TRF-MOTIVO    (WS-TRF-CANT)
001690           MOVE WS-TRF-CANT       TO WS-TRF-HALLADA
001690        ELSE
001690           DISPLAY '* TABLA DE TRANSFERENCIAS DESBORDADA *'
001690              END-IF
001690           END-IF
001690
001690*    UNA PATA DEBITO SOBRE CC O CA ANOTA LOS FONDOS DE LA
001690*    CUENTA Y EL IMPORTE DE LA PATA CONVERTIDO A SU MONEDA;
001690*    EL CONTROL DE FONDOS TAMBIEN SE RESUELVE EN 1385- (LA
001690*    DE FECHA DE VALOR FUTURA SE CONTROLA CUANDO SE LIBERA)
001690
001690           IF WS-MOV-IMPORTE IS LESS THAN ZERO
001690              AND (WS-CLI-TIPO = 02 OR WS-CLI-TIPO = 03)
001690              AND WS-MOV-FECHA IS NOT GREATER THAN
001690                                  WS-FECHA-PROCESO
001690              PERFORM 1335-ANOTAR-FONDOS-TRANSF
001690                          THRU F-1335-ANOTAR-FONDOS-TRANSF
001690           END-IF
001690
001690        WHEN '23'
001690           MOVE 'I' TO WS-TRF-ESTADO (WS-TRF-HALLADA)
001690
001690 F-1330-VALIDAR-PATA-TRANSF. EXIT.
001690
001690**************************************
001690*  ANOTAR EN LA REFERENCIA LOS FONDOS *
001690*  DE LA CUENTA DE LA PATA DEBITO     *
001690*  (SALDO, MAS EL DESCUBIERTO EN CC)  *
001690*  Y EL IMPORTE EN SU MONEDA          *
001690**************************************
001690
001690 1335-ANOTAR-FONDOS-TRANSF.
001690
001690     MOVE 'Y'           TO WS-TRF-FON-MARCA  (WS-TRF-HALLADA)
001690     MOVE WS-CLI-CLAVE1 TO WS-TRF-FON-CLAVE1 (WS-TRF-HALLADA)
001690
001690     IF WS-CLI-TIPO = 02
001690        COMPUTE WS-TRF-FON-DISP (WS-TRF-HALLADA) =
001690                   WS-CLI-SALDO + WS-CLI-LIM-DESCUB
001690     ELSE
001690        MOVE WS-CLI-SALDO TO WS-TRF-FON-DISP (WS-TRF-HALLADA)
001690     END-IF
001690
001690*    SIN COTIZACION LA REFERENCIA YA QUEDO INVALIDA EN 1330-
001690
001690     IF WS-MOV-MONEDA IS EQUAL WS-CLI-MONEDA
001690        MOVE WS-MOV-IMPORTE TO
001690             WS-TRF-FON-IMPORTE (WS-TRF-HALLADA)
001690     ELSE
001690     IF WS-COT-HALLADA IS NOT EQUAL ZERO
001690        COMPUTE WS-TRF-FON-IMPORTE (WS-TRF-HALLADA) ROUNDED =
001690                   WS-MOV-IMPORTE *
001690                   WS-COT-TAB-COTIZ (WS-COT-HALLADA)
001690     END-IF
001690     END-IF.
001690
001690 F-1335-ANOTAR-FONDOS-TRANSF. EXIT.
001690
001690**************************************
001690*  BUSCAR EN LA TABLA LA REFERENCIA   *
001690*  DE WS-MOV-REF-TRANSF               *
001690**************************************
001690 F-1365-ACUMULAR-DEB-EMBARGO. EXIT.
001690
001690**************************************
001690*  ACUMULAR EL DEBITO DE UN CHEQUE    *
001690*  PAGADO EN CAMARA SOBRE SU CUENTA,  *
001690*  COMO PENDIENTE DE APLICAR          *
001690**************************************
001690
001690 1367-ACUMULAR-DEB-CHEQUE.
001690
001690     MOVE WS-MOV-CLAVE TO WS-EMB-BUSCA-CLAVE1
001690
001690     PERFORM 1368-BUSCAR-CHEQUE THRU F-1368-BUSCAR-CHEQUE
001690
001690     IF WS-CQL-HALLADO IS EQUAL ZERO
001690        IF WS-CQL-CANT IS LESS THAN WS-CQL-MAX
001690           ADD 1 TO WS-CQL-CANT
001690           MOVE WS-MOV-CLAVE TO WS-CQL-CLAVE1    (WS-CQL-CANT)
001690           MOVE ZEROS        TO WS-CQL-PENDIENTE (WS-CQL-CANT)
001690           MOVE WS-CQL-CANT  TO WS-CQL-HALLADO
001690        ELSE
001690           DISPLAY '* TABLA DE CHEQUES DEL LOTE DESBORDADA *'
001690           MOVE 9999 TO RETURN-CODE
001690           SET WS-FIN-LECTURA TO TRUE
001690           SET WS-FIN-LOTE    TO TRUE
001690           GO TO F-1367-ACUMULAR-DEB-CHEQUE
001690        END-IF
001690     END-IF
001690
001690     ADD WS-MOV-IMPORTE TO WS-CQL-PENDIENTE (WS-CQL-HALLADO).
001690
001690 F-1367-ACUMULAR-DEB-CHEQUE. EXIT.
001690
001690**************************************
001690*  BUSCAR EN LA TABLA LOS CHEQUES DE  *
001690*  LA CUENTA WS-EMB-BUSCA-CLAVE1      *
001690**************************************
001690
001690 1368-BUSCAR-CHEQUE.
001690
001690     MOVE ZEROS TO WS-CQL-HALLADO
001690     MOVE ZEROS TO WS-CQL-IDX.
001690
001690     PERFORM 1369-COMPARAR-CHEQUE THRU F-1369-COMPARAR-CHEQUE
001690               UNTIL WS-CQL-IDX IS NOT LESS THAN WS-CQL-CANT
001690               OR WS-CQL-HALLADO IS NOT EQUAL ZERO.
001690
001690 F-1368-BUSCAR-CHEQUE. EXIT.
001690
001690 1369-COMPARAR-CHEQUE.
001690
001690     ADD 1 TO WS-CQL-IDX
001690
001690     IF WS-CQL-CLAVE1 (WS-CQL-IDX) IS EQUAL WS-EMB-BUSCA-CLAVE1
001690        MOVE WS-CQL-IDX TO WS-CQL-HALLADO
001690     END-IF.
001690
001690 F-1369-COMPARAR-CHEQUE. EXIT.
001690
001690**************************************
001690*  VOLCAR AL ALMACEN LOS MOVIMIENTOS  *
001690*  RETENIDOS: LAS PATAS CON           *
001690*  REFERENCIA INVALIDA CAEN A         *
001690
001690     MOVE WS-ALM-REG (WS-ALM-IDX) TO WS-REG-MOVIMI
001690
001690*    LA VALIDACION CORRE SOBRE EL LOTE ENTERO (LAS PATAS DE UNA
001690*    TRANSFERENCIA PUEDEN CAER EN PARTICIONES DISTINTAS), PERO
001690*    CADA PARTICION SOLO VUELCA O RECHAZA LO DE SU RANGO
001690
001690     IF WS-MOV-CLAVE IS LESS THAN WS-PART-DESDE
001690        OR WS-MOV-CLAVE IS GREATER THAN WS-PART-HASTA
001690        GO TO F-1375-VOLCAR-UNO
001690     END-IF
001690
001690     IF WS-MOV-REF-TRANSF IS NOT EQUAL SPACES
001690
001690        PERFORM 1340-BUSCAR-REF-TRANSF
001690           MOVE 'I' TO WS-TRF-ESTADO (WS-TRF-IDX)
001690           DISPLAY '* TRANSFERENCIA BLOQUEADA POR EMBARGO, '
001690                   'REF = ' WS-TRF-REF (WS-TRF-IDX)
001690           GO TO F-1385-CONTROLAR-UNA-REF
001690        END-IF
001690     END-IF
001690
001690*    FONDOS: LOS DE LA CUENTA AL VALIDAR CONTRA LA PATA MAS
001690*    LAS DE LAS REFERENCIAS YA ACEPTADAS SOBRE LA MISMA
001690*    CUENTA Y LOS CHEQUES PAGADOS EN CAMARA; SIN FONDOS CAEN
001690*    AMBAS PATAS CON MOTIVO 06, COMO EL DEBITO COMUN DE 2236-
001690
001690     IF WS-TRF-CON-FONDOS (WS-TRF-IDX)
001690        MOVE WS-TRF-FON-CLAVE1 (WS-TRF-IDX)
001690                               TO WS-EMB-BUSCA-CLAVE1
001690        MOVE WS-TRF-IDX TO WS-TRF-TOPE
001690        PERFORM 1390-SUMAR-RESERVAS THRU F-1390-SUMAR-RESERVAS
001690        COMPUTE WS-FON-DISPONIBLE =
001690           WS-TRF-FON-DISP (WS-TRF-IDX) + WS-TRF-FON-RESERVA
001690        IF WS-FON-DISPONIBLE IS LESS THAN ZERO
001690           MOVE 'I'  TO WS-TRF-ESTADO (WS-TRF-IDX)
001690           MOVE '06' TO WS-TRF-MOTIVO (WS-TRF-IDX)
001690           DISPLAY '* TRANSFERENCIA SIN FONDOS, '
001690                   'REF = ' WS-TRF-REF (WS-TRF-IDX)
001690        END-IF
001690     END-IF.
001690
001690 F-1385-CONTROLAR-UNA-REF. EXIT.
001690
001690**************************************
001690*  SUMAR EN WS-TRF-FON-RESERVA LO     *
001690*  COMPROMETIDO Y AUN NO APLICADO     *
001690*  SOBRE LA CUENTA WS-EMB-BUSCA-      *
001690*  CLAVE1: PATAS DEBITO VALIDAS HASTA *
001690*  LA REFERENCIA WS-TRF-TOPE Y        *
001690*  CHEQUES PAGADOS EN CAMARA          *
001690**************************************
001690
001690 1390-SUMAR-RESERVAS.
001690
001690     MOVE ZEROS TO WS-TRF-FON-RESERVA
001690     MOVE ZEROS TO WS-TRF-IDX2.
001690
001690     PERFORM 1395-SUMAR-UNA-RESERVA
001690                 THRU F-1395-SUMAR-UNA-RESERVA
001690               UNTIL WS-TRF-IDX2 IS NOT LESS THAN WS-TRF-TOPE
001690
001690     PERFORM 1368-BUSCAR-CHEQUE THRU F-1368-BUSCAR-CHEQUE
001690
001690     IF WS-CQL-HALLADO IS NOT EQUAL ZERO
001690        ADD WS-CQL-PENDIENTE (WS-CQL-HALLADO) TO
001690            WS-TRF-FON-RESERVA
001690     END-IF.
001690
001690 F-1390-SUMAR-RESERVAS. EXIT.
001690
001690 1395-SUMAR-UNA-RESERVA.
001690
001690     ADD 1 TO WS-TRF-IDX2
001690
001690     IF WS-TRF-VALIDA (WS-TRF-IDX2)
001690        AND WS-TRF-CON-FONDOS (WS-TRF-IDX2)
001690        AND NOT WS-TRF-DEB-APLICADO (WS-TRF-IDX2)
001690        AND WS-TRF-FON-CLAVE1 (WS-TRF-IDX2) IS EQUAL
001690                                  WS-EMB-BUSCA-CLAVE1
001690        ADD WS-TRF-FON-IMPORTE (WS-TRF-IDX2) TO
001690            WS-TRF-FON-RESERVA
001690     END-IF.
001690
001690 F-1395-SUMAR-UNA-RESERVA. EXIT.
001546                                                                  
001548************************************** 
001550*                                    * 
001576        ADD 1 TO WS-ENCONTRADOS 
001578                                                                  
001580        DISPLAY 'NOVEDAD: '   WS-CLAVE2 
001582
001582*    LOS DEBITOS COMUNES SE DIFIEREN HASTA EL CORTE DE LA
001582*    CUENTA (VER 2232-), PARA QUE UN CREDITO Y UN DEBITO DE
001582*    LA MISMA NOCHE NO REBOTEN POR EL ORDEN DEL FEED; LAS
001582*    PATAS DE TRANSFERENCIA Y LOS CREDITOS SE APLICAN YA
001582
001582        IF WS-MOV-IMPORTE IS LESS THAN ZERO
001582           AND WS-MOV-REF-TRANSF IS EQUAL SPACES
001582           PERFORM 2232-DIFERIR-DEBITO
001582                      THRU F-2232-DIFERIR-DEBITO
001582        ELSE
001582           PERFORM 2100-POSTEAR-NOVEDAD
001582                      THRU F-2100-POSTEAR-NOVEDAD
001582        END-IF
001640
001644        PERFORM 4000-LEER-FILE2
001646                       THRU  F-4000-LEER-FILE2 
001648                                                                  
001686*    CLAVE1 ES MENOR QUE CLAVE2 ENTONCES ARMO SALIDA DESDE FILE1
001688*    CUENTA SIN MOVIMIENTOS 
001690                                                             
001690*    ANTES DE CERRAR LA CUENTA SE APLICAN SUS DEBITOS
001690*    DIFERIDOS, YA CON TODOS LOS CREDITOS DEL DIA EN EL SALDO
001690
001690           IF WS-DIF-CANT IS GREATER THAN ZERO
001690              PERFORM 2233-APLICAR-DIFERIDOS
001690                          THRU F-2233-APLICAR-DIFERIDOS
001690           END-IF
001690
001692           PERFORM 2200-GRABAR-SAL  THRU 2200-GRABAR-SAL-F 
001694                                                             
001696           PERFORM 3000-LEER-FILE1 
001720     END-IF. 
001722                                                                
001724 F-2000-PROCESO. EXIT. 
001726
001726**************************************
001726*  POSTEAR UNA NOVEDAD APAREADA CON  *
001726*  LA CUENTA EN PROCESO: CONTROL DE  *
001726*  TRANSFERENCIA, ESTADO DE LA       *
001726*  CUENTA Y MONEDA ANTES DE APLICAR  *
001726**************************************
001726
001726 2100-POSTEAR-NOVEDAD.
001726
001582*    UNA PATA DE TRANSFERENCIA CUYA REFERENCIA NO VALIDO EN
001582*    1330- SE RECHAZA ENTERA: LAS DOS PATAS DE LA MISMA
001582*    REFERENCIA CAEN JUNTAS A DDRECHAZ Y NINGUNA SE APLICA
001582
001582     SET WS-TRF-PATA-OK TO TRUE
001582     IF WS-MOV-REF-TRANSF IS NOT EQUAL SPACES
001582        PERFORM 2212-CONTROLAR-TRANSFERENCIA
001582                   THRU F-2212-CONTROLAR-TRANSFERENCIA
001582     END-IF
001582
001582     IF WS-TRF-PATA-RECHAZADA
001582
001582        CONTINUE
001582
001582     ELSE
001582
001583*    UNA CUENTA DORMIDA O DADA DE BAJA QUEDA EXCLUIDA DEL
001583*    POSTEO NORMAL: EL MOVIMIENTO NO SE APLICA Y SE LISTA EN
001583*    EL REPORTE DE ACTIVIDAD SOBRE CUENTAS INACTIVAS
001583
001583     IF WS-CLI-EST-BAJA OR WS-CLI-EST-DORMIDA
001583
001583        PERFORM 2216-GRABAR-MOV-INACTIVA
001583                   THRU F-2216-GRABAR-MOV-INACTIVA
001583
001583     ELSE
001583
001584*    SI LA MONEDA DEL MOVIMIENTO NO COINCIDE CON LA DE LA
001585*    CUENTA SE INTENTA CONVERTIR CON LA COTIZACION DEL DIA;
001586*    SOLO SI NO HAY COTIZACION SE RECHAZA COMO ANTES
001588
001590     IF WS-MOV-MONEDA IS NOT EQUAL WS-CLI-MONEDA
001592
001593        PERFORM 2217-CONVERTIR-MOVIMIENTO
001594                   THRU F-2217-CONVERTIR-MOVIMIENTO
001595
001596        IF WS-CONV-APLICADA
001597           PERFORM 2220-APLICAR-MOVIMIENTO
001598                      THRU F-2220-APLICAR-MOVIMIENTO
001599        ELSE
001600           PERFORM 2215-GRABAR-RECHAZO-MONEDA
001601                      THRU 2215-GRABAR-RECHAZO-MONEDA-F
001602        END-IF
001603
001604     ELSE
001605
001606        PERFORM 2220-APLICAR-MOVIMIENTO
001607                   THRU F-2220-APLICAR-MOVIMIENTO
001608
001638     END-IF
001639
001639     END-IF
001639
001639     END-IF.
001726
001726 F-2100-POSTEAR-NOVEDAD. EXIT.
001726
001726**************************************
001726*  DIFERIR UN DEBITO COMUN DE LA     *
001726*  CUENTA EN PROCESO HASTA SU CORTE  *
001726*  DE CLAVE                          *
001726**************************************
001726
001726 2232-DIFERIR-DEBITO.
001726
001726     IF WS-DIF-CANT IS LESS THAN WS-DIF-MAX
001726        ADD 1 TO WS-DIF-CANT
001726        MOVE WS-REG-MOVIMI TO WS-DIF-REG (WS-DIF-CANT)
001726     ELSE
001726        DISPLAY '* TABLA DE DEBITOS DIFERIDOS DESBORDADA *'
001726        MOVE 9999 TO RETURN-CODE
001726        SET WS-FIN-LECTURA TO TRUE
001726     END-IF.
001726
001726 F-2232-DIFERIR-DEBITO. EXIT.
001726
001726**************************************
001726*  APLICAR LOS DEBITOS DIFERIDOS DE  *
001726*  LA CUENTA EN PROCESO, EN EL ORDEN *
001726*  EN QUE LLEGARON, RESGUARDANDO EL  *
001726*  MOVIMIENTO LEIDO POR ADELANTADO   *
001726**************************************
001726
001726 2233-APLICAR-DIFERIDOS.
001726
001726     MOVE WS-REG-MOVIMI TO WS-DIF-MOV-LEIDO
001726     MOVE ZEROS         TO WS-DIF-IDX
001726
001726     PERFORM 2234-APLICAR-UN-DIFERIDO
001726                 THRU F-2234-APLICAR-UN-DIFERIDO
001726               UNTIL WS-DIF-IDX IS NOT LESS THAN WS-DIF-CANT
001726
001726     MOVE WS-DIF-MOV-LEIDO TO WS-REG-MOVIMI
001726     MOVE ZEROS            TO WS-DIF-CANT.
001726
001726 F-2233-APLICAR-DIFERIDOS. EXIT.
001726
001726 2234-APLICAR-UN-DIFERIDO.
001726
001726     ADD 1 TO WS-DIF-IDX
001726
001726     MOVE WS-DIF-REG (WS-DIF-IDX) TO WS-REG-MOVIMI
001726
001726     PERFORM 2100-POSTEAR-NOVEDAD
001726                 THRU F-2100-POSTEAR-NOVEDAD.
001726
001726 F-2234-APLICAR-UN-DIFERIDO. EXIT.
001726                                                             
001728************************************** 
001730* LECTURA FILE1                      * 
001774
001776        WHEN '00'
001778
001779*    FIN DEL RANGO DE LA PARTICION: EL RESTO DEL MAESTRO LO
001779*    PROCESA OTRA PARTICION (EN CORRIDA COMPLETA EL TOPE ES
001779*    NUEVES Y NO CORTA)
001779
001779           IF WS-CLI-CLAVE1 IS GREATER THAN WS-PART-HASTA
001779              SET WS-FIN-FILE1   TO TRUE
001779              MOVE HIGH-VALUE   TO WS-CLAVE1
001779              GO TO F-3010-LEER-UN-FILE1
001779           END-IF
001779
001780           ADD 1 TO WS-LEIDOS-FILE1
001782
001784           IF WS-CLI-CLAVE1 IS LESS THAN WS-CLI-CLAVE1-ANT
001810           ELSE
001812              MOVE WS-CLI-CLAVE   TO WS-CLI-CLAVE-ANT
001814
001815*    LAS CUENTAS DE PRESTAMO (TIPO 05) NO TIENEN NOVEDADES EN
001815*    DDMOVIM NI INTEGRAN LOS DEPOSITOS DE LA CORRIDA: SU
001815*    SALDO LO MUEVE PGMAPJ2B Y SE SALTEAN SIN EXCEPCION
001815
001815              IF WS-CLI-TIPO-PRESTAMO
001815                 ADD 1 TO WS-OMITIDOS-PRESTAMO
001815              ELSE
001816              IF WS-CLI-TIPO-VALIDO
001818                 SET WS-CLI-TIPO-OK  TO TRUE
001820                 MOVE WS-CLI-TIPO    TO WS-TIP-DOC1
001840                                THRU F-3020-GRABAR-EXCEP-FILE1
001842                 END-IF
001844              END-IF
001845              END-IF
001846           END-IF
001848           END-IF
001850
001993           IF WS-MOV-FECHA IS GREATER THAN WS-FECHA-PROCESO
001993              GO TO F-4010-LEER-UN-FILE2
001993           END-IF
001993
001993*    EN CORRIDA PARTICIONADA SOLO SE APAREAN LAS NOVEDADES DEL
001993*    RANGO PROPIO; LAS ANTERIORES SE SALTEAN Y LA PRIMERA
001993*    POSTERIOR CIERRA EL ARCHIVO (EL FEED VIENE ORDENADO)
001993
001993           IF WS-MOV-CLAVE IS LESS THAN WS-PART-DESDE
001993              GO TO F-4010-LEER-UN-FILE2
001993           END-IF
001993
001993           IF WS-MOV-CLAVE IS GREATER THAN WS-PART-HASTA
001993              SET WS-FIN-FILE2   TO TRUE
001993              MOVE HIGH-VALUE   TO WS-CLAVE2
001993              GO TO F-4010-LEER-UN-FILE2
001993           END-IF
001994
001996           ADD 1 TO WS-LEIDOS-FILE2
001998
002310        MOVE WS-TOT-CREDITOS-DEV-CA TO WS-CKPT-TOT-DEV-CA
002310        MOVE WS-TOT-DEBITOS-IMPUESTO TO WS-CKPT-TOT-IMP
002310        MOVE WS-TOT-DEBITOS-COMISION TO WS-CKPT-TOT-COM
002310        MOVE WS-TOT-DEBITOS-RECHAZO TO WS-CKPT-TOT-RCH
002310        MOVE WS-REVAL-ACUM    TO WS-CKPT-REVAL
002311        MOVE WS-GL-ACUM       TO WS-CKPT-GL-ACUM
002312
002618        GO TO F-2248-CARGAR-COMISION
002618     END-IF
002618
002618     MOVE 'M' TO WS-TAR-BUSCA-CLASE
002618     PERFORM 2251-BUSCAR-TARIFA THRU F-2251-BUSCAR-TARIFA
002618
002618     IF WS-TAR-HALLADA IS EQUAL ZERO
002618
002618**************************************
002618*  BUSCAR EN EL TARIFARIO LA ENTRADA  *
002618*  DE LA CLASE WS-TAR-BUSCA-CLASE Y   *
002618*  TIPO + SUCURSAL + MONEDA DE LA     *
002618*  CUENTA EN PROCESO                  *
002618**************************************
002618
002618
002618     ADD 1 TO WS-TAR-IDX
002618
002618     IF WS-TAR-TAB-CLASE (WS-TAR-IDX) IS EQUAL
002618                                       WS-TAR-BUSCA-CLASE
002618        AND WS-TAR-TAB-TIPO (WS-TAR-IDX) IS EQUAL WS-CLI-TIPO
002618        AND WS-TAR-TAB-SUCURSAL (WS-TAR-IDX) IS EQUAL
002618                                       WS-CLI-SUCURSAL
002618        AND WS-TAR-TAB-MONEDA (WS-TAR-IDX) IS EQUAL
002858     MOVE SPACES           TO WS-RCH-CLI-MONEDA
002859     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
002859     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
002859     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
002859     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
002859     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
002860
002862     WRITE REG-FILE4    FROM WS-REG-RECHAZO
002864
002926     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
002927     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
002927     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
002927     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
002927     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
002927     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
002928
002930     DISPLAY '* RECHAZO POR MONEDA, CUENTA = ' WS-MOV-CLAVE
002932                ' MOV = ' WS-MOV-MONEDA ' CTA = ' WS-CLI-MONEDA
002968     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
002968     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
002968     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
002968     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
002968     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
002968     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
002968
002968     DISPLAY '* RECHAZO POR EMBARGO, CUENTA = ' WS-MOV-CLAVE
002968
002968 F-2227-GRABAR-RECHAZO-EMBARGO. EXIT.
002968
002968**************************************
002968*  CONTROLAR LOS FONDOS DE LA CUENTA  *
002968*  ANTES DE APLICAR UN DEBITO: SI EL  *
002968*  DISPONIBLE QUEDA NEGATIVO EL       *
002968*  MOVIMIENTO SE RECHAZA (MOTIVO 06)  *
002968*  Y SE COBRA EL CARGO POR RECHAZO    *
002968**************************************
002968
002968 2236-CONTROLAR-FONDOS.
002968
002968*    LO YA COMPROMETIDO SOBRE LA CUENTA (PATAS DE
002968*    TRANSFERENCIA ACEPTADAS EN 1385- Y CHEQUES PAGADOS EN
002968*    CAMARA, AUN NO APLICADOS) NO QUEDA DISPONIBLE
002968
002968     MOVE WS-CLI-CLAVE1 TO WS-EMB-BUSCA-CLAVE1
002968     MOVE WS-TRF-CANT   TO WS-TRF-TOPE
002968     PERFORM 1390-SUMAR-RESERVAS THRU F-1390-SUMAR-RESERVAS
002968
002968     IF WS-CLI-TIPO = 02
002968        COMPUTE WS-FON-DISPONIBLE =
002968                   WS-CLI-SALDO + WS-MOV-IMPORTE
002968                   + WS-CLI-LIM-DESCUB + WS-TRF-FON-RESERVA
002968     ELSE
002968        COMPUTE WS-FON-DISPONIBLE =
002968                   WS-CLI-SALDO + WS-MOV-IMPORTE
002968                   + WS-TRF-FON-RESERVA
002968     END-IF
002968
002968     IF WS-FON-DISPONIBLE IS LESS THAN ZERO
002968        SET WS-FON-MOV-RECHAZADO TO TRUE
002968        PERFORM 2237-GRABAR-RECHAZO-FONDOS
002968                    THRU F-2237-GRABAR-RECHAZO-FONDOS
002968        PERFORM 2238-CARGAR-CARGO-RECHAZO
002968                    THRU F-2238-CARGAR-CARGO-RECHAZO
002968     END-IF.
002968
002968 F-2236-CONTROLAR-FONDOS. EXIT.
002968
002968**************************************
002968*  GRABAR EL RECHAZO POR FONDOS       *
002968*  INSUFICIENTES                      *
002968**************************************
002968
002968 2237-GRABAR-RECHAZO-FONDOS.
002968
002968     MOVE WS-MOV-NRO       TO WS-RCH-NRO
002968     MOVE WS-MOV-TIPO      TO WS-RCH-TIPO
002968     MOVE WS-MOV-CUENTA    TO WS-RCH-CUENTA
002968     MOVE WS-MOV-IMPORTE   TO WS-RCH-IMPORTE
002968     MOVE WS-MOV-FECHA     TO WS-RCH-FECHA
002968     MOVE '06'             TO WS-RCH-MOTIVO
002968     MOVE WS-MOV-MONEDA    TO WS-RCH-MOV-MONEDA
002968     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
002968     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
002968     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
002968     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
002968     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
002968     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
002968
002968     DISPLAY '* RECHAZO SIN FONDOS, CUENTA = ' WS-MOV-CLAVE
002968
002968     WRITE REG-FILE4    FROM WS-REG-RECHAZO
002968
002968     EVALUATE WS-FIL4-CODE
002968
002968        WHEN '00'
002968
002968           ADD 1 TO WS-CANT-FONDOS-RECH
002968
002968        WHEN OTHER
002968
002968           DISPLAY '* ERROR EN GRABAR RECHAZOS = ' WS-FIL4-CODE
002968           MOVE 9999 TO RETURN-CODE
002968           SET WS-FIN-LECTURA  TO TRUE
002968
002968     END-EVALUATE.
002968
002968 F-2237-GRABAR-RECHAZO-FONDOS. EXIT.
002968
002968**************************************
002968*  COBRAR EL CARGO POR DEBITO         *
002968*  RECHAZADO SIN FONDOS SEGUN LA      *
002968*  ENTRADA DE CLASE R DEL TARIFARIO   *
002968*  (TIPO+SUCURSAL+MONEDA); SIN        *
002968*  ENTRADA LA CUENTA NO PAGA CARGO.   *
002968*  VA AL DIARIO COMO CRF Y AL BALDE    *
002968*  CONTABLE DE INGRESOS POR RECHAZO   *
002968**************************************
002968
002968 2238-CARGAR-CARGO-RECHAZO.
002968
002968     MOVE 'R' TO WS-TAR-BUSCA-CLASE
002968     PERFORM 2251-BUSCAR-TARIFA THRU F-2251-BUSCAR-TARIFA
002968
002968     IF WS-TAR-HALLADA IS EQUAL ZERO
002968        OR WS-TAR-TAB-IMPORTE (WS-TAR-HALLADA) IS EQUAL ZERO
002968        GO TO F-2238-CARGAR-CARGO-RECHAZO
002968     END-IF
002968
002968*    EL CARGO ES UN DEBITO A LA CUENTA (NEGATIVO)
002968
002968     COMPUTE WS-CLI-RCH-CARGO = ZERO -
002968                WS-TAR-TAB-IMPORTE (WS-TAR-HALLADA)
002968
002968     ADD WS-CLI-RCH-CARGO TO WS-CLI-SALDO
002968     ADD WS-CLI-RCH-CARGO TO WS-TOT-DEBITOS-RECHAZO
002968     ADD WS-CLI-RCH-CARGO TO WS-CLI-RUN-DEBITOS
002968     ADD 1                TO WS-CLI-CANT-MOV
002968
002968     PERFORM 2285-FIJAR-INDICES-GL
002968                 THRU F-2285-FIJAR-INDICES-GL
002968     ADD WS-CLI-RCH-CARGO TO
002968         WS-GL-RCH (WS-GL-IDX-TIPO WS-GL-IDX-MON)
002968
002968     MOVE 'CRF'            TO WS-DIA-CONCEPTO-W
002968     MOVE WS-CLI-RCH-CARGO TO WS-DIA-IMPORTE-W
002968     MOVE WS-MOV-FECHA     TO WS-DIA-FEC-MOV-W
002968     PERFORM 2225-GRABAR-DIARIO
002968                 THRU F-2225-GRABAR-DIARIO
002968
002968     ADD 1 TO WS-CANT-CARGOS-RCH.
002968
002968 F-2238-CARGAR-CARGO-RECHAZO. EXIT.
002968
002968**************************************
002968*  BUSCAR EN LA TABLA EL EMBARGO DE   *
002968*  LA CUENTA WS-EMB-BUSCA-CLAVE1      *
002968**************************************
002969
002969**************************************
002969*  GRABAR EL RECHAZO DE UNA PATA DE    *
002969*  TRANSFERENCIA (MOTIVO 04, O 06 SI   *
002969*  FALTARON FONDOS), CON LA REFERENCIA *
002969*  QUE LIGA AMBAS PATAS                *
002969**************************************
002969
002969 2213-GRABAR-RECHAZO-TRANSF.
002969     MOVE WS-MOV-CUENTA    TO WS-RCH-CUENTA
002969     MOVE WS-MOV-IMPORTE   TO WS-RCH-IMPORTE
002969     MOVE WS-MOV-FECHA     TO WS-RCH-FECHA
002969     IF WS-TRF-HALLADA IS NOT EQUAL ZERO
002969        MOVE WS-TRF-MOTIVO (WS-TRF-HALLADA) TO WS-RCH-MOTIVO
002969     ELSE
002969        MOVE '04'          TO WS-RCH-MOTIVO
002969     END-IF
002969     MOVE WS-MOV-MONEDA    TO WS-RCH-MOV-MONEDA
002969     MOVE WS-CLI-MONEDA    TO WS-RCH-CLI-MONEDA
002969     MOVE WS-MOV-REF-TRANSF   TO WS-RCH-REF-TRANSF
002969     MOVE WS-MOV-CONTRA-CLAVE TO WS-RCH-CONTRA-CLAVE
002969     MOVE WS-MOV-IBK-TIPO     TO WS-RCH-IBK-TIPO
002969     MOVE WS-MOV-IBK-REF      TO WS-RCH-IBK-REF
002969     MOVE WS-MOV-ORIGEN       TO WS-RCH-ORIGEN
002969
002969     DISPLAY '* RECHAZO TRANSFERENCIA, REF = '
002969                WS-MOV-REF-TRANSF ' CUENTA = ' WS-MOV-CLAVE
003013*    TRANSFERENCIA NO SE CONTROLAN ACA: YA PASARON EL
003013*    CONTROL CONSERVADOR DE 1380- (QUE CUENTA TODOS LOS
003013*    DEBITOS DEL LOTE) Y UN RECHAZO A ESTA ALTURA PARTIRIA
003013*    LA PAREJA. TAMPOCO EL DEBITO DE UN CHEQUE QUE PGMAPJ3B
003013*    YA INFORMO PAGADO A LA CAMARA (ORIGEN C): PGMAPJ3B LO
003013*    ACEPTO CONTRA SALDO, DESCUBIERTO Y EMBARGO, Y AQUI SOLO
003013*    SE POSTEA
003013
003013     SET WS-EMB-MOV-OK TO TRUE
003013     IF WS-MOV-IMPORTE IS LESS THAN ZERO
003013        AND WS-MOV-REF-TRANSF IS EQUAL SPACES
003013        AND NOT WS-MOV-ORI-CHEQUE
003013        PERFORM 2226-CONTROLAR-EMBARGO
003013                    THRU F-2226-CONTROLAR-EMBARGO
003013     END-IF
003013        GO TO F-2220-APLICAR-MOVIMIENTO
003013     END-IF
003013
003013*    TAMPOCO PUEDE SUPERAR LOS FONDOS DE LA CUENTA: EL SALDO
003013*    EN CAJA DE AHORROS, EL SALDO MAS EL DESCUBIERTO
003013*    AUTORIZADO EN CUENTA CORRIENTE; EL RECHAZO VA A DDRECHAZ
003013*    CON MOTIVO 06 Y LLEVA EL CARGO DEL TARIFARIO. MISMA
003013*    EXCEPCION QUE EL EMBARGO PARA LAS PATAS DE TRANSFERENCIA
003013*    (CONTROLADAS EN 1385-) Y LOS CHEQUES PAGADOS EN CAMARA
003013
003013     SET WS-FON-MOV-OK TO TRUE
003013     IF WS-MOV-IMPORTE IS LESS THAN ZERO
003013        AND WS-MOV-REF-TRANSF IS EQUAL SPACES
003013        AND NOT WS-MOV-ORI-CHEQUE
003013        AND (WS-CLI-TIPO = 02 OR WS-CLI-TIPO = 03)
003013        PERFORM 2236-CONTROLAR-FONDOS
003013                    THRU F-2236-CONTROLAR-FONDOS
003013     END-IF
003013
003013     IF WS-FON-MOV-RECHAZADO
003013        GO TO F-2220-APLICAR-MOVIMIENTO
003013     END-IF
003013
003013     ADD WS-MOV-IMPORTE TO WS-CLI-SALDO
003013
003013*    ACUMULAR TOTALES DE CONTROL DE DEBITOS Y CREDITOS
003013     ADD 1 TO WS-CLI-CANT-MOV
003013     MOVE WS-MOV-FECHA  TO WS-CLI-ULT-FEC-MOV
003013
003013*    DEJAR EL MOVIMIENTO APLICADO EN EL DIARIO PERMANENTE;
003013*    LA TRANSFERENCIA INTERBANCARIA VA COMO TRE (DEBITO DE LA
003013*    ORDEN SALIENTE, LO TOMA PGMAPJ6B PARA LA CAMARA) O TRI
003013*    (CREDITO RECIBIDO DE OTRO BANCO)
003013
003013     IF WS-MOV-REF-TRANSF IS NOT EQUAL SPACES
003013        MOVE 'TRF'       TO WS-DIA-CONCEPTO-W
003013        ADD 1 TO WS-CANT-TRF-APLICADAS
003013        PERFORM 2221-LIBERAR-RESERVA THRU F-2221-LIBERAR-RESERVA
003013     ELSE
003013     IF WS-MOV-ORI-CHEQUE
003013        MOVE 'MOV'       TO WS-DIA-CONCEPTO-W
003013        PERFORM 2221-LIBERAR-RESERVA THRU F-2221-LIBERAR-RESERVA
003013     ELSE
003013     IF WS-MOV-IBK-SALIENTE
003013        MOVE 'TRE'       TO WS-DIA-CONCEPTO-W
003013     ELSE
003013     IF WS-MOV-IBK-ENTRANTE
003013        MOVE 'TRI'       TO WS-DIA-CONCEPTO-W
003013     ELSE
003013        MOVE 'MOV'       TO WS-DIA-CONCEPTO-W
003013     END-IF
003013     END-IF
003013     END-IF
003013     END-IF
003013     MOVE WS-MOV-IMPORTE TO WS-DIA-IMPORTE-W
003013     MOVE WS-MOV-FECHA   TO WS-DIA-FEC-MOV-W
003013 F-2220-APLICAR-MOVIMIENTO. EXIT.
003013
003013**************************************
003013*  LIBERAR LA RESERVA DE FONDOS DEL   *
003013*  DEBITO RECIEN APLICADO: LA PATA DE *
003013*  TRANSFERENCIA O EL CHEQUE PAGADO   *
003013*  YA ESTAN EN EL SALDO (VER 1390-)   *
003013**************************************
003013
003013 2221-LIBERAR-RESERVA.
003013
003013     IF WS-MOV-IMPORTE IS NOT LESS THAN ZERO
003013        GO TO F-2221-LIBERAR-RESERVA
003013     END-IF
003013
003013     IF WS-MOV-REF-TRANSF IS NOT EQUAL SPACES
003013        PERFORM 1340-BUSCAR-REF-TRANSF
003013                    THRU F-1340-BUSCAR-REF-TRANSF
003013        IF WS-TRF-HALLADA IS NOT EQUAL ZERO
003013           MOVE 'Y' TO WS-TRF-FON-APLIC (WS-TRF-HALLADA)
003013        END-IF
003013     ELSE
003013        MOVE WS-CLI-CLAVE1 TO WS-EMB-BUSCA-CLAVE1
003013        PERFORM 1368-BUSCAR-CHEQUE THRU F-1368-BUSCAR-CHEQUE
003013        IF WS-CQL-HALLADO IS NOT EQUAL ZERO
003013           SUBTRACT WS-MOV-IMPORTE FROM
003013                    WS-CQL-PENDIENTE (WS-CQL-HALLADO)
003013        END-IF
003013     END-IF.
003013
003013 F-2221-LIBERAR-RESERVA. EXIT.
003013
003013**************************************
003013*  RETENER EL IMPUESTO A LA           *
003013*  TRANSACCION: PORCENTAJE DEL        *
003013*  IMPORTE APLICADO (DEBITO O         *
003013     MOVE 'IMP'             TO WS-DIA-CONCEPTO-W
003013     MOVE WS-CLI-IMP-CALC   TO WS-DIA-IMPORTE-W
003013     MOVE WS-MOV-FECHA      TO WS-DIA-FEC-MOV-W
003013     MOVE WS-DIA-ULT-ASIENTO  TO WS-DIA-RELAC-W
003013     MOVE WS-DIA-ULT-CONCEPTO TO WS-DIA-CONC-RELAC-W
003013     PERFORM 2225-GRABAR-DIARIO
003013                 THRU F-2225-GRABAR-DIARIO
003013
003013     MOVE WS-CLI-SALDO      TO WS-DIA-SALDO-DESP
003013
003013*    LA REFERENCIA Y LA CONTRAPARTE SOLO APLICAN AL CONCEPTO
003013*    TRF; TRE Y TRI LLEVAN LA REFERENCIA DE LA ORDEN O DE LA
003013*    CAMARA (NO HAY CUENTA CONTRAPARTE PROPIA); LOS DEMAS
003013*    CONCEPTOS DEJAN LOS CAMPOS NEUTROS
003013
003013     IF WS-DIA-CONCEPTO-W IS EQUAL 'TRF'
003013        MOVE WS-MOV-REF-TRANSF   TO WS-DIA-REF-TRANSF
003013        MOVE WS-MOV-CONTRA-CLAVE TO WS-DIA-CONTRA-CLAVE
003013     ELSE
003013     IF WS-DIA-CONCEPTO-W IS EQUAL 'TRE'
003013        OR WS-DIA-CONCEPTO-W IS EQUAL 'TRI'
003013        MOVE WS-MOV-IBK-REF      TO WS-DIA-REF-TRANSF
003013        MOVE ZEROS               TO WS-DIA-CONTRA-CLAVE
003013     ELSE
003013        MOVE SPACES TO WS-DIA-REF-TRANSF
003013        MOVE ZEROS  TO WS-DIA-CONTRA-CLAVE
003013     END-IF
003013     END-IF
003013
003013*    REFERENCIA UNICA DEL ASIENTO Y ASIENTO RELACIONADO (SOLO
003013*    IMP LO INFORMA; SE LIMPIA DESPUES DE CADA GRABACION). EN
003013*    CORRIDA PARTICIONADA PGMAPJ5D LOS RENUMERA AL ARMAR EL
003013*    DIARIO UNICO
003013
003013     IF WS-DIA-HORA-W IS EQUAL ZERO
003013        ACCEPT WS-DIA-HORA-W FROM TIME
003013     END-IF
003013     ADD 1 TO WS-DIA-SECUEN-W
003013     MOVE WS-FECHA-PROCESO    TO WS-DIA-ASI-FECHA
003013     MOVE 'D'                 TO WS-DIA-ASI-ORIGEN
003013     MOVE WS-DIA-HORA-W (1:6) TO WS-DIA-ASI-HORA
003013     MOVE WS-DIA-SECUEN-W     TO WS-DIA-ASI-SECUEN
003013     MOVE WS-DIA-RELAC-W      TO WS-DIA-ASI-RELAC
003013     MOVE WS-DIA-CONC-RELAC-W TO WS-DIA-CONC-RELAC
003013     MOVE SPACES              TO WS-DIA-RELAC-W
003013     MOVE SPACES              TO WS-DIA-CONC-RELAC-W
003013     MOVE WS-DIA-ASIENTO      TO WS-DIA-ULT-ASIENTO
003013     MOVE WS-DIA-CONCEPTO-W   TO WS-DIA-ULT-CONCEPTO
003013
003013     WRITE REG-FILE-DIA FROM WS-REG-DIARIO
003013
002992                                  + WS-TOT-CREDITOS-DEV-CA
002992                                  + WS-TOT-DEBITOS-IMPUESTO
002992                                  + WS-TOT-DEBITOS-COMISION
002992                                  + WS-TOT-DEBITOS-RECHAZO
002993                                  + WS-TOT-DEBITOS-DESCUB
002994
002996     IF WS-SALDO-CIERRE-TEOR NOT EQUAL WS-SALDO-CIERRE
003080 9700-GRABAR-HISTORIA.
003080
003080*    EL STATUS 05 ES LA CREACION DEL ARCHIVO OPCIONAL EN LA
003080*    PRIMERA CORRIDA, NO ES UN ERROR; UNA PARTICION GRABA SU
003080*    FRAGMENTO DE UN SOLO REGISTRO (LO CONSOLIDA PGMAPJ5D)
003080     IF WS-MODO-PARTICION
003080        OPEN OUTPUT FILE-HIS
003080     ELSE
003080        OPEN EXTEND FILE-HIS
003080     END-IF.
003080     IF WS-FILHIS-CODE IS NOT EQUAL '00'
003080        AND WS-FILHIS-CODE IS NOT EQUAL '05'
003080        DISPLAY '* ERROR EN OPEN HISTORIA = ' WS-FILHIS-CODE
003080     MOVE WS-SALDO-CIERRE     TO WS-HIS-SALDO-CIERRE
003080     MOVE WS-CANT-ALMACENADOS TO WS-HIS-CANT-ALMACEN
003080     MOVE WS-TOT-ALMACENADOS  TO WS-HIS-TOT-ALMACEN
003080     MOVE WS-PART-NRO         TO WS-HIS-PARTICION
003080
003080     WRITE REG-FILE-HIS FROM WS-REG-HISTORIA
003080     IF WS-FILHIS-CODE IS NOT EQUAL '00'
003080 F-9700-GRABAR-HISTORIA. EXIT.
003080
003080**************************************
003080*  CORRIDA PARTICIONADA: GRABAR LOS   *
003080*  TOTALES DE CONCILIACION DE LA      *
003080*  PARTICION (DDPARTOT) PARA QUE      *
003080*  PGMAPJ5D CONCILIE SOBRE TODAS      *
003080**************************************
003080
003080 9750-GRABAR-TOTALES-PART.
003080
003080     IF WS-MODO-COMPLETO
003080        GO TO F-9750-GRABAR-TOTALES-PART
003080     END-IF
003080
003080     OPEN OUTPUT FILE-PTO.
003080     IF WS-FILPTO-CODE IS NOT EQUAL '00'
003080        DISPLAY '* ERROR EN OPEN TOTALES PART = ' WS-FILPTO-CODE
003080        MOVE 9999 TO RETURN-CODE
003080        GO TO F-9750-GRABAR-TOTALES-PART
003080     END-IF
003080
003080     MOVE SPACES                  TO WS-REG-PARTOT
003080     MOVE WS-FECHA-PROCESO        TO WS-PTO-FECHA
003080     MOVE WS-PART-NRO             TO WS-PTO-PARTICION
003080
003080     IF RETURN-CODE IS EQUAL ZERO
003080        MOVE 'O'                  TO WS-PTO-ESTADO
003080     ELSE
003080        MOVE 'E'                  TO WS-PTO-ESTADO
003080     END-IF
003080
003080     MOVE WS-PART-DESDE-N         TO WS-PTO-DESDE
003080     MOVE WS-PART-HASTA-N         TO WS-PTO-HASTA
003080     MOVE WS-SALDO-APERTURA       TO WS-PTO-SALDO-APERT
003080     MOVE WS-SALDO-CIERRE         TO WS-PTO-SALDO-CIERRE
003080     MOVE WS-TOT-CREDITOS         TO WS-PTO-TOT-CREDITOS
003080     MOVE WS-TOT-DEBITOS          TO WS-PTO-TOT-DEBITOS
003080     MOVE WS-TOT-CREDITOS-DEVENGO TO WS-PTO-TOT-CRED-DEV
003080     MOVE WS-TOT-DEBITOS-DESCUB   TO WS-PTO-TOT-DESC
003080     MOVE WS-TOT-CREDITOS-DEV-CA  TO WS-PTO-TOT-DEV-CA
003080     MOVE WS-TOT-DEBITOS-IMPUESTO TO WS-PTO-TOT-IMP
003080     MOVE WS-TOT-DEBITOS-COMISION TO WS-PTO-TOT-COM
003080     MOVE WS-TOT-DEBITOS-RECHAZO  TO WS-PTO-TOT-RCH
003080
003080     WRITE REG-FILE-PTO FROM WS-REG-PARTOT
003080     IF WS-FILPTO-CODE IS NOT EQUAL '00'
003080        DISPLAY '* ERROR EN GRABAR TOTALES PART = ' WS-FILPTO-CODE
003080        MOVE 9999 TO RETURN-CODE
003080     END-IF
003080
003080     CLOSE FILE-PTO.
003080     IF WS-FILPTO-CODE IS NOT EQUAL '00'
003080        DISPLAY '* ERROR EN CLOSE TOTALES PART = ' WS-FILPTO-CODE
003080        MOVE 9999 TO RETURN-CODE
003080     END-IF.
003080
003080 F-9750-GRABAR-TOTALES-PART. EXIT.
003080
003080**************************************
003080*  REVALUAR A ARS LOS SALDOS DE       *
003080*  CIERRE EN USD, PARA LOS TOTALES    *
003080*  DE REPORTE DEL CIERRE              *
003193        PERFORM 9630-GRABAR-ASIENTO
003193                    THRU F-9630-GRABAR-ASIENTO
003193
003193     END-IF
003193
003193     IF WS-GL-RCH (WS-GL-IDX-TIPO WS-GL-IDX-MON)
003193                        IS NOT EQUAL ZERO
003193
003193*    LOS CARGOS POR RECHAZO SIN FONDOS SE ACUMULAN
003193*    NEGATIVOS: SE DEBITA LA CUENTA DEL CLIENTE CONTRA
003193*    INGRESOS POR RECHAZOS
003193
003193        COMPUTE WS-CTB-IMPORTE-ABS = ZERO -
003193                WS-GL-RCH (WS-GL-IDX-TIPO WS-GL-IDX-MON)
003193
003193        MOVE WS-GL-CTA-DEP (WS-GL-IDX-TIPO)
003193                        TO WS-CTB-CUENTA-CTB
003193        MOVE 'D'                     TO WS-CTB-DH
003193        MOVE 'CARGO RECHAZO FONDOS'  TO WS-CTB-CONCEPTO
003193        PERFORM 9630-GRABAR-ASIENTO
003193                    THRU F-9630-GRABAR-ASIENTO
003193
003193        MOVE WS-GL-CTA-ING-RCH       TO WS-CTB-CUENTA-CTB
003193        MOVE 'H'                     TO WS-CTB-DH
003193        MOVE 'CARGO RECHAZO FONDOS'  TO WS-CTB-CONCEPTO
003193        PERFORM 9630-GRABAR-ASIENTO
003193                    THRU F-9630-GRABAR-ASIENTO
003193
003193     END-IF.
003170
003171 F-9620-CONTAB-UNA-MONEDA. EXIT.
003203
003204 F-9630-GRABAR-ASIENTO. EXIT.
003018
003018**************************************
003018* CALENDARIO: WS-DHA-FECHA ES DIA    *
003018* HABIL SI NO CAE SABADO O DOMINGO   *
003018* NI ES FERIADO NACIONAL, NI FERIADO *
003018* LOCAL DE WS-DHA-SUCURSAL           *
003018**************************************
003018
003018 8000-EVALUAR-DIA-HABIL.
003018
003018     SET WS-DHA-HABIL TO TRUE
003018
003018     PERFORM 8010-DIA-SEMANA THRU F-8010-DIA-SEMANA
003018
003018     IF WS-DHA-FIN-SEMANA
003018        SET WS-DHA-NO-HABIL TO TRUE
003018        GO TO F-8000-EVALUAR-DIA-HABIL
003018     END-IF
003018
003018     MOVE ZEROS        TO REG-CAL-SUCURSAL
003018     MOVE WS-DHA-FECHA TO REG-CAL-FECHA
003018     PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
003018
003018     IF WS-DHA-HABIL
003018        AND WS-DHA-SUCURSAL IS NOT EQUAL ZEROS
003018        MOVE WS-DHA-SUCURSAL TO REG-CAL-SUCURSAL
003018        MOVE WS-DHA-FECHA    TO REG-CAL-FECHA
003018        PERFORM 8020-LEER-FERIADO THRU F-8020-LEER-FERIADO
003018     END-IF.
003018
003018 F-8000-EVALUAR-DIA-HABIL. EXIT.
003018
003018 8010-DIA-SEMANA.
003018
003018*    ENERO Y FEBRERO CUENTAN COMO MESES 13 Y 14 DEL ANIO
003018*    ANTERIOR
003018
003018     MOVE WS-DHA-MES  TO WS-DHA-Z-MES
003018     MOVE WS-DHA-ANIO TO WS-DHA-Z-ANIO
003018     IF WS-DHA-Z-MES IS LESS THAN 3
003018        ADD 12 TO WS-DHA-Z-MES
003018        SUBTRACT 1 FROM WS-DHA-Z-ANIO
003018     END-IF
003018
003018     DIVIDE WS-DHA-Z-ANIO BY 100 GIVING WS-DHA-Z-SIGLO
003018            REMAINDER WS-DHA-Z-ANIO-SIG
003018
003018     COMPUTE WS-DHA-Z-SUMA = (13 * (WS-DHA-Z-MES + 1)) / 5
003018     ADD WS-DHA-DIA WS-DHA-Z-ANIO-SIG TO WS-DHA-Z-SUMA
003018     DIVIDE WS-DHA-Z-ANIO-SIG BY 4 GIVING WS-DHA-COCIENTE
003018     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
003018     DIVIDE WS-DHA-Z-SIGLO BY 4 GIVING WS-DHA-COCIENTE
003018     ADD WS-DHA-COCIENTE TO WS-DHA-Z-SUMA
003018     COMPUTE WS-DHA-Z-SUMA = WS-DHA-Z-SUMA + 5 * WS-DHA-Z-SIGLO
003018
003018     DIVIDE WS-DHA-Z-SUMA BY 7 GIVING WS-DHA-COCIENTE
003018            REMAINDER WS-DHA-RESTO
003018     MOVE WS-DHA-RESTO TO WS-DHA-DIA-SEMANA.
003018
003018 F-8010-DIA-SEMANA. EXIT.
003018
003018 8020-LEER-FERIADO.
003018
003018     READ FILE-CAL INTO WS-REG-CALENDARIO
003018        KEY IS REG-CAL-CLAVE
003018
003018     EVALUATE WS-FILCAL-CODE
003018        WHEN '00'
003018           IF WS-CAL-EST-ACTIVO
003018              SET WS-DHA-NO-HABIL TO TRUE
003018           END-IF
003018        WHEN '23'
003018           CONTINUE
003018        WHEN OTHER
003018           DISPLAY '* ERROR EN READ CALEND  = ' WS-FILCAL-CODE
003018           MOVE 9999 TO RETURN-CODE
003018           SET WS-FIN-LECTURA TO TRUE
003018           SET WS-DHA-HABIL TO TRUE
003018     END-EVALUATE.
003018
003018 F-8020-LEER-FERIADO. EXIT.
003018
003018**************************************
003018* RESTA UN DIA CORRIDO A WS-DHA-FECHA*
003018**************************************
003018
003018 8040-RESTAR-UN-DIA.
003018
003018     IF WS-DHA-DIA IS GREATER THAN 1
003018        SUBTRACT 1 FROM WS-DHA-DIA
003018     ELSE
003018        IF WS-DHA-MES IS GREATER THAN 1
003018           SUBTRACT 1 FROM WS-DHA-MES
003018        ELSE
003018           MOVE 12 TO WS-DHA-MES
003018           SUBTRACT 1 FROM WS-DHA-ANIO
003018        END-IF
003018        PERFORM 8050-DIAS-DEL-MES THRU F-8050-DIAS-DEL-MES
003018        MOVE WS-DHA-DIAS-MES TO WS-DHA-DIA
003018     END-IF.
003018
003018 F-8040-RESTAR-UN-DIA. EXIT.
003018
003018**************************************
003018* CANTIDAD DE DIAS DEL MES DE        *
003018* WS-DHA-FECHA (FEBRERO SEGUN ANIO   *
003018* BISIESTO)                          *
003018**************************************
003018
003018 8050-DIAS-DEL-MES.
003018
003018     EVALUATE WS-DHA-MES
003018        WHEN 04
003018        WHEN 06
003018        WHEN 09
003018        WHEN 11
003018           MOVE 30 TO WS-DHA-DIAS-MES
003018        WHEN 02
003018           MOVE 28 TO WS-DHA-DIAS-MES
003018           DIVIDE WS-DHA-ANIO BY 4 GIVING WS-DHA-COCIENTE
003018                  REMAINDER WS-DHA-RESTO
003018           IF WS-DHA-RESTO IS EQUAL ZERO
003018              MOVE 29 TO WS-DHA-DIAS-MES
003018              DIVIDE WS-DHA-ANIO BY 100 GIVING WS-DHA-COCIENTE
003018                     REMAINDER WS-DHA-RESTO
003018              IF WS-DHA-RESTO IS EQUAL ZERO
003018                 MOVE 28 TO WS-DHA-DIAS-MES
003018                 DIVIDE WS-DHA-ANIO BY 400 GIVING WS-DHA-COCIENTE
003018                        REMAINDER WS-DHA-RESTO
003018                 IF WS-DHA-RESTO IS EQUAL ZERO
003018                    MOVE 29 TO WS-DHA-DIAS-MES
003018                 END-IF
003018              END-IF
003018           END-IF
003018        WHEN OTHER
003018           MOVE 31 TO WS-DHA-DIAS-MES
003018     END-EVALUATE.
003018
003018 F-8050-DIAS-DEL-MES. EXIT.
003018
003018**************************************
003018* REGLA DIA HABIL ANTERIOR: SI       *
003018* WS-DHA-FECHA NO ES HABIL SE CORRE  *
003018* AL ULTIMO DIA HABIL PREVIO         *
003018**************************************
003018
003018 8110-AJUSTAR-ANTERIOR.
003018
003018     MOVE ZEROS TO WS-DHA-PASOS
003018
003018     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL
003018
003018     PERFORM 8115-RETROCEDER-UN-DIA THRU F-8115-RETROCEDER-UN-DIA
003018             UNTIL WS-DHA-HABIL.
003018
003018 F-8110-AJUSTAR-ANTERIOR. EXIT.
003018
003018 8115-RETROCEDER-UN-DIA.
003018
003018     ADD 1 TO WS-DHA-PASOS
003018     IF WS-DHA-PASOS IS GREATER THAN 31
003018        DISPLAY '* CALENDARIO SIN DIA HABIL HASTA = ' WS-DHA-FECHA
003018        MOVE 9999 TO RETURN-CODE
003018        SET WS-FIN-LECTURA TO TRUE
003018        SET WS-DHA-HABIL TO TRUE
003018        GO TO F-8115-RETROCEDER-UN-DIA
003018     END-IF
003018
003018     PERFORM 8040-RESTAR-UN-DIA THRU F-8040-RESTAR-UN-DIA
003018
003018     PERFORM 8000-EVALUAR-DIA-HABIL THRU F-8000-EVALUAR-DIA-HABIL.
003018
003018 F-8115-RETROCEDER-UN-DIA. EXIT.
003018
003020**************************************
003022*                                 *
003024*  CUERPO FINAL CIERRE DE FILES      *
003272************************************** 
003274                                                      
003276     DISPLAY WS-LEYEN-FILE1 WS-LEIDOS-FILE1. 
003276     DISPLAY WS-LEYEN-PRESTAMOS WS-OMITIDOS-PRESTAMO.
003278     DISPLAY WS-LEYEN-FILE2 WS-LEIDOS-FILE2. 
003280     DISPLAY WS-LEYEN-ENCONTRADOS WS-ENCONTRADOS.
003282     DISPLAY WS-LEYEN-NO-ENCONTRADO  WS-NO-ENCONTRADO.
003318     DISPLAY WS-LEYEN-TOT-IMP        WS-TOT-DEBITOS-IMPUESTO.
003319     DISPLAY WS-LEYEN-COMISIONES     WS-CANT-COMISIONES.
003319     DISPLAY WS-LEYEN-EMB-RECH       WS-CANT-EMB-RECH.
003319     DISPLAY WS-LEYEN-FONDOS-RECH    WS-CANT-FONDOS-RECH.
003319     DISPLAY WS-LEYEN-CARGOS-RCH     WS-CANT-CARGOS-RCH.
003319     DISPLAY WS-LEYEN-TOT-RCH        WS-TOT-DEBITOS-RECHAZO.
003319     DISPLAY WS-LEYEN-ALMACENADOS    WS-CANT-ALMACENADOS.
003319     DISPLAY WS-LEYEN-TOT-ALMACEN    WS-TOT-ALMACENADOS.
003320     DISPLAY WS-LEYEN-TOT-COM        WS-TOT-DEBITOS-COMISION.
003320     DISPLAY WS-LEYEN-PARTICION      WS-PART-NRO.
003308
000967     PERFORM 9950-ESTAMPAR-FIN THRU F-9950-ESTAMPAR-FIN.
000967
