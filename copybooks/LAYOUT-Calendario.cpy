000431*    **************************************
000432*    * LAYOUT CALENDARIO DE DIAS NO        *
000433*    * HABILES (DDCALEND, CLAVE            *
000434*    * WS-CAL-CLAVE; MANTENIDO POR         *
000435*    * PGMAPJ5E). SABADOS Y DOMINGOS NO SE *
000436*    * CARGAN: LOS CALCULA CADA PROGRAMA   *
000437*    * LARGO REGISTRO: 80 BYTES            *
000438*    **************************************
000439 01  WS-REG-CALENDARIO.
000440*    SUCURSAL 000 = FERIADO NACIONAL (RIGE PARA TODO EL BANCO);
000441*    OTRA SUCURSAL = FERIADO LOCAL SOLO DE ESA SUCURSAL
000442         03  WS-CAL-CLAVE.
000443             05  WS-CAL-SUCURSAL PIC 9(03).
000444                 88  WS-CAL-NACIONAL     VALUE ZERO.
000445             05  WS-CAL-FECHA    PIC 9(08).
000446         03  WS-CAL-DESCRIPCION  PIC X(30).
000447*    ESTADO: VIGENTE (BLANCO O A) / BAJA LOGICA (B, EL DIA
000448*    VUELVE A SER HABIL)
000449         03  WS-CAL-ESTADO       PIC X(01).
000450             88  WS-CAL-EST-ACTIVO   VALUES ' ' 'A'.
000451             88  WS-CAL-EST-BAJA     VALUE 'B'.
000452*    FECHA (AAAAMMDD) EN QUE SE MARCO EL ESTADO VIGENTE
000453         03  WS-CAL-FEC-ESTADO   PIC 9(08).
000454         03  FILLER              PIC X(30).
