000431*    **************************************
000432*    * LAYOUT RELACION CUENTA A CLIENTE    *
000433*    * (COTITULARIDAD, DDCOTIT): UN        *
000434*    * REGISTRO POR CADA CLIENTE QUE OPERA *
000435*    * UNA CUENTA ADEMAS DE SU TITULAR     *
000436*    * PRINCIPAL (WS-CLI-NRO EN DDCLIEN). *
000437*    * CLAVE NRO DEL CLIENTE VINCULADO +   *
000438*    * TIPO+CUENTA; CLAVE ALTERNATIVA      *
000439*    * TIPO+CUENTA (CON DUPLICADOS) PARA   *
000440*    * OBTENER LOS VINCULADOS DE UNA       *
000441*    * CUENTA. MANTENIDO POR PGMAPJ1N      *
000442*    * LARGO REGISTRO: 80 BYTES            *
000443*    **************************************
000444 01  WS-REG-COTIT.
000445         03  WS-CTI-CLAVE.
000446*    CLIENTE VINCULADO (WS-DEM-NRO), DISTINTO DEL TITULAR
000447*    PRINCIPAL DE LA CUENTA
000448             05  WS-CTI-NRO      PIC 9(05).
000449*    CUENTA VINCULADA (MISMA CLAVE1 QUE LAYOUT-Clients); SOLO
000450*    CUENTAS DE DEPOSITO (02/03/04), NUNCA PRESTAMOS
000451             05  WS-CTI-CLAVE1.
000452                 07  WS-CTI-TIPO     PIC 9(02).
000453                 07  WS-CTI-CUENTA   PIC 9(08).
000454*    ROL DEL VINCULADO:  C = COTITULAR (TITULAR MAS DE LA
000455*                            CUENTA, PARTICIPA DE LOS SALDOS)
000456*                        F = FIRMANTE / APODERADO (OPERA LA
000457*                            CUENTA PERO NO ES TITULAR)
000458         03  WS-CTI-ROL          PIC X(01).
000459             88  WS-CTI-ROL-VALIDO       VALUES 'C' 'F'.
000460             88  WS-CTI-ROL-COTITULAR    VALUE 'C'.
000461             88  WS-CTI-ROL-FIRMANTE     VALUE 'F'.
000462*    REGLA DE FIRMA:  I = INDISTINTA (A LA ORDEN RECIPROCA)
000463*                     C = CONJUNTA (FIRMAN TODOS LOS TITULARES)
000464         03  WS-CTI-FIRMA        PIC X(01).
000465             88  WS-CTI-FIRMA-VALIDA     VALUES 'I' 'C'.
000466             88  WS-CTI-FIRMA-INDISTINTA VALUE 'I'.
000467             88  WS-CTI-FIRMA-CONJUNTA   VALUE 'C'.
000468*    ESTADO: ACTIVO (BLANCO O A) / BAJA LOGICA (B); UN VINCULO
000469*    EN BAJA PUEDE REACTIVARSE CON UN NUEVO ALTA
000470         03  WS-CTI-ESTADO       PIC X(01).
000471             88  WS-CTI-EST-ACTIVO       VALUES ' ' 'A'.
000472             88  WS-CTI-EST-BAJA         VALUE 'B'.
000473*    FECHA (AAAAMMDD) DEL ALTA DEL VINCULO Y DEL ESTADO VIGENTE,
000474*    Y OPERADOR QUE HIZO EL ULTIMO CAMBIO
000475         03  WS-CTI-FEC-ALTA     PIC 9(08).
000476         03  WS-CTI-FEC-ESTADO   PIC 9(08).
000477         03  WS-CTI-OPERADOR     PIC X(08).
000478         03  FILLER              PIC X(38).
