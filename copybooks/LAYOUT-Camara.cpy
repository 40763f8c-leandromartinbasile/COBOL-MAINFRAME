000431*    **************************************
000432*    * LAYOUT PRESENTACION DE CHEQUES DE   *
000433*    * CAMARA COMPENSADORA (DDCAMARA,      *
000434*    * ENTRADA DE PGMAPJ3B, CON HEADER Y   *
000435*    * TRAILER DE LOTE)                    *
000436*    * LARGO REGISTRO: 100 BYTES           *
000437*    **************************************
000438 01  WS-REG-CAMARA.
000439*    CUENTA CORRIENTE LIBRADORA Y NUMERO DEL CHEQUE
000440         03  WS-CAM-CLAVE.
000441             05  WS-CAM-NRO      PIC 9(05).
000442             05  WS-CAM-TIPO     PIC 9(02).
000443             05  WS-CAM-CUENTA   PIC 9(08).
000444         03  WS-CAM-NRO-CHEQUE   PIC 9(08).
000445         03  WS-CAM-IMPORTE      PIC 9(09)V99.
000446         03  WS-CAM-MONEDA       PIC X(03).
000447*    FECHA DE LIBRAMIENTO DEL CHEQUE (AAAAMMDD)
000448         03  WS-CAM-FEC-LIBRADO  PIC 9(08).
000449*    BANCO DEPOSITARIO QUE LO PRESENTA Y REFERENCIA DE CAMARA
000450*    (SE DEVUELVE TAL CUAL EN DDCHQDEV)
000451         03  WS-CAM-BANCO        PIC 9(03).
000452         03  WS-CAM-REF-CAMARA   PIC X(10).
000453         03  FILLER              PIC X(42).
000454
000455*    HEADER: ORIGEN Y FECHA DE PROCESO (DEBE COINCIDIR CON LA
000456*    DEL RUN); TRAILER: CANTIDAD DE CHEQUES Y SUMA DE IMPORTES
000457 01  WS-REG-CAMARA-HDR REDEFINES WS-REG-CAMARA.
000458         03  WS-CAM-HDR-MARCA    PIC X(03).
000459             88  WS-CAM-ES-HEADER        VALUE 'HDR'.
000460         03  WS-CAM-HDR-ORIGEN   PIC X(08).
000461         03  WS-CAM-HDR-FECHA    PIC 9(08).
000462         03  FILLER              PIC X(81).
000463
000464 01  WS-REG-CAMARA-TRL REDEFINES WS-REG-CAMARA.
000465         03  WS-CAM-TRL-MARCA    PIC X(03).
000466             88  WS-CAM-ES-TRAILER       VALUE 'TRL'.
000467         03  WS-CAM-TRL-CANT-REG PIC 9(07).
000468         03  WS-CAM-TRL-HASH     PIC 9(13)V99.
000469         03  FILLER              PIC X(75).
