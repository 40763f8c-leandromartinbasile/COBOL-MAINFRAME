000431*    **************************************
000432*    * LAYOUT DEVOLUCIONES DE              *
000433*    * TRANSFERENCIAS ENVIADAS A OTROS     *
000434*    * BANCOS (DDTRFDEV, RECIBIDO DE LA    *
000435*    * CAMARA COMPENSADORA, ENTRADA DE     *
000436*    * PGMAPJ6C, CON HEADER Y TRAILER DE   *
000437*    * LOTE)                               *
000438*    * LARGO REGISTRO: 100 BYTES           *
000439*    **************************************
000440 01  WS-REG-TRFDEV.
000441*    REFERENCIA DE LA ORDEN TAL CUAL SE ENVIO EN DDTRFCAM
000442         03  WS-TDV-REF          PIC X(08).
000443         03  WS-TDV-CBU-DESTINO  PIC 9(22).
000444         03  WS-TDV-IMPORTE      PIC 9(09)V99.
000445         03  WS-TDV-MONEDA       PIC X(03).
000446*    FECHA DEL ARCHIVO DE CAMARA EN QUE VIAJO LA TRANSFERENCIA
000447         03  WS-TDV-FEC-ENVIO    PIC 9(08).
000448*    MOTIVO DE DEVOLUCION SEGUN TABLA DE LA CAMARA
000449*    (R02 CUENTA CERRADA, R03 CUENTA INEXISTENTE, ...)
000450         03  WS-TDV-MOTIVO       PIC X(03).
000451         03  WS-TDV-REF-CAMARA   PIC X(10).
000452         03  FILLER              PIC X(35).
000453
000454*    HEADER: ORIGEN Y FECHA DE PROCESO (DEBE COINCIDIR CON LA
000455*    DEL RUN); TRAILER: CANTIDAD DE DEVOLUCIONES Y SUMA DE
000456*    IMPORTES
000457 01  WS-REG-TRFDEV-HDR REDEFINES WS-REG-TRFDEV.
000458         03  WS-TDV-HDR-MARCA    PIC X(03).
000459             88  WS-TDV-ES-HEADER        VALUE 'HDR'.
000460         03  WS-TDV-HDR-ORIGEN   PIC X(08).
000461         03  WS-TDV-HDR-FECHA    PIC 9(08).
000462         03  FILLER              PIC X(81).
000463
000464 01  WS-REG-TRFDEV-TRL REDEFINES WS-REG-TRFDEV.
000465         03  WS-TDV-TRL-MARCA    PIC X(03).
000466             88  WS-TDV-ES-TRAILER       VALUE 'TRL'.
000467         03  WS-TDV-TRL-CANT-REG PIC 9(07).
000468         03  WS-TDV-TRL-HASH     PIC 9(13)V99.
000469         03  FILLER              PIC X(75).
