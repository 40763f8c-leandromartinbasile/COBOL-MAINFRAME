000431*    **************************************
000432*    * LAYOUT ORDEN DE TRANSFERENCIA A     *
000433*    * OTRO BANCO (DDTRFORD, ENTRADA DE    *
000434*    * PGMAPJ6A, CARGADA POR LAS           *
000435*    * SUCURSALES, CON HEADER Y TRAILER    *
000436*    * DE LOTE COMO DDCAMARA)              *
000437*    * LARGO REGISTRO: 120 BYTES           *
000438*    **************************************
000439 01  WS-REG-TRFORD.
000440*    REFERENCIA DE LA ORDEN ASIGNADA POR LA SUCURSAL: UNICA,
000441*    VIAJA A LA CAMARA Y VUELVE EN LA DEVOLUCION
000442         03  WS-TOR-REF          PIC X(08).
000443*    CUENTA ORIGEN (02 CUENTA CORRIENTE / 03 CAJA DE AHORROS)
000444         03  WS-TOR-CLAVE.
000445             05  WS-TOR-NRO      PIC 9(05).
000446             05  WS-TOR-TIPO     PIC 9(02).
000447             05  WS-TOR-CUENTA   PIC 9(08).
000448         03  WS-TOR-IMPORTE      PIC 9(09)V99.
000449         03  WS-TOR-MONEDA       PIC X(03).
000450*    CBU DESTINO: ENTIDAD (3) + SUCURSAL (4) + DIGITO
000451*    VERIFICADOR DEL BLOQUE 1, CUENTA (13) + DIGITO
000452*    VERIFICADOR DEL BLOQUE 2
000453         03  WS-TOR-CBU.
000454             05  WS-TOR-CBU-BANCO    PIC 9(03).
000455             05  WS-TOR-CBU-SUCURSAL PIC 9(04).
000456             05  WS-TOR-CBU-DV1      PIC 9(01).
000457             05  WS-TOR-CBU-CUENTA   PIC 9(13).
000458             05  WS-TOR-CBU-DV2      PIC 9(01).
000459         03  FILLER REDEFINES WS-TOR-CBU.
000460             05  WS-TOR-CBU-DIG      PIC 9(01) OCCURS 22 TIMES.
000461*    BENEFICIARIO (TITULAR DE LA CUENTA DESTINO)
000462         03  WS-TOR-BENEF-NOMBRE PIC X(30).
000463         03  WS-TOR-BENEF-CUIT   PIC 9(11).
000464*    SUCURSAL QUE CARGO LA ORDEN
000465         03  WS-TOR-SUCURSAL     PIC 9(03).
000466         03  FILLER              PIC X(17).
000467
000468*    HEADER: ORIGEN Y FECHA DE PROCESO (DEBE COINCIDIR CON LA
000469*    DEL RUN); TRAILER: CANTIDAD DE ORDENES Y SUMA DE IMPORTES
000470 01  WS-REG-TRFORD-HDR REDEFINES WS-REG-TRFORD.
000471         03  WS-TOR-HDR-MARCA    PIC X(03).
000472             88  WS-TOR-ES-HEADER        VALUE 'HDR'.
000473         03  WS-TOR-HDR-ORIGEN   PIC X(08).
000474         03  WS-TOR-HDR-FECHA    PIC 9(08).
000475         03  FILLER              PIC X(101).
000476
000477 01  WS-REG-TRFORD-TRL REDEFINES WS-REG-TRFORD.
000478         03  WS-TOR-TRL-MARCA    PIC X(03).
000479             88  WS-TOR-ES-TRAILER       VALUE 'TRL'.
000480         03  WS-TOR-TRL-CANT-REG PIC 9(07).
000481         03  WS-TOR-TRL-HASH     PIC 9(13)V99.
000482         03  FILLER              PIC X(95).
