000431*    **************************************
000432*    * LAYOUT CHEQUE RECHAZADO (DDCHQDEV,  *
000433*    * DEVOLUCION A CAMARA CON HEADER Y    *
000434*    * TRAILER DE LOTE, Y DDCHQHIS,        *
000435*    * HISTORICO DE RECHAZOS SOLO CON      *
000436*    * DETALLE; GRABA PGMAPJ3B, LISTA      *
000437*    * PGMAPJ3C)                           *
000438*    * LARGO REGISTRO: 100 BYTES           *
000439*    **************************************
000440 01  WS-REG-CHQDEV.
000441*    MISMOS DATOS QUE LA PRESENTACION DE DDCAMARA
000442         03  WS-DEV-CLAVE.
000443             05  WS-DEV-NRO      PIC 9(05).
000444             05  WS-DEV-TIPO     PIC 9(02).
000445             05  WS-DEV-CUENTA   PIC 9(08).
000446         03  WS-DEV-NRO-CHEQUE   PIC 9(08).
000447         03  WS-DEV-IMPORTE      PIC 9(09)V99.
000448         03  WS-DEV-MONEDA       PIC X(03).
000449         03  WS-DEV-FEC-LIBRADO  PIC 9(08).
000450         03  WS-DEV-BANCO        PIC 9(03).
000451         03  WS-DEV-REF-CAMARA   PIC X(10).
000452*    FECHA DE PROCESO DEL RECHAZO (AAAAMMDD) Y SUCURSAL DE LA
000453*    CUENTA (CEROS SI LA CUENTA NO EXISTE)
000454         03  WS-DEV-FECHA        PIC 9(08).
000455         03  WS-DEV-SUCURSAL     PIC 9(03).
000456*    MOTIVO DE RECHAZO
000457         03  WS-DEV-MOTIVO       PIC 9(02).
000458             88  WS-DEV-MOT-NO-EMITIDO     VALUE 01.
000459             88  WS-DEV-MOT-YA-PAGADO      VALUE 02.
000460             88  WS-DEV-MOT-DENUNCIADO     VALUE 03.
000461             88  WS-DEV-MOT-SIN-FONDOS     VALUE 04.
000462             88  WS-DEV-MOT-CUENTA-INVAL   VALUE 05.
000463             88  WS-DEV-MOT-MONEDA         VALUE 06.
000464             88  WS-DEV-MOT-CHEQ-ANULADA   VALUE 07.
000465*    MOTIVOS QUE SE INFORMAN A LA CENTRAL DE CHEQUES
000466*    RECHAZADOS DEL BCRA (SIN FONDOS Y CUENTA CERRADA)
000467             88  WS-DEV-MOT-INFORMABLE     VALUES 04 05.
000468         03  FILLER              PIC X(29).
000469
000470 01  WS-REG-CHQDEV-HDR REDEFINES WS-REG-CHQDEV.
000471         03  WS-DEV-HDR-MARCA    PIC X(03).
000472             88  WS-DEV-ES-HEADER        VALUE 'HDR'.
000473         03  WS-DEV-HDR-ORIGEN   PIC X(08).
000474         03  WS-DEV-HDR-FECHA    PIC 9(08).
000475         03  FILLER              PIC X(81).
000476
000477 01  WS-REG-CHQDEV-TRL REDEFINES WS-REG-CHQDEV.
000478         03  WS-DEV-TRL-MARCA    PIC X(03).
000479             88  WS-DEV-ES-TRAILER       VALUE 'TRL'.
000480         03  WS-DEV-TRL-CANT-REG PIC 9(07).
000481         03  WS-DEV-TRL-HASH     PIC 9(13)V99.
000482         03  FILLER              PIC X(75).
