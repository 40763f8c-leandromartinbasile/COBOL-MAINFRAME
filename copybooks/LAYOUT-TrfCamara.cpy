000431*    **************************************
000432*    * LAYOUT ARCHIVO DE TRANSFERENCIAS A  *
000433*    * OTROS BANCOS PARA LA CAMARA         *
000434*    * COMPENSADORA (DDTRFCAM, SALIDA DE   *
000435*    * PGMAPJ6B). ESTRUCTURA:              *
000436*    *   HDR                               *
000437*    *   LOT + DET ... + FLT (UNO POR      *
000438*    *   MONEDA)                           *
000439*    *   TRL                               *
000440*    * LARGO REGISTRO: 150 BYTES           *
000441*    **************************************
000442 01  WS-REG-TRFCAM.
000443         03  WS-TCA-TIPO-REG     PIC X(03).
000444             88  WS-TCA-ES-HEADER        VALUE 'HDR'.
000445             88  WS-TCA-ES-LOTE          VALUE 'LOT'.
000446             88  WS-TCA-ES-DETALLE       VALUE 'DET'.
000447             88  WS-TCA-ES-FIN-LOTE      VALUE 'FLT'.
000448             88  WS-TCA-ES-TRAILER       VALUE 'TRL'.
000449*    DETALLE: UNA TRANSFERENCIA DEBITADA
000450         03  WS-TCA-REF          PIC X(08).
000451         03  WS-TCA-BANCO-ORIGEN PIC 9(03).
000452         03  WS-TCA-CTA-ORIGEN.
000453             05  WS-TCA-SUC-ORIGEN   PIC 9(03).
000454             05  WS-TCA-TIPO-ORIGEN  PIC 9(02).
000455             05  WS-TCA-CTA-NRO      PIC 9(08).
000456         03  WS-TCA-CBU-DESTINO  PIC 9(22).
000457         03  WS-TCA-BENEF-NOMBRE PIC X(30).
000458         03  WS-TCA-BENEF-CUIT   PIC 9(11).
000459         03  WS-TCA-IMPORTE      PIC 9(09)V99.
000460         03  WS-TCA-MONEDA       PIC X(03).
000461         03  WS-TCA-FEC-DEBITO   PIC 9(08).
000462         03  FILLER              PIC X(38).
000463
000464*    HEADER: ENTIDAD ORIGINANTE Y FECHA DE PRESENTACION
000465 01  WS-REG-TRFCAM-HDR REDEFINES WS-REG-TRFCAM.
000466         03  FILLER              PIC X(03).
000467         03  WS-TCA-HDR-BANCO    PIC 9(03).
000468         03  WS-TCA-HDR-FECHA    PIC 9(08).
000469         03  FILLER              PIC X(136).
000470
000471*    INICIO DE LOTE: NUMERO Y MONEDA DEL LOTE
000472 01  WS-REG-TRFCAM-LOT REDEFINES WS-REG-TRFCAM.
000473         03  FILLER              PIC X(03).
000474         03  WS-TCA-LOT-NRO      PIC 9(03).
000475         03  WS-TCA-LOT-MONEDA   PIC X(03).
000476         03  FILLER              PIC X(141).
000477
000478*    FIN DE LOTE: CANTIDAD E IMPORTE TOTAL DEL LOTE
000479 01  WS-REG-TRFCAM-FLT REDEFINES WS-REG-TRFCAM.
000480         03  FILLER              PIC X(03).
000481         03  WS-TCA-FLT-NRO      PIC 9(03).
000482         03  WS-TCA-FLT-CANT     PIC 9(07).
000483         03  WS-TCA-FLT-TOTAL    PIC 9(13)V99.
000484         03  FILLER              PIC X(122).
000485
000486*    TRAILER: CANTIDAD DE LOTES, DE TRANSFERENCIAS Y SUMA DE
000487*    IMPORTES DE TODOS LOS LOTES
000488 01  WS-REG-TRFCAM-TRL REDEFINES WS-REG-TRFCAM.
000489         03  FILLER              PIC X(03).
000490         03  WS-TCA-TRL-CANT-LOT PIC 9(03).
000491         03  WS-TCA-TRL-CANT-REG PIC 9(07).
000492         03  WS-TCA-TRL-HASH     PIC 9(13)V99.
000493         03  FILLER              PIC X(122).
