000431*    **************************************
000432*    * LAYOUT TRANSFERENCIAS A OTROS       *
000433*    * BANCOS (DDTRFPEN, INDEXADO POR LA   *
000434*    * REFERENCIA DE LA ORDEN): LO DA DE   *
000435*    * ALTA PGMAPJ6A, LO MARCA ENVIADO     *
000436*    * PGMAPJ6B Y DEVUELTO PGMAPJ6C        *
000437*    * LARGO REGISTRO: 200 BYTES           *
000438*    **************************************
000439 01  WS-REG-TRFPEN.
000440         03  WS-TPE-REF          PIC X(08).
000441*    CUENTA ORIGEN Y SU SUCURSAL
000442         03  WS-TPE-CLAVE.
000443             05  WS-TPE-NRO      PIC 9(05).
000444             05  WS-TPE-TIPO     PIC 9(02).
000445             05  WS-TPE-CUENTA   PIC 9(08).
000446         03  WS-TPE-SUCURSAL     PIC 9(03).
000447         03  WS-TPE-IMPORTE      PIC 9(09)V99.
000448         03  WS-TPE-MONEDA       PIC X(03).
000449*    CBU DESTINO Y BENEFICIARIO (COMO EN LAYOUT-TrfOrden)
000450         03  WS-TPE-CBU.
000451             05  WS-TPE-CBU-BANCO    PIC 9(03).
000452             05  WS-TPE-CBU-RESTO    PIC 9(19).
000453         03  WS-TPE-BENEF-NOMBRE PIC X(30).
000454         03  WS-TPE-BENEF-CUIT   PIC 9(11).
000455*    ESTADO: P = PENDIENTE DE DEBITO (EL DEBITO VA EN DDMOV12
000456*            Y PUEDE QUEDAR EN RECICLO SI NO HAY FONDOS)
000457*            E = DEBITADA Y ENVIADA A LA CAMARA (DDTRFCAM)
000458*            D = DEVUELTA POR LA CAMARA Y REINTEGRADA
000459         03  WS-TPE-ESTADO       PIC X(01).
000460             88  WS-TPE-EST-PENDIENTE    VALUE 'P'.
000461             88  WS-TPE-EST-ENVIADA      VALUE 'E'.
000462             88  WS-TPE-EST-DEVUELTA     VALUE 'D'.
000463*    FECHA DE PROCESO DE LA ORDEN Y HORA DE LA CORRIDA DE
000464*    PGMAPJ6A QUE LA DIO DE ALTA (DISTINGUE UN REPROCESO DE
000465*    UNA REFERENCIA REPETIDA EN EL MISMO LOTE)
000466         03  WS-TPE-FEC-ORDEN    PIC 9(08).
000467         03  WS-TPE-HORA-ALTA    PIC 9(06).
000468*    ENVIO: FECHA DEL ARCHIVO DE CAMARA Y ASIENTO TRE DEL
000469*    DEBITO EN DDDIARIO
000470         03  WS-TPE-FEC-ENVIO    PIC 9(08).
000471         03  WS-TPE-ASI-DEBITO   PIC X(21).
000472*    DEVOLUCION: FECHA, MOTIVO DE LA CAMARA Y ASIENTO TRD DEL
000473*    REINTEGRO EN DDDIARIO
000474         03  WS-TPE-FEC-DEVOL    PIC 9(08).
000475         03  WS-TPE-MOT-DEVOL    PIC X(03).
000476         03  WS-TPE-ASI-DEVOL    PIC X(21).
000477         03  FILLER              PIC X(21).
