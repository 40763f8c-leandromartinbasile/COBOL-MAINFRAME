000454          03  WS-MOV-CONTRA-CLAVE.
000454              05  WS-MOV-CONTRA-TIPO   PIC 9(02) VALUE ZEROS.
000454              05  WS-MOV-CONTRA-CUENTA PIC 9(08) VALUE ZEROS.
000454*    TRANSFERENCIA INTERBANCARIA (CBU DE OTRO BANCO): S =
000454*    DEBITO DE UNA ORDEN SALIENTE (FEED DDMOV12 DE PGMAPJ6A),
000454*    E = CREDITO RECIBIDO DE OTRO BANCO (FEED DDMOV13 DE LA
000454*    CAMARA); BLANCO = MOVIMIENTO PROPIO. VIAJA COMO UN
000454*    MOVIMIENTO COMUN (EL DEBITO PASA LOS CONTROLES DE FONDOS
000454*    Y EMBARGO) CON LA REFERENCIA DE LA ORDEN O DE LA CAMARA;
000454*    PGMAPJ1D LO GRABA EN EL DIARIO COMO TRE / TRI
000454          03  WS-MOV-IBK-TIPO      PIC X(01)     VALUE SPACE.
000454              88  WS-MOV-IBK-SALIENTE        VALUE 'S'.
000454              88  WS-MOV-IBK-ENTRANTE        VALUE 'E'.
000454          03  WS-MOV-IBK-REF       PIC X(08)     VALUE SPACES.
000454*    ORIGEN DEL MOVIMIENTO: C = DEBITO DE UN CHEQUE QUE
000454*    PGMAPJ3B YA INFORMO PAGADO A LA CAMARA (FEED DDMOV11);
000454*    PGMAPJ1D LO APLICA SIN VOLVER A CONTROLAR FONDOS NI
000454*    EMBARGO. BLANCO = CUALQUIER OTRO MOVIMIENTO
000454          03  WS-MOV-ORIGEN        PIC X(01)     VALUE SPACE.
000454              88  WS-MOV-ORI-CHEQUE          VALUE 'C'.
000454          03  FILLER               PIC X(15)     VALUE SPACES.
000455
000456*    REGISTROS DE CONTROL DE LOTE DEL FEED DDMOVIM: EL ARCHIVO
000457*    DEBE ABRIR CON UN HEADER (SISTEMA ORIGEN + FECHA DE
