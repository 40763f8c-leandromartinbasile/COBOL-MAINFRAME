000432*    * LAYOUT DIARIO DE MOVIMIENTOS        *
000433*    * APLICADOS (DDDIARIO, PERMANENTE;    *
000434*    * VER 2225- EN PGMAPJ1D Y PGMAPJ1X)   *
000435*    * LARGO REGISTRO: 130 BYTES            *
000436*    **************************************
000437 01  WS-REG-DIARIO.
000438         03  WS-DIA-NRO          PIC 9(05).
000447*    PAGADO SOBRE SALDO DE CAJA DE AHORRO (VER 2242-) /
000447*    TRF = PATA DE TRANSFERENCIA / IMP = RETENCION DE
000447*    IMPUESTO A LA TRANSACCION (VER 2222-) / COM =
000447*    COMISION MENSUAL DE MANTENIMIENTO (VER 2248-) / CRF =
000447*    CARGO POR DEBITO RECHAZADO SIN FONDOS (VER 2238-) /
000447*    REV = ANULACION DE UN ASIENTO ANTERIOR (PGMAPJ1S) /
000447*    PRD = DESEMBOLSO DE PRESTAMO / PRC, PRI, PRP = COBRO
000447*    DE CAPITAL, INTERES Y PUNITORIO DE CUOTA (PGMAPJ2B) /
000447*    TRE = DEBITO DE TRANSFERENCIA A OTRO BANCO / TRI =
000447*    CREDITO DE TRANSFERENCIA DE OTRO BANCO / TRD =
000447*    REINTEGRO DE UNA TRE DEVUELTA POR LA CAMARA (PGMAPJ6C)
000448         03  WS-DIA-CONCEPTO     PIC X(03).
000449             88  WS-DIA-ES-MOVIMIENTO     VALUE 'MOV'.
000449             88  WS-DIA-ES-MOV-INTRADIA    VALUE 'MVI'.
000451             88  WS-DIA-ES-TRANSFERENCIA  VALUE 'TRF'.
000451             88  WS-DIA-ES-IMPUESTO        VALUE 'IMP'.
000451             88  WS-DIA-ES-COMISION        VALUE 'COM'.
000451             88  WS-DIA-ES-CARGO-RECHAZO   VALUE 'CRF'.
000451             88  WS-DIA-ES-REVERSION       VALUE 'REV'.
000451             88  WS-DIA-ES-PRE-DESEMBOLSO  VALUE 'PRD'.
000451             88  WS-DIA-ES-PRE-CAPITAL     VALUE 'PRC'.
000451             88  WS-DIA-ES-PRE-INTERES     VALUE 'PRI'.
000451             88  WS-DIA-ES-PRE-PUNITORIO   VALUE 'PRP'.
000451             88  WS-DIA-ES-TRF-ENVIADA     VALUE 'TRE'.
000451             88  WS-DIA-ES-TRF-RECIBIDA    VALUE 'TRI'.
000451             88  WS-DIA-ES-TRF-DEVUELTA    VALUE 'TRD'.
000451             88  WS-DIA-ES-INTERBANCARIA   VALUES 'TRE' 'TRI'
000451                                                  'TRD'.
000452         03  WS-DIA-MONEDA       PIC X(03).
000453         03  WS-DIA-IMPORTE      PIC S9(09)V99.
000454*    SALDO DE LA CUENTA INMEDIATAMENTE DESPUES DE APLICAR
000455         03  WS-DIA-SALDO-DESP   PIC S9(09)V99.
000455*    REFERENCIA Y CUENTA CONTRAPARTE DE LA TRANSFERENCIA
000455*    (SOLO CONCEPTO TRF), PARA QUE EL EXTRACTO MUESTRE
000455*    "TRANSFERENCIA A/DE CUENTA X"; EN TRE / TRD LA
000455*    REFERENCIA ES LA DE LA ORDEN Y EN TRI LA DE LA CAMARA,
000455*    SIN CONTRAPARTE
000455         03  WS-DIA-REF-TRANSF   PIC X(08).
000455         03  WS-DIA-CONTRA-CLAVE.
000455             05  WS-DIA-CONTRA-TIPO   PIC 9(02).
000455             05  WS-DIA-CONTRA-CUENTA PIC 9(08).
000456*    MOTIVO DE DEVOLUCION INFORMADO POR LA CAMARA (SOLO
000456*    CONCEPTO TRD; EN LOS DEMAS NO SE INFORMA)
000456         03  WS-DIA-MOT-DEVOL    PIC X(03).
000457*    REFERENCIA UNICA DEL ASIENTO: FECHA DE PROCESO, ORIGEN
000457*    (D = PGMAPJ1D / K = PGMAPJ1K / S = PGMAPJ1S /
000457*    P = PGMAPJ2B / T = PGMAPJ6C), HORA DE
000457*    INICIO DE LA CORRIDA Y SECUENCIA DENTRO DE LA CORRIDA
000457         03  WS-DIA-ASIENTO.
000457             05  WS-DIA-ASI-FECHA     PIC 9(08).
000457             05  WS-DIA-ASI-ORIGEN    PIC X(01).
000457             05  WS-DIA-ASI-HORA      PIC 9(06).
000457             05  WS-DIA-ASI-SECUEN    PIC 9(06).
000458*    ASIENTO RELACIONADO Y SU CONCEPTO: EN IMP, EL MOVIMIENTO
000458*    SOBRE EL QUE SE RETUVO; EN REV, EL ASIENTO ANULADO;
000458*    EN TRD, EL DEBITO TRE DE LA ORDEN DEVUELTA
000458         03  WS-DIA-ASI-RELAC        PIC X(21).
000458         03  WS-DIA-CONC-RELAC       PIC X(03).
000458         03  FILLER                  PIC X(05).
