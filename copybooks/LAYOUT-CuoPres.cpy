000431*    **************************************
000432*    * LAYOUT CRONOGRAMA DE CUOTAS DE      *
000433*    * PRESTAMOS (DDCUOTAS, CLAVE          *
000434*    * WS-CUO-CLAVE = CLAVE DEL PRESTAMO   *
000435*    * MAS NUMERO DE CUOTA; GENERADO POR   *
000436*    * PGMAPJ2A, COBRADO POR PGMAPJ2B)     *
000437*    * LARGO REGISTRO: 140 BYTES           *
000438*    **************************************
000439 01  WS-REG-CUOTA.
000440         03  WS-CUO-CLAVE.
000441             05  WS-CUO-NRO      PIC 9(05).
000442             05  WS-CUO-TIPO     PIC 9(02).
000443             05  WS-CUO-CUENTA   PIC 9(08).
000444             05  WS-CUO-NUMERO   PIC 9(03).
000445*    VENCIMIENTO (AAAAMMDD) Y COMPOSICION DE LA CUOTA SEGUN
000446*    EL SISTEMA FRANCES: CUOTA = CAPITAL + INTERES, Y SALDO
000447*    DE CAPITAL QUE QUEDA DESPUES DE PAGARLA
000448         03  WS-CUO-FEC-VENC     PIC 9(08).
000449         03  WS-CUO-IMPORTE      PIC 9(09)V99.
000450         03  WS-CUO-CAPITAL      PIC 9(09)V99.
000451         03  WS-CUO-INTERES      PIC 9(09)V99.
000452         03  WS-CUO-SALDO-DESP   PIC 9(09)V99.
000453*    COBRADO HASTA EL MOMENTO DE CADA COMPONENTE
000454         03  WS-CUO-CAP-PAGADO   PIC 9(09)V99.
000455         03  WS-CUO-INT-PAGADO   PIC 9(09)V99.
000456*    INTERES PUNITORIO DEVENGADO SOBRE LO VENCIDO IMPAGO,
000457*    COBRADO Y FECHA (AAAAMMDD) HASTA LA QUE SE DEVENGO
000458         03  WS-CUO-PUN-DEVENGADO PIC 9(09)V99.
000459         03  WS-CUO-PUN-PAGADO   PIC 9(09)V99.
000460         03  WS-CUO-FEC-ULT-PUNIT PIC 9(08).
000461*    ESTADO: P = PENDIENTE (NO VENCIDA) / M = VENCIDA CON
000462*    SALDO IMPAGO (EN MORA) / C = CANCELADA
000463         03  WS-CUO-ESTADO       PIC X(01).
000464             88  WS-CUO-EST-PENDIENTE    VALUE 'P'.
000465             88  WS-CUO-EST-MORA         VALUE 'M'.
000466             88  WS-CUO-EST-CANCELADA    VALUE 'C'.
000467*    FECHA (AAAAMMDD) DEL ULTIMO COBRO SOBRE LA CUOTA
000468         03  WS-CUO-FEC-PAGO     PIC 9(08).
000469         03  FILLER              PIC X(09).
