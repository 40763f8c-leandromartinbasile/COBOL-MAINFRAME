000431*    **************************************
000432*    * LAYOUT MAESTRO DE PRESTAMOS         *
000433*    * (DDPRESTA, CLAVE WS-PRE-CLAVE =     *
000434*    * CLAVE DE LA CUENTA TIPO 05 EN       *
000435*    * DDCLIEN; ALTA POR PGMAPJ2A,         *
000436*    * DESEMBOLSO Y COBRANZA POR PGMAPJ2B, *
000437*    * MORA POR PGMAPJ2C)                  *
000438*    * LARGO REGISTRO: 150 BYTES           *
000439*    **************************************
000440 01  WS-REG-PRESTAMO.
000441         03  WS-PRE-CLAVE.
000442             05  WS-PRE-NRO      PIC 9(05).
000443             05  WS-PRE-CLAVE1.
000444                 07  WS-PRE-TIPO     PIC 9(02).
000445                 07  WS-PRE-CUENTA   PIC 9(08).
000446*    CUENTA DEL MISMO CLIENTE EN LA QUE SE ACREDITA EL
000447*    DESEMBOLSO Y SE DEBITAN LAS CUOTAS (CC O CA, MISMA
000448*    MONEDA QUE EL PRESTAMO)
000449         03  WS-PRE-CTA-DEBITO.
000450             05  WS-PRE-DEB-TIPO     PIC 9(02).
000451                 88  WS-PRE-DEB-TIPO-VALIDO  VALUES 02 03.
000452             05  WS-PRE-DEB-CUENTA   PIC 9(08).
000453         03  WS-PRE-MONEDA       PIC X(03).
000454         03  WS-PRE-SUCURSAL     PIC 9(03).
000455*    CONDICIONES: CAPITAL OTORGADO, TASA NOMINAL ANUAL Y
000456*    TASA PUNITORIA ANUAL (EJ: 045.00 = 45 %), CANTIDAD DE
000457*    CUOTAS MENSUALES Y CUOTA FIJA DEL SISTEMA FRANCES
000458         03  WS-PRE-CAPITAL      PIC 9(09)V99.
000459         03  WS-PRE-TASA         PIC 9(03)V99.
000460         03  WS-PRE-TASA-PUNIT   PIC 9(03)V99.
000461         03  WS-PRE-PLAZO-CUOTAS PIC 9(03).
000462         03  WS-PRE-CUOTA        PIC 9(09)V99.
000463*    FECHAS (AAAAMMDD): ALTA, PRIMER VENCIMIENTO (LOS
000464*    SIGUIENTES CAEN EL MISMO DIA DE LOS MESES POSTERIORES)
000465*    Y DESEMBOLSO (CEROS HASTA QUE PGMAPJ2B LO ACREDITA)
000466         03  WS-PRE-FEC-ALTA         PIC 9(08).
000467         03  WS-PRE-FEC-PRIMER-VENC  PIC 9(08).
000468         03  WS-PRE-FEC-DESEMBOLSO   PIC 9(08).
000469*    CAPITAL ADEUDADO (EL SALDO DE LA CUENTA TIPO 05 EN
000470*    DDCLIEN ES ESTE MISMO IMPORTE CON SIGNO NEGATIVO)
000471         03  WS-PRE-SALDO-CAPITAL PIC 9(09)V99.
000472*    SITUACION DE MORA: PRIMERA CUOTA NO CANCELADA, FECHA
000473*    DE VENCIMIENTO DE LA CUOTA IMPAGA MAS ANTIGUA (CEROS SI
000474*    EL PRESTAMO ESTA AL DIA) Y DEUDA VENCIDA IMPAGA
000475*    (CAPITAL + INTERES + PUNITORIO)
000476         03  WS-PRE-PROX-CUOTA   PIC 9(03).
000477         03  WS-PRE-FEC-MORA     PIC 9(08).
000478         03  WS-PRE-DEUDA-VENCIDA PIC 9(09)V99.
000479*    ESTADO: N = OTORGADO, PENDIENTE DE DESEMBOLSO /
000480*    A = VIGENTE AL DIA / M = EN MORA / C = CANCELADO /
000481*    B = ANULADO ANTES DEL DESEMBOLSO (PGMAPJ2A)
000482         03  WS-PRE-ESTADO       PIC X(01).
000483             88  WS-PRE-EST-OTORGADO     VALUE 'N'.
000484             88  WS-PRE-EST-VIGENTE      VALUE 'A'.
000485             88  WS-PRE-EST-MORA         VALUE 'M'.
000486             88  WS-PRE-EST-CANCELADO    VALUE 'C'.
000487             88  WS-PRE-EST-ANULADO      VALUE 'B'.
000488             88  WS-PRE-EST-EN-CURSO     VALUES 'A' 'M'.
000489*    FECHA (AAAAMMDD) EN QUE SE MARCO EL ESTADO VIGENTE
000490         03  WS-PRE-FEC-ESTADO   PIC 9(08).
000491         03  FILLER              PIC X(18).
