000431*    **************************************
000432*    * LAYOUT TRANSACCION DE MANTENIMIENTO *
000433*    * DE PRESTAMOS (DDPRETRA, PGMAPJ2A,   *
000434*    * MISMO ESQUEMA QUE DDORDTRA)         *
000435*    * LARGO REGISTRO: 100 BYTES           *
000436*    **************************************
000437 01  WS-REG-PRETRAN.
000438*    ACCION:  L = CONSULTAR (PRESTAMO Y CRONOGRAMA) /
000439*             A = ALTA / E = ANULAR UN PRESTAMO TODAVIA NO
000440*                 DESEMBOLSADO
000441         03  WS-PTR-ACCION       PIC X(01).
000442             88  WS-PTR-LEER             VALUE 'L'.
000443             88  WS-PTR-ALTA             VALUE 'A'.
000444             88  WS-PTR-BAJA             VALUE 'E'.
000445*    CUENTA DEL PRESTAMO (TIPO 05) Y CUENTA DE DEBITO DEL
000446*    MISMO CLIENTE
000447         03  WS-PTR-CLAVE.
000448             05  WS-PTR-NRO      PIC 9(05).
000449             05  WS-PTR-TIPO     PIC 9(02).
000450             05  WS-PTR-CUENTA   PIC 9(08).
000451         03  WS-PTR-DEB-TIPO     PIC 9(02).
000452         03  WS-PTR-DEB-CUENTA   PIC 9(08).
000453*    CONDICIONES DEL PRESTAMO (SOLO ALTA)
000454         03  WS-PTR-CAPITAL      PIC 9(09)V99.
000455         03  WS-PTR-TASA         PIC 9(03)V99.
000456         03  WS-PTR-TASA-PUNIT   PIC 9(03)V99.
000457         03  WS-PTR-PLAZO        PIC 9(03).
000458         03  WS-PTR-FEC-PRIMER-VENC PIC 9(08).
000459         03  FILLER              PIC X(42).
