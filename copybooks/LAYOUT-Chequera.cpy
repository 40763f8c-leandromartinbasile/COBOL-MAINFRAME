000431*    **************************************
000432*    * LAYOUT MAESTRO DE CHEQUERAS         *
000433*    * (DDCHEQRA, CLAVE WS-CHQ-CLAVE =     *
000434*    * CLAVE DE LA CUENTA CORRIENTE MAS    *
000435*    * ULTIMO NUMERO DE LA CHEQUERA;       *
000436*    * EMISION Y DENUNCIAS POR PGMAPJ3A,   *
000437*    * PAGO EN CAMARA POR PGMAPJ3B)        *
000438*    * LARGO REGISTRO: 650 BYTES           *
000439*    **************************************
000440 01  WS-REG-CHEQUERA.
000441*    LA CLAVE TERMINA EN EL ULTIMO NUMERO (HASTA) PARA QUE UN
000442*    START NOT LESS THAN CUENTA + NRO DE CHEQUE POSICIONE
000443*    SOBRE LA UNICA CHEQUERA DE LA CUENTA QUE PUEDE CONTENERLO
000444*    (LOS RANGOS DE UNA MISMA CUENTA NO SE SUPERPONEN)
000445         03  WS-CHQ-CLAVE.
000446             05  WS-CHQ-CTA.
000447                 07  WS-CHQ-NRO      PIC 9(05).
000448                 07  WS-CHQ-TIPO     PIC 9(02).
000449                 07  WS-CHQ-CUENTA   PIC 9(08).
000450             05  WS-CHQ-HASTA    PIC 9(08).
000451*    PRIMER NUMERO Y CANTIDAD DE CHEQUES (HASTA 50)
000452         03  WS-CHQ-DESDE        PIC 9(08).
000453         03  WS-CHQ-CANT         PIC 9(03).
000454         03  WS-CHQ-FEC-EMISION  PIC 9(08).
000455*    ESTADO DE LA CHEQUERA: ACTIVA (BLANCO O A) / ANULADA (B)
000456         03  WS-CHQ-ESTADO       PIC X(01).
000457             88  WS-CHQ-EST-ACTIVA       VALUES ' ' 'A'.
000458             88  WS-CHQ-EST-ANULADA      VALUE 'B'.
000459         03  WS-CHQ-FEC-ESTADO   PIC 9(08).
000460         03  WS-CHQ-CANT-PAGADOS PIC 9(03).
000461         03  WS-CHQ-CANT-DENUNC  PIC 9(03).
000462*    UNA ENTRADA POR CHEQUE (NUMERO = DESDE + INDICE - 1):
000463*    ESTADO LIBRE (BLANCO) / PAGADO EN CAMARA (P) / DENUNCIADO
000464*    U ORDEN DE NO PAGAR (D), FECHA DEL PAGO O DE LA DENUNCIA
000465*    Y MOTIVO DE LA DENUNCIA (01 EXTRAVIO / 02 ROBO /
000466*    03 ORDEN DE NO PAGAR DEL LIBRADOR)
000467         03  WS-CHQ-CHEQUE       OCCURS 50 TIMES.
000468             05  WS-CHQ-CHE-ESTADO   PIC X(01).
000469                 88  WS-CHQ-CHE-LIBRE        VALUE ' '.
000470                 88  WS-CHQ-CHE-PAGADO       VALUE 'P'.
000471                 88  WS-CHQ-CHE-DENUNCIADO   VALUE 'D'.
000472             05  WS-CHQ-CHE-FECHA    PIC 9(08).
000473             05  WS-CHQ-CHE-MOTIVO   PIC X(02).
000474         03  FILLER              PIC X(43).
