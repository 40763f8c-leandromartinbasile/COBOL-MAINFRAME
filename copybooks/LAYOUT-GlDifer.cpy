000431*    **************************************
000432*    * LAYOUT PARTIDAS DE CONCILIACION     *
000433*    * MAYOR VS AUXILIAR (DDGLDIF, CLAVE   *
000434*    * CUENTA CONTABLE + MONEDA; VER       *
000435*    * PGMAPJ5B). LA PARTIDA QUEDA ABIERTA *
000436*    * Y ENVEJECE HASTA QUE LA DIFERENCIA  *
000437*    * DESAPARECE                          *
000438*    * LARGO REGISTRO: 100 BYTES           *
000439*    **************************************
000440 01  WS-REG-GLDIFER.
000441*    CUENTA 'CONTAB-TRL' / MONEDA 'TOT' = TOTALES DEL TRAILER
000442*    DE DDCONTAB CONTRA LO REGISTRADO POR EL MAYOR
000443         03  WS-GLD-CLAVE.
000444             05  WS-GLD-CUENTA-CTB   PIC X(10).
000445             05  WS-GLD-MONEDA       PIC X(03).
000446*    CAUSA PROBABLE: R = ARCHIVO NO RECIBIDO / P = POSTEO
000447*    PARCIAL / M = ASIENTO MANUAL EN EL MAYOR
000448         03  WS-GLD-CAUSA        PIC X(01).
000449             88  WS-GLD-NO-RECIBIDO      VALUE 'R'.
000450             88  WS-GLD-POSTEO-PARCIAL   VALUE 'P'.
000451             88  WS-GLD-ASIENTO-MANUAL   VALUE 'M'.
000452*    ESTADO: A = ABIERTA / C = CONCILIADA
000453         03  WS-GLD-ESTADO       PIC X(01).
000454             88  WS-GLD-EST-ABIERTA      VALUE 'A'.
000455             88  WS-GLD-EST-CONCILIADA   VALUE 'C'.
000456*    PRIMERA Y ULTIMA FECHA EN QUE SE DETECTO Y FECHA EN QUE
000457*    QUEDO CONCILIADA
000458         03  WS-GLD-FEC-ALTA     PIC 9(08).
000459         03  WS-GLD-FEC-ULTIMA   PIC 9(08).
000460         03  WS-GLD-FEC-CIERRE   PIC 9(08).
000461*    DIFERENCIAS DE LA ULTIMA DETECCION: MOVIMIENTO NETO
000462*    (MAYOR MENOS ENVIADO) Y SALDO (MAYOR MENOS AUXILIAR)
000463         03  WS-GLD-DIF-MOV      PIC S9(13)V99.
000464         03  WS-GLD-DIF-SALDO    PIC S9(13)V99.
000465         03  WS-GLD-SALDO-MAYOR  PIC S9(13)V99.
000466         03  WS-GLD-SALDO-AUXIL  PIC S9(13)V99.
000467         03  FILLER              PIC X(01).
