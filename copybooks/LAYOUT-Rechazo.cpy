000448*    05 DEBITO BLOQUEADO POR EMBARGO JUDICIAL: DEJARIA EL
000448*       DISPONIBLE (SALDO MENOS RETENIDO) NEGATIVO; PGMAPJ1C
000448*       LO RECICLA CUANDO EL EMBARGO SE LEVANTE
000448*    06 DEBITO SIN FONDOS SUFICIENTES: DEJARIA EL SALDO
000448*       (CA) O EL SALDO MAS EL DESCUBIERTO AUTORIZADO (CC)
000448*       NEGATIVO; PGMAPJ1C LO REPRESENTA EN EL CICLO
000448*       SIGUIENTE
000449          03  WS-RCH-MOTIVO       PIC X(02).
000450              88  WS-RCH-MOT-SIN-CTA         VALUE '01'.
000450              88  WS-RCH-MOT-MONEDA-DISTINTA VALUE '02'.
000450              88  WS-RCH-MOT-TRANSFERENCIA   VALUE '04'.
000450              88  WS-RCH-MOT-EMBARGO         VALUE '05'.
000450              88  WS-RCH-MOT-FONDOS-INSUF    VALUE '06'.
000450          03  WS-RCH-MOV-MONEDA   PIC X(03).
000450          03  WS-RCH-CLI-MONEDA   PIC X(03).
000450          03  WS-RCH-REF-TRANSF   PIC X(08).
000450          03  WS-RCH-CONTRA-CLAVE.
000450              05  WS-RCH-CONTRA-TIPO   PIC 9(02).
000450              05  WS-RCH-CONTRA-CUENTA PIC 9(08).
000450*    MARCA Y REFERENCIA DE TRANSFERENCIA INTERBANCARIA DEL
000450*    MOVIMIENTO (VER LAYOUT-Movements), PARA QUE EL RECICLO
000450*    REPRESENTE EL DEBITO DE LA ORDEN CON SU REFERENCIA
000450          03  WS-RCH-IBK-TIPO     PIC X(01).
000450          03  WS-RCH-IBK-REF      PIC X(08).
000450*    ORIGEN DEL MOVIMIENTO (VER WS-MOV-ORIGEN): C = DEBITO DE
000450*    CHEQUE YA INFORMADO PAGADO A CAMARA POR PGMAPJ3B
000450          03  WS-RCH-ORIGEN       PIC X(01).
000451          03  FILLER              PIC X(12).
