000455         03  WS-OTR-PROX-VENC    PIC 9(08).
000456         03  WS-OTR-FEC-FIN      PIC 9(08).
000457         03  WS-OTR-CONCEPTO     PIC X(20).
000457*    OPERADOR Y TERMINAL QUE ENVIAN LA TRANSACCION, PARA LA
000457*    BITACORA DE ACTIVIDAD (VER LAYOUT-Bitacora)
000457         03  WS-OTR-OPERADOR     PIC X(08).
000457         03  WS-OTR-TERMINAL     PIC X(08).
000458         03  FILLER              PIC X(14).
