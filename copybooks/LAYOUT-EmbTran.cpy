000452         03  WS-ETR-REF-JUDICIAL PIC X(20).
000453         03  WS-ETR-FEC-INICIO   PIC 9(08).
000454         03  WS-ETR-FEC-LEVANT   PIC 9(08).
000454*    OPERADOR Y TERMINAL QUE ENVIAN LA TRANSACCION, PARA LA
000454*    BITACORA DE ACTIVIDAD (VER LAYOUT-Bitacora)
000454         03  WS-ETR-OPERADOR     PIC X(08).
000454         03  WS-ETR-TERMINAL     PIC X(08).
000455         03  FILLER              PIC X(21).
