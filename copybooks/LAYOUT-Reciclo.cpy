000452          03  WS-REC-CONTRA-CLAVE.
000452              05  WS-REC-CONTRA-TIPO   PIC 9(02).
000452              05  WS-REC-CONTRA-CUENTA PIC 9(08).
000452*    MARCA Y REFERENCIA DE TRANSFERENCIA INTERBANCARIA (VER
000452*    LAYOUT-Movements); EN BLANCO SI NO LO ES
000452          03  WS-REC-IBK-TIPO     PIC X(01).
000452          03  WS-REC-IBK-REF      PIC X(08).
000452*    ORIGEN DEL MOVIMIENTO (VER LAYOUT-Movements)
000452          03  WS-REC-ORIGEN       PIC X(01).
000453          03  FILLER              PIC X(10).
