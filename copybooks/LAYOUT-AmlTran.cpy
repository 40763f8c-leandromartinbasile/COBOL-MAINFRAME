000431*    **************************************
000432*    * LAYOUT TRANSACCION DE MANTENIMIENTO *
000433*    * DE CASOS DE ALERTA (DDAMLTRA,       *
000434*    * PGMAPJ4B)                           *
000435*    * LARGO REGISTRO: 100 BYTES           *
000436*    **************************************
000437 01  WS-REG-AMLTRAN.
000438*    ACCION:  L = CONSULTAR UN CASO (O LOS CASOS ABIERTOS SI
000439*                 EL NRO DE ALERTA VIENE EN CERO)
000440*             C = CERRAR UN CASO ABIERTO (DESCARTADO)
000441*             R = REPORTAR UN CASO (CONFIRMADO, SALE A LA UIF)
000442*             O = REABRIR UN CASO CERRADO
000443         03  WS-ATR-ACCION       PIC X(01).
000444             88  WS-ATR-LEER             VALUE 'L'.
000445             88  WS-ATR-CERRAR           VALUE 'C'.
000446             88  WS-ATR-REPORTAR         VALUE 'R'.
000447             88  WS-ATR-REABRIR          VALUE 'O'.
000448         03  WS-ATR-CLAVE.
000449             05  WS-ATR-FECHA    PIC 9(08).
000450             05  WS-ATR-SECUEN   PIC 9(05).
000451*    OPERADOR DE CUMPLIMIENTO QUE ENVIA LA TRANSACCION
000452         03  WS-ATR-OPERADOR     PIC X(08).
000453*    OBSERVACION DEL OPERADOR (OBLIGATORIA EN C Y R)
000454         03  WS-ATR-OBSERV       PIC X(40).
000455         03  FILLER              PIC X(38).
