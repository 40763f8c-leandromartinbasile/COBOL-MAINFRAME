000431*    **************************************
000432*    * LAYOUT MAESTRO DE OPERADORES        *
000433*    * (DDOPER, CLAVE WS-OPE-ID): PERFIL   *
000434*    * QUE PGMAPJ1M, PGMAPJ1N Y PGMAPJ1S   *
000434*    * VALIDAN                             *
000435*    * ANTES DE EJECUTAR CADA TRANSACCION  *
000436*    * (EXISTENCIA, ESTADO, ACCIONES       *
000437*    * PERMITIDAS Y TOPE DE IMPORTE POR    *
000447             88  WS-OPE-EST-ACTIVO   VALUES ' ' 'A'.
000448             88  WS-OPE-EST-BAJA     VALUE 'B'.
000449*    ACCIONES PERMITIDAS, UNA POR ENTRADA (LETRAS DEL
000450*    DOMINIO DE WS-TRAN-ACCION / WS-DTR-ACCION /
000450*    WS-ANT-ACCION; ENTRADA EN
000451*    BLANCO = NO USADA), CADA UNA CON SU TOPE DE IMPORTE
000452*    (CERO = SIN TOPE); UNA ACCION QUE NO FIGURA ESTA
000453*    PROHIBIDA PARA EL OPERADOR
