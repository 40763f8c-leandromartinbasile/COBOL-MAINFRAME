000431*    **************************************
000432*    * LAYOUT TRANSACCION DE MANTENIMIENTO *
000433*    * DEL CALENDARIO (PGMAPJ5E, MISMO     *
000434*    * ESQUEMA QUE DDORDTRA)               *
000435*    * LARGO REGISTRO: 80 BYTES            *
000436*    **************************************
000437 01  WS-REG-TRANCAL.
000438*    ACCION:  L = CONSULTAR / A = ALTA / C = CAMBIO / E = BAJA
000439         03  WS-CTR-ACCION       PIC X(01).
000440             88  WS-CTR-LEER             VALUE 'L'.
000441             88  WS-CTR-ALTA             VALUE 'A'.
000442             88  WS-CTR-CAMBIO           VALUE 'C'.
000443             88  WS-CTR-BAJA             VALUE 'E'.
000444*    SUCURSAL 000 = NACIONAL. EN LA CONSULTA, MES Y DIA EN
000445*    CEROS LISTAN TODO EL ANIO DE LA SUCURSAL
000446         03  WS-CTR-CLAVE.
000447             05  WS-CTR-SUCURSAL PIC 9(03).
000448             05  WS-CTR-FECHA.
000449                 07  WS-CTR-ANIO     PIC 9(04).
000450                 07  WS-CTR-MES      PIC 9(02).
000451                 07  WS-CTR-DIA      PIC 9(02).
000452*    MOTIVO DEL FERIADO (ALTA Y CAMBIO)
000453         03  WS-CTR-DESCRIPCION  PIC X(30).
000454         03  FILLER              PIC X(38).
