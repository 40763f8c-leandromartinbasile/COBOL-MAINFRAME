000432*    * LAYOUT TARIFARIO DE COMISIONES DE   *
000433*    * MANTENIMIENTO (DDTARIFA, CARGADO    *
000434*    * EN 1080- DE PGMAPJ1D); UNA ENTRADA  *
000435*    * POR CLASE + TIPO DE CUENTA +        *
000436*    * SUCURSAL + MONEDA                   *
000437*    * LARGO REGISTRO: 30 BYTES            *
000438*    **************************************
000439 01  WS-REG-TARIFA.
000444         03  WS-TAR-MONEDA       PIC X(03).
000445*    COMISION MENSUAL EN LA MONEDA DE LA CUENTA
000446         03  WS-TAR-IMPORTE      PIC 9(07)V99.
000446*    CLASE DE CARGO: M (O BLANCO, ENTRADAS ANTERIORES) =
000446*    COMISION MENSUAL DE MANTENIMIENTO / R = CARGO POR CADA
000446*    DEBITO RECHAZADO SIN FONDOS (PGMAPJ1D Y PGMAPJ1K)
000446         03  WS-TAR-CLASE        PIC X(01).
000446             88  WS-TAR-ES-MANTENIMIENTO    VALUES 'M' ' '.
000446             88  WS-TAR-ES-RECHAZO          VALUE 'R'.
000447         03  FILLER              PIC X(12).
