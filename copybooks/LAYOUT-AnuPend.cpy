000431*    **************************************
000432*    * LAYOUT ANULACIONES DE ASIENTOS      *
000433*    * PENDIENTES DE APROBACION (DDANUPEN, *
000434*    * CLAVE WS-ANP-ASIENTO; VER 2100-/    *
000435*    * 2200-/2300- EN PGMAPJ1S). EL        *
000436*    * REGISTRO QUEDA COMO RASTRO DESPUES  *
000437*    * DE RESUELTO: UN ASIENTO NO SE ANULA *
000438*    * DOS VECES                           *
000439*    * LARGO REGISTRO: 200 BYTES           *
000440*    **************************************
000441 01  WS-REG-ANUPEND.
000442*    REFERENCIA UNICA DEL ASIENTO A ANULAR (WS-DIA-ASIENTO)
000443         03  WS-ANP-ASIENTO      PIC X(21).
000444*    DATOS DEL ASIENTO ORIGINAL AL MOMENTO DE LA SOLICITUD
000445         03  WS-ANP-CLAVE.
000446             05  WS-ANP-NRO      PIC 9(05).
000447             05  WS-ANP-TIPO     PIC 9(02).
000448             05  WS-ANP-CUENTA   PIC 9(08).
000449         03  WS-ANP-CONCEPTO     PIC X(03).
000450         03  WS-ANP-MONEDA       PIC X(03).
000451         03  WS-ANP-IMPORTE      PIC S9(09)V99.
000452         03  WS-ANP-FEC-PROCESO  PIC 9(08).
000453         03  WS-ANP-MOTIVO       PIC X(40).
000454*    QUIEN PIDIO LA ANULACION Y CUANDO
000455         03  WS-ANP-OPER-CARGA   PIC X(08).
000456         03  WS-ANP-TERM-CARGA   PIC X(08).
000457         03  WS-ANP-FEC-CARGA    PIC 9(08).
000458         03  WS-ANP-HORA-CARGA   PIC 9(06).
000459*    P = PENDIENTE / A = APROBADA Y ANULADA / R = RECHAZADA /
000460*    X = EXPIRADA SIN APROBACION
000461         03  WS-ANP-ESTADO       PIC X(01).
000462             88  WS-ANP-EST-PENDIENTE    VALUE 'P'.
000463             88  WS-ANP-EST-APROBADA     VALUE 'A'.
000464             88  WS-ANP-EST-RECHAZADA    VALUE 'R'.
000465             88  WS-ANP-EST-EXPIRADA     VALUE 'X'.
000466*    QUIEN RESOLVIO (APROBO/RECHAZO) Y CUANDO
000467         03  WS-ANP-OPER-RESOL   PIC X(08).
000468         03  WS-ANP-FEC-RESOL    PIC 9(08).
000469*    REFERENCIA DEL ASIENTO REV QUE ANULO AL ORIGINAL
000470         03  WS-ANP-ASI-REV      PIC X(21).
000471         03  FILLER              PIC X(31).
