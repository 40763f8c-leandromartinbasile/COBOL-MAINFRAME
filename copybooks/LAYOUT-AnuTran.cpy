000431*    **************************************
000432*    * LAYOUT TRANSACCION DE ANULACION DE  *
000433*    * ASIENTOS DEL DIARIO (DDANUTRN,      *
000434*    * PGMAPJ1S)                           *
000435*    * LARGO REGISTRO: 100 BYTES           *
000436*    **************************************
000437 01  WS-REG-ANUTRAN.
000438*    ACCION:  V = SOLICITAR LA ANULACION DE UN ASIENTO
000439*             W = APROBAR UNA ANULACION PENDIENTE (LA DEBE
000440*                 ENVIAR UN OPERADOR DISTINTO DEL QUE LA CARGO)
000441*             X = RECHAZAR UNA ANULACION PENDIENTE
000442         03  WS-ANT-ACCION       PIC X(01).
000443             88  WS-ANT-SOLICITAR        VALUE 'V'.
000444             88  WS-ANT-APROBAR          VALUE 'W'.
000445             88  WS-ANT-RECHAZAR         VALUE 'X'.
000446*    REFERENCIA UNICA DEL ASIENTO A ANULAR (WS-DIA-ASIENTO)
000447         03  WS-ANT-ASIENTO      PIC X(21).
000448*    OPERADOR Y TERMINAL QUE ENVIAN LA TRANSACCION
000449         03  WS-ANT-OPERADOR     PIC X(08).
000450         03  WS-ANT-TERMINAL     PIC X(08).
000451*    MOTIVO DE LA ANULACION (TEXTO LIBRE DEL OPERADOR)
000452         03  WS-ANT-MOTIVO       PIC X(40).
000453         03  FILLER              PIC X(22).
