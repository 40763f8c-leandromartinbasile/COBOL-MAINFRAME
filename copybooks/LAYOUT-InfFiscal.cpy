000431*    **************************************
000432*    * LAYOUT REGIMEN INFORMATIVO FISCAL   *
000433*    * ANUAL (DDINFFIS, VER PGMAPJ5A): UN  *
000434*    * REGISTRO POR DOCUMENTO Y MONEDA CON *
000435*    * LOS INTERESES Y RETENCIONES DEL     *
000436*    * EJERCICIO; HEADER Y TRAILER DE      *
000437*    * CONTROL COMO DDCONTAB               *
000438*    * LARGO REGISTRO: 120 BYTES           *
000439*    **************************************
000440 01  WS-REG-INFFIS.
000441*    SUJETO INFORMADO (DATOS DE DDDEMOG)
000442         03  WS-INF-TIPO-DOC     PIC X(03).
000443         03  WS-INF-NRO-DOC      PIC 9(11).
000444         03  WS-INF-NOMBRE       PIC X(30).
000445         03  WS-INF-NRO-CLI      PIC 9(05).
000446*    EJERCICIO FISCAL (AAAA) Y MONEDA DE LAS CIFRAS
000447         03  WS-INF-ANIO         PIC 9(04).
000448         03  WS-INF-MONEDA       PIC X(03).
000449*    INTERESES ACREDITADOS (DEV + DVA), IMPUESTO A LA
000450*    TRANSACCION RETENIDO (IMP), INTERES POR DESCUBIERTO
000451*    COBRADO (DSC) Y COMISIONES DE MANTENIMIENTO (COM), NETOS
000452*    DE ANULACIONES; LOS CARGOS SE INFORMAN EN POSITIVO
000453         03  WS-INF-INTERES      PIC S9(11)V99.
000454         03  WS-INF-IMPUESTO     PIC S9(11)V99.
000455         03  WS-INF-DESCUBIERTO  PIC S9(11)V99.
000456         03  WS-INF-COMISION     PIC S9(11)V99.
000457         03  FILLER              PIC X(12).
000458
000459 01  WS-REG-INFFIS-HDR REDEFINES WS-REG-INFFIS.
000460         03  WS-INF-HDR-MARCA    PIC X(03).
000461             88  WS-INF-ES-HEADER        VALUE 'HDR'.
000462         03  WS-INF-HDR-ORIGEN   PIC X(08).
000463         03  WS-INF-HDR-FECHA    PIC 9(08).
000464         03  WS-INF-HDR-ANIO     PIC 9(04).
000465         03  FILLER              PIC X(97).
000466
000467 01  WS-REG-INFFIS-TRL REDEFINES WS-REG-INFFIS.
000468         03  WS-INF-TRL-MARCA    PIC X(03).
000469             88  WS-INF-ES-TRAILER       VALUE 'TRL'.
000470         03  WS-INF-TRL-CANT     PIC 9(07).
000471         03  WS-INF-TRL-INTERES  PIC S9(13)V99.
000472         03  WS-INF-TRL-IMPUESTO PIC S9(13)V99.
000473         03  WS-INF-TRL-DESCUB   PIC S9(13)V99.
000474         03  WS-INF-TRL-COMISION PIC S9(13)V99.
000475         03  FILLER              PIC X(50).
