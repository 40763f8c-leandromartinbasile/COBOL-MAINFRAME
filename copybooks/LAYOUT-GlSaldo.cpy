000431*    **************************************
000432*    * LAYOUT SALDOS DEVUELTOS POR EL      *
000433*    * MAYOR (DDGLSAL, VER PGMAPJ5B): UNA  *
000434*    * LINEA POR CUENTA CONTABLE Y MONEDA  *
000435*    * CON EL SALDO AL CIERRE Y LO QUE EL  *
000436*    * MAYOR REGISTRO DE LA INTERFAZ       *
000437*    * DDCONTAB DE ESA FECHA; HEADER Y     *
000438*    * TRAILER DE CONTROL COMO DDCONTAB    *
000439*    * LARGO REGISTRO: 80 BYTES            *
000440*    **************************************
000441 01  WS-REG-GLSALDO.
000442*    FECHA DEL SALDO (AAAAMMDD)
000443         03  WS-GLS-FECHA        PIC 9(08).
000444         03  WS-GLS-CUENTA-CTB   PIC X(10).
000445         03  WS-GLS-MONEDA       PIC X(03).
000446*    SALDO DEUDOR MENOS ACREEDOR: LAS CUENTAS DE DEPOSITOS
000447*    (PASIVO) VIENEN EN NEGATIVO
000448         03  WS-GLS-SALDO        PIC S9(13)V99.
000449*    DEBE Y HABER QUE EL MAYOR ASENTO DESDE DDCONTAB
000450         03  WS-GLS-DEBE-INTERF  PIC 9(13)V99.
000451         03  WS-GLS-HABER-INTERF PIC 9(13)V99.
000452         03  FILLER              PIC X(14).
000453
000454 01  WS-REG-GLSALDO-HDR REDEFINES WS-REG-GLSALDO.
000455         03  WS-GLS-HDR-MARCA    PIC X(03).
000456             88  WS-GLS-ES-HEADER        VALUE 'HDR'.
000457         03  WS-GLS-HDR-ORIGEN   PIC X(08).
000458         03  WS-GLS-HDR-FECHA    PIC 9(08).
000459         03  FILLER              PIC X(61).
000460
000461 01  WS-REG-GLSALDO-TRL REDEFINES WS-REG-GLSALDO.
000462         03  WS-GLS-TRL-MARCA    PIC X(03).
000463             88  WS-GLS-ES-TRAILER       VALUE 'TRL'.
000464         03  WS-GLS-TRL-CANT     PIC 9(07).
000465         03  FILLER              PIC X(70).
