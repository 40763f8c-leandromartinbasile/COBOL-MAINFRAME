000431*    **************************************
000432*    * LAYOUT TOTALES DE CONTROL DE UNA   *
000433*    * PARTICION DE LA CORRIDA DE APAREO  *
000434*    * (DDPARTOT, LO GRABA PGMAPJ1D EN    *
000435*    * 9750- Y LO CONSOLIDA PGMAPJ5D PARA *
000436*    * CONCILIAR SALDOS SOBRE TODAS LAS   *
000437*    * PARTICIONES)                       *
000438*    * LARGO REGISTRO: 200 BYTES          *
000439*    **************************************
000440 01  WS-REG-PARTOT.
000441*    FORMATO FECHA AAAAMMDD
000442         03  WS-PTO-FECHA        PIC 9(08).
000443         03  WS-PTO-PARTICION    PIC 9(02).
000444*    O = PARTICION TERMINADA BIEN / E = CON ERRORES
000445         03  WS-PTO-ESTADO       PIC X(01).
000446             88  WS-PTO-EST-OK           VALUE 'O'.
000447             88  WS-PTO-EST-ERROR        VALUE 'E'.
000448*    RANGO TIPO+CUENTA QUE PROCESO LA PARTICION
000449         03  WS-PTO-DESDE        PIC 9(10).
000450         03  WS-PTO-HASTA        PIC 9(10).
000451*    COMPONENTES DE 9500-CONCILIAR-SALDOS DE PGMAPJ1D
000452         03  WS-PTO-SALDO-APERT  PIC S9(11)V99.
000453         03  WS-PTO-SALDO-CIERRE PIC S9(11)V99.
000454         03  WS-PTO-TOT-CREDITOS PIC S9(11)V99.
000455         03  WS-PTO-TOT-DEBITOS  PIC S9(11)V99.
000456         03  WS-PTO-TOT-CRED-DEV PIC S9(11)V99.
000457         03  WS-PTO-TOT-DESC     PIC S9(11)V99.
000458         03  WS-PTO-TOT-DEV-CA   PIC S9(11)V99.
000459         03  WS-PTO-TOT-IMP      PIC S9(11)V99.
000460         03  WS-PTO-TOT-COM      PIC S9(11)V99.
000461         03  WS-PTO-TOT-RCH      PIC S9(11)V99.
000462         03  FILLER              PIC X(39).
