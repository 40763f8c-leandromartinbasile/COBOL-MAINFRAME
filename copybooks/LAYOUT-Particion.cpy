000431*    **************************************
000432*    * LAYOUT PARTICIONES DE LA CORRIDA   *
000433*    * DE APAREO (DDPARTIC, VER PGMAPJ1D  *
000434*    * Y PGMAPJ5D). UN REGISTRO POR       *
000435*    * PARTICION, NUMERADAS DESDE 01 SIN  *
000436*    * SALTOS, CON RANGOS TIPO+CUENTA     *
000437*    * CONTIGUOS QUE CUBREN TODA LA CLAVE *
000438*    * (LA PRIMERA DESDE CEROS, LA ULTIMA *
000439*    * HASTA NUEVES). MAXIMO 20           *
000440*    * LARGO REGISTRO: 80 BYTES           *
000441*    **************************************
000442 01  WS-REG-PARTIC.
000443         03  WS-PAR-NRO          PIC 9(02).
000444*    RANGO DE CLAVES TIPO+CUENTA DE LA PARTICION (AMBOS
000445*    EXTREMOS INCLUIDOS)
000446         03  WS-PAR-DESDE.
000447             05  WS-PAR-DESDE-TIPO   PIC 9(02).
000448             05  WS-PAR-DESDE-CUENTA PIC 9(08).
000449         03  WS-PAR-DESDE-N REDEFINES WS-PAR-DESDE
000450                                 PIC 9(10).
000451         03  WS-PAR-HASTA.
000452             05  WS-PAR-HASTA-TIPO   PIC 9(02).
000453             05  WS-PAR-HASTA-CUENTA PIC 9(08).
000454         03  WS-PAR-HASTA-N REDEFINES WS-PAR-HASTA
000455                                 PIC 9(10).
000456         03  FILLER              PIC X(58).
