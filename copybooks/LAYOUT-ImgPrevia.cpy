000431*    **************************************
000432*    * LAYOUT IMAGEN PREVIA DE CUENTAS     *
000433*    * (DDIMGANT, CLAVE FECHA DE PROCESO + *
000434*    * CLAVE DE LA CUENTA). PGMAPJ1A GRABA *
000435*    * EL REGISTRO DE DDCLIEN TAL COMO     *
000436*    * ESTABA ANTES DE APLICARLE LA        *
000437*    * CORRIDA; PGMAPJ5F LO REPONE AL      *
000438*    * REVERTIR LA FECHA                   *
000439*    * LARGO REGISTRO: 300 BYTES           *
000440*    **************************************
000441 01  WS-REG-IMGPREVIA.
000442         03  WS-IMG-CLAVE.
000443             05  WS-IMG-FECHA        PIC 9(08).
000444             05  WS-IMG-CUENTA.
000445                 07  WS-IMG-NRO      PIC 9(05).
000446                 07  WS-IMG-TIPO     PIC 9(02).
000447                 07  WS-IMG-NRO-CTA  PIC 9(08).
000448*    REGISTRO COMPLETO DE DDCLIEN ANTES DE LA APLICACION (EN
000449*    UNA RECORRIDA DE LA FECHA SE CONSERVA EL DE LA PRIMERA)
000450         03  WS-IMG-CLIENTE      PIC X(250).
000451*    SALDO QUE DEJO APLICADO LA ULTIMA CORRIDA DE LA FECHA; SI
000452*    AL REVERTIR EL MAESTRO YA NO LO TIENE, LA CUENTA SE MOVIO
000453*    DESPUES DE LA CORRIDA
000454         03  WS-IMG-SALDO-APLIC  PIC S9(09)V99.
000455*    HORA DE INICIO DE LA CORRIDA QUE GRABO LA IMAGEN
000456         03  WS-IMG-HORA         PIC 9(06).
000457         03  FILLER              PIC X(10).
