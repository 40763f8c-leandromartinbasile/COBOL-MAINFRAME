000431*    **************************************
000432*    * LAYOUT TRANSACCION DE MANTENIMIENTO *
000433*    * DE CHEQUERAS (PGMAPJ3A, MISMO       *
000434*    * ESQUEMA QUE DDEMBTRA)               *
000435*    * LARGO REGISTRO: 100 BYTES           *
000436*    **************************************
000437 01  WS-REG-CHQTRAN.
000438*    ACCION:  L = CONSULTAR LAS CHEQUERAS DE LA CUENTA /
000439*             A = EMITIR UNA CHEQUERA (DESDE-HASTA) /
000440*             D = DENUNCIAR UN CHEQUE (ORDEN DE NO PAGAR) /
000441*             R = LEVANTAR LA DENUNCIA DE UN CHEQUE /
000442*             E = ANULAR LA CHEQUERA QUE CONTIENE EL CHEQUE
000443         03  WS-CTR-ACCION       PIC X(01).
000444             88  WS-CTR-LEER             VALUE 'L'.
000445             88  WS-CTR-EMITIR           VALUE 'A'.
000446             88  WS-CTR-DENUNCIAR        VALUE 'D'.
000447             88  WS-CTR-LEVANTAR         VALUE 'R'.
000448             88  WS-CTR-ANULAR           VALUE 'E'.
000449         03  WS-CTR-CLAVE.
000450             05  WS-CTR-NRO      PIC 9(05).
000451             05  WS-CTR-TIPO     PIC 9(02).
000452             05  WS-CTR-CUENTA   PIC 9(08).
000453*    RANGO DE LA CHEQUERA A EMITIR (ACCION A)
000454         03  WS-CTR-DESDE        PIC 9(08).
000455         03  WS-CTR-HASTA        PIC 9(08).
000456*    CHEQUE DENUNCIADO / LEVANTADO, O CUALQUIER CHEQUE DE LA
000457*    CHEQUERA A ANULAR (ACCIONES D, R Y E)
000458         03  WS-CTR-NRO-CHEQUE   PIC 9(08).
000459*    MOTIVO DE LA DENUNCIA (01 EXTRAVIO / 02 ROBO / 03 ORDEN
000460*    DE NO PAGAR DEL LIBRADOR)
000461         03  WS-CTR-MOTIVO       PIC X(02).
000462             88  WS-CTR-MOTIVO-VALIDO    VALUES '01' '02' '03'.
000463         03  FILLER              PIC X(58).
