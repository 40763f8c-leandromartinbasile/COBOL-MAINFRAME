000437*    ACCION:  L = CONSULTAR / A = ALTA / C = CAMBIO / E = BAJA
000437*             D = BUSCAR POR DOCUMENTO (TIPO+NRO DOC)
000437*             N = BUSCAR POR PREFIJO DE NOMBRE
000437*             V = VINCULAR EL CLIENTE A UNA CUENTA DE OTRO
000437*                 TITULAR (COTITULAR/FIRMANTE, DDCOTIT)
000437*             X = DESVINCULAR EL CLIENTE DE ESA CUENTA
000438         03  WS-DTR-ACCION       PIC X(01).
000439             88  WS-DTR-LEER             VALUE 'L'.
000440             88  WS-DTR-ALTA             VALUE 'A'.
000442             88  WS-DTR-BAJA             VALUE 'E'.
000442             88  WS-DTR-BUSCAR-DOC       VALUE 'D'.
000442             88  WS-DTR-BUSCAR-NOMBRE    VALUE 'N'.
000442             88  WS-DTR-VINCULAR         VALUE 'V'.
000442             88  WS-DTR-DESVINCULAR      VALUE 'X'.
000443         03  WS-DTR-NRO          PIC 9(05).
000444*    DATOS DEMOGRAFICOS (PARA ALTA Y CAMBIO; EN EL CAMBIO
000445*    LOS CAMPOS EN BLANCO/CERO SE CONSERVAN)
000446         03  WS-DTR-NOMBRE       PIC X(30).
000446*    DATOS DEL VINCULO (PARA V Y X, EN LUGAR DEL NOMBRE): CUENTA
000446*    TIPO+NRO, ROL (C/F) Y REGLA DE FIRMA (I/C), VER
000446*    LAYOUT-Cotitular; ROL EN BLANCO = C, FIRMA EN BLANCO = I
000446         03  WS-DTR-VINCULO REDEFINES WS-DTR-NOMBRE.
000446             05  WS-DTR-VIN-TIPO     PIC 9(02).
000446             05  WS-DTR-VIN-CUENTA   PIC 9(08).
000446             05  WS-DTR-VIN-ROL      PIC X(01).
000446             05  WS-DTR-VIN-FIRMA    PIC X(01).
000446             05  FILLER              PIC X(18).
000447         03  WS-DTR-TIPO-DOC     PIC X(03).
000448         03  WS-DTR-NRO-DOC      PIC 9(11).
000449         03  WS-DTR-DOMICILIO    PIC X(40).
000450*    OPERADOR QUE ENVIA LA TRANSACCION, VALIDADO CONTRA EL
000450*    MAESTRO DE OPERADORES DDOPER (VER LAYOUT-Operador)
000450         03  WS-DTR-OPERADOR     PIC X(08).
000450*    TERMINAL DESDE LA QUE SE ENVIA (BITACORA DE ACTIVIDAD,
000450*    VER LAYOUT-Bitacora)
000450         03  WS-DTR-TERMINAL     PIC X(08).
000451         03  FILLER              PIC X(01).
