000431*    **************************************
000432*    * LAYOUT BITACORA DE ACTIVIDAD DE     *
000433*    * OPERADORES (DDBITOPE): UN REGISTRO  *
000434*    * POR TRANSACCION ATENDIDA POR        *
000435*    * PGMAPJ1M, PGMAPJ1N, PGMAPJ1E Y      *
000436*    * PGMAPJ1B; ARCHIVO ACUMULATIVO (SE   *
000437*    * ABRE EN EXTEND). LA LEE PGMAPJ5H    *
000438*    * LARGO REGISTRO: 150 BYTES           *
000439*    **************************************
000440 01  WS-REG-BITACORA.
000441*    FECHA (AAAAMMDD) Y HORA (HHMMSS) DE LA TRANSACCION
000442         03  WS-BIT-FECHA        PIC 9(08).
000443         03  WS-BIT-HORA         PIC 9(06).
000444*    OPERADOR Y TERMINAL QUE ENVIARON LA TRANSACCION
000445         03  WS-BIT-OPERADOR     PIC X(08).
000446         03  WS-BIT-TERMINAL     PIC X(08).
000447*    PROGRAMA QUE LA ATENDIO Y ACCION PEDIDA (MISMAS LETRAS
000448*    QUE WS-OPE-ACCION, VER LAYOUT-Operador)
000449         03  WS-BIT-PROGRAMA     PIC X(08).
000450         03  WS-BIT-ACCION       PIC X(01).
000451*    CLAVE DE LA TRANSACCION: CUENTA (Y SECUENCIA DE LA ORDEN
000452*    PERMANENTE EN PGMAPJ1B) O, EN LAS BUSQUEDAS DE PGMAPJ1N,
000453*    EL DOCUMENTO O EL PREFIJO DE NOMBRE BUSCADO
000454         03  WS-BIT-CLAVE        PIC X(30).
000455         03  WS-BIT-CLAVE-CTA REDEFINES WS-BIT-CLAVE.
000456             05  WS-BIT-NRO      PIC 9(05).
000457             05  WS-BIT-TIPO     PIC 9(02).
000458             05  WS-BIT-CUENTA   PIC 9(08).
000459             05  WS-BIT-SECUEN   PIC 9(03).
000460             05  FILLER          PIC X(12).
000461*    RESULTADO: A = ACEPTADA / R = RECHAZADA POR UNA REGLA DEL
000462*    NEGOCIO (CUENTA INEXISTENTE, DATOS INVALIDOS, ...) /
000463*    D = DENEGADA POR EL PERFIL DEL OPERADOR (DESCONOCIDO,
000464*    INACTIVO, ACCION NO PERMITIDA O SOBRE SU TOPE) /
000465*    E = CORTADA POR UN ERROR DE ARCHIVO
000466         03  WS-BIT-RESULTADO    PIC X(01).
000467             88  WS-BIT-ACEPTADA         VALUE 'A'.
000468             88  WS-BIT-RECHAZADA        VALUE 'R'.
000469             88  WS-BIT-DENEGADA         VALUE 'D'.
000470             88  WS-BIT-CON-ERROR        VALUE 'E'.
000471*    MOTIVO DEL RECHAZO O DE LA DENEGACION (EL MENSAJE DEL
000472*    LISTADO DEL PROGRAMA; BLANCO SI FUE ACEPTADA)
000473         03  WS-BIT-MOTIVO       PIC X(50).
000474*    SEPARACION DE FUNCIONES (MAKER-CHECKER): C = CARGO
000475*    TRABAJO QUE QUEDA A APROBACION / P = APROBO TRABAJO
000476*    CARGADO POR OTRO OPERADOR; CON LA SUCURSAL DE LA CUENTA
000477*    DE ESE TRABAJO (CERO SIN ROL)
000478         03  WS-BIT-ROL          PIC X(01).
000479             88  WS-BIT-ROL-CARGA        VALUE 'C'.
000480             88  WS-BIT-ROL-APROBACION   VALUE 'P'.
000481             88  WS-BIT-SIN-ROL          VALUE ' '.
000482         03  WS-BIT-SUCURSAL     PIC 9(03).
000483         03  FILLER              PIC X(26).
