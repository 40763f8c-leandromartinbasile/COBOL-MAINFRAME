000431*    **************************************
000432*    * LAYOUT ARCHIVO DE CASOS DE ALERTA   *
000433*    * DE PREVENCION DE LAVADO (DDAMLCAS,  *
000434*    * CLAVE FECHA + SECUENCIA DE ALERTA). *
000435*    * LO GENERA PGMAPJ4A, LO MANTIENE     *
000436*    * CUMPLIMIENTO CON PGMAPJ4B Y LOS     *
000437*    * CASOS REPORTADOS SALEN A LA UIF CON *
000438*    * PGMAPJ4C                            *
000439*    * LARGO REGISTRO: 250 BYTES           *
000440*    **************************************
000441 01  WS-REG-AMLCASO.
000442*    NRO DE ALERTA: FECHA DE PROCESO EN QUE SE LEVANTO Y
000443*    SECUENCIA DENTRO DE ESA FECHA
000444         03  WS-AML-CLAVE.
000445             05  WS-AML-FECHA    PIC 9(08).
000446             05  WS-AML-SECUEN   PIC 9(05).
000447*    REGLA QUE LEVANTO LA ALERTA:
000448*      U = MOVIMIENTO UNICO SOBRE EL UMBRAL DE LA MONEDA
000449*      E = ESTRUCTURACION (VARIOS MOVIMIENTOS APENAS DEBAJO
000450*          DEL UMBRAL EN POCOS DIAS)
000451*      D = ACTIVIDAD EN CUENTA DORMIDA O INACTIVA
000452*      N = ACTIVIDAD SUBITA EN CUENTA RECIEN ABIERTA
000453*      T = ENTRADA Y SALIDA RAPIDA POR TRANSFERENCIAS ENTRE
000454*          CUENTAS DE DISTINTOS CLIENTES
000455         03  WS-AML-REGLA        PIC X(01).
000456             88  WS-AML-REG-UMBRAL       VALUE 'U'.
000457             88  WS-AML-REG-ESTRUCT      VALUE 'E'.
000458             88  WS-AML-REG-DORMIDA      VALUE 'D'.
000459             88  WS-AML-REG-NUEVA        VALUE 'N'.
000460             88  WS-AML-REG-TRANSF       VALUE 'T'.
000461         03  WS-AML-CTA.
000462             05  WS-AML-NRO      PIC 9(05).
000463             05  WS-AML-TIPO     PIC 9(02).
000464             05  WS-AML-CUENTA   PIC 9(08).
000465*    SUCURSAL DE LA CUENTA (CORTE DEL REPORTE DIARIO)
000466         03  WS-AML-SUCURSAL     PIC 9(03).
000467*    DATOS DEL TITULAR TOMADOS DE DDDEMOG AL LEVANTAR LA
000468*    ALERTA
000469         03  WS-AML-TIPO-DOC     PIC X(03).
000470         03  WS-AML-NRO-DOC      PIC 9(11).
000471         03  WS-AML-NOMBRE       PIC X(30).
000472*    MONTO INVOLUCRADO (VALOR ABSOLUTO), CANTIDAD DE
000473*    MOVIMIENTOS Y PERIODO ANALIZADO (AAAAMMDD)
000474         03  WS-AML-MONEDA       PIC X(03).
000475         03  WS-AML-IMPORTE      PIC 9(11)V99.
000476         03  WS-AML-CANT-MOV     PIC 9(05).
000477         03  WS-AML-DESDE        PIC 9(08).
000478         03  WS-AML-HASTA        PIC 9(08).
000479*    ASIENTO DEL DIARIO QUE DISPARO LA ALERTA (WS-DIA-ASIENTO;
000480*    EN LA REGLA U IDENTIFICA EL MOVIMIENTO ALERTADO)
000481         03  WS-AML-ASIENTO      PIC X(21).
000482*    REGLA T: CLIENTE DE ORIGEN DE LOS FONDOS Y CLIENTE AL
000483*    QUE SALIERON
000484         03  WS-AML-CONTRA-ORIG  PIC 9(05).
000485         03  WS-AML-CONTRA-DEST  PIC 9(05).
000486*    ESTADO DEL CASO: O = ABIERTO / C = CERRADO (DESCARTADO)
000487*    / R = REPORTADO (CONFIRMADO COMO OPERACION SOSPECHOSA)
000488         03  WS-AML-ESTADO       PIC X(01).
000489             88  WS-AML-EST-ABIERTO      VALUE 'O'.
000490             88  WS-AML-EST-CERRADO      VALUE 'C'.
000491             88  WS-AML-EST-REPORTADO    VALUE 'R'.
000492         03  WS-AML-FEC-ESTADO   PIC 9(08).
000493*    ULTIMO OPERADOR DE CUMPLIMIENTO QUE CAMBIO EL ESTADO Y
000494*    SU OBSERVACION
000495         03  WS-AML-OPERADOR     PIC X(08).
000496         03  WS-AML-OBSERV       PIC X(40).
000497*    FECHA EN QUE EL CASO REPORTADO SALIO EN EL EXTRACTO
000498*    PARA LA UIF (CERO = TODAVIA NO EXTRAIDO)
000499         03  WS-AML-FEC-UIF      PIC 9(08).
000500         03  FILLER              PIC X(41).
