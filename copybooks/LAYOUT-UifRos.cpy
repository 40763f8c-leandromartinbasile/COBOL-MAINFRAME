000431*    **************************************
000432*    * LAYOUT EXTRACTO DE CASOS REPORTADOS *
000433*    * A LA UIF (DDUIFEXT, REPORTE DE      *
000434*    * OPERACION SOSPECHOSA; VER PGMAPJ4C) *
000435*    * CON HEADER Y TRAILER DE CONTROL     *
000436*    * COMO DDCONTAB                       *
000437*    * LARGO REGISTRO: 200 BYTES           *
000438*    **************************************
000439 01  WS-REG-UIFROS.
000440*    NRO DE ALERTA INTERNO (WS-AML-CLAVE) Y FECHA EN QUE
000441*    CUMPLIMIENTO CONFIRMO EL CASO
000442         03  WS-UIF-NRO-ALERTA.
000443             05  WS-UIF-ALE-FECHA    PIC 9(08).
000444             05  WS-UIF-ALE-SECUEN   PIC 9(05).
000445         03  WS-UIF-FEC-CONFIRM  PIC 9(08).
000446*    SUJETO REPORTADO (DATOS DE DDDEMOG)
000447         03  WS-UIF-TIPO-DOC     PIC X(03).
000448         03  WS-UIF-NRO-DOC      PIC 9(11).
000449         03  WS-UIF-NOMBRE       PIC X(30).
000450         03  WS-UIF-DOMICILIO    PIC X(40).
000451*    CUENTA Y SUCURSAL DE RADICACION
000452         03  WS-UIF-TIPO-CTA     PIC 9(02).
000453         03  WS-UIF-CUENTA       PIC 9(08).
000454         03  WS-UIF-SUCURSAL     PIC 9(03).
000455*    TIPOLOGIA: REGLA QUE LEVANTO LA ALERTA (VER
000456*    WS-AML-REGLA EN LAYOUT-AmlCaso)
000457         03  WS-UIF-TIPOLOGIA    PIC X(01).
000458*    OPERATORIA INVOLUCRADA
000459         03  WS-UIF-MONEDA       PIC X(03).
000460         03  WS-UIF-IMPORTE      PIC 9(11)V99.
000461         03  WS-UIF-CANT-MOV     PIC 9(05).
000462         03  WS-UIF-DESDE        PIC 9(08).
000463         03  WS-UIF-HASTA        PIC 9(08).
000464*    FUNDAMENTO DEL REPORTE (OBSERVACION DE CUMPLIMIENTO)
000465         03  WS-UIF-FUNDAMENTO   PIC X(40).
000466         03  FILLER              PIC X(04).
000467
000468 01  WS-REG-UIFROS-HDR REDEFINES WS-REG-UIFROS.
000469         03  WS-UIF-HDR-MARCA    PIC X(03).
000470             88  WS-UIF-ES-HEADER        VALUE 'HDR'.
000471         03  WS-UIF-HDR-ORIGEN   PIC X(08).
000472         03  WS-UIF-HDR-FECHA    PIC 9(08).
000473         03  FILLER              PIC X(181).
000474
000475 01  WS-REG-UIFROS-TRL REDEFINES WS-REG-UIFROS.
000476         03  WS-UIF-TRL-MARCA    PIC X(03).
000477             88  WS-UIF-ES-TRAILER       VALUE 'TRL'.
000478         03  WS-UIF-TRL-CANT-REG PIC 9(07).
000479         03  WS-UIF-TRL-HASH     PIC 9(13)V99.
000480         03  FILLER              PIC X(175).
